      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: MESA ANTIFRAUDE - O SUPERVISOR LISTA AS COMPRAS
      * RETIDAS PELA TRIAGEM DO PROGRAMACOBOL03 (FRAUDHLD, COPY
      * FRAUDHLD - CPF, VALOR, BANDEIRA, LOJA, AUTORIZACAO E MOTIVO
      * DA RETENCAO) E DECIDE CADA ITEM PENDENTE:
      *   LIBERAR - A COMPRA VOLTA PARA O PROXIMO LOTE NOTURNO PELO
      *             ARQUIVO DE RESUBMISSAO DE COMPRAS (COMPRSUB, O
      *             MESMO DA FILA DE EXCECOES) COM CMP-TIPO "L" E O
      *             CODIGO DA AUTORIZACAO ORIGINAL, E O LOTE A LIQUIDA
      *             SEM PASSAR DE NOVO PELA TRIAGEM;
      *   RECUSAR - A COMPRA NAO E LANCADA NO CARTAO E O PROXIMO LOTE
      *             GRAVA O ESTORNO DA AUTORIZACAO.
      * O ITEM DECIDIDO PERMANECE NO ARQUIVO COM O STATUS, O
      * SUPERVISOR E A DATA DA DECISAO, E CADA DECISAO GRAVA UM
      * REGISTRO NO AUDITLOG.
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU LIMITE.
      * Review fix: A CARGA E A REGRAVACAO DO FRAUDHLD PASSAM A USAR
      * OS PARAGRAFOS COMPARTILHADOS COM O LOTE (COPYBOOKS
      * FRAUDWS/FRAUDP): A TABELA VAI A 5000 ITENS E OS ITENS JA
      * ENCERRADOS PELO LOTE (LIQUIDADOS OU ESTORNADOS) COM DECISAO
      * MAIS ANTIGA QUE A RETENCAO SAEM DO ARQUIVO, QUE ANTES SO
      * CRESCIA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL25.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPRAS-RETIDAS ASSIGN TO "FRAUDHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRAUDHLD.
           SELECT COMPRAS-RESUBMIT ASSIGN TO "COMPRSUB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMPRSUB.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  COMPRAS-RETIDAS.
       COPY FRAUDHLD.

       FD  COMPRAS-RESUBMIT.
       COPY COMPRAS.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CPFWS.
       COPY FRAUDWS.
       77 WRK-FS-COMPRSUB   PIC X(02) VALUE "00".
       77 WRK-QTD-PENDENTES PIC 9(04) VALUE ZEROS.
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-ITEM          PIC 9(04) VALUE ZEROS.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-SAIR          PIC X(01) VALUE "N".
           88 SAIR-MANUTENCAO  VALUE "S".
       77 WRK-CONFIRMA      PIC X(01) VALUE "N".
           88 CONFIRMADO       VALUE "S" "s".
       77 WRK-SUPERVISOR    PIC X(08) VALUE SPACES.
       77 WRK-DECISAO       PIC X(08) VALUE SPACES.
       77 WRK-VALOR-ED      PIC $Z.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            ACCEPT WRK-SUPERVISOR FROM ENVIRONMENT "OPERADOR".
            IF WRK-SUPERVISOR = SPACES OR WRK-SUPERVISOR = LOW-VALUES
                ACCEPT WRK-SUPERVISOR FROM ENVIRONMENT "USER"
            END-IF.
            PERFORM CARREGA-COMPRAS-RETIDAS.
            IF WRK-FS-FRAUDHLD = "35"
                DISPLAY "ARQUIVO DE COMPRAS RETIDAS AINDA NAO EXISTE "
                        "- NENHUM ITEM A ANALISAR"
            END-IF.
            PERFORM UNTIL SAIR-MANUTENCAO
                PERFORM EXIBE-MENU-RETIDAS
                PERFORM PROCESSA-OPCAO-RETIDAS
            END-PERFORM.
            GOBACK.

       EXIBE-MENU-RETIDAS.
            DISPLAY " ".
            DISPLAY "============================================".
            DISPLAY "   MESA ANTIFRAUDE - COMPRAS RETIDAS".
            DISPLAY "============================================".
            DISPLAY "1. LISTAR COMPRAS PENDENTES".
            DISPLAY "2. LIBERAR UMA COMPRA".
            DISPLAY "3. RECUSAR UMA COMPRA".
            DISPLAY "4. VOLTAR".
            DISPLAY "DIGITE A OPCAO DESEJADA:".
            ACCEPT WRK-OPCAO.

       PROCESSA-OPCAO-RETIDAS.
            EVALUATE WRK-OPCAO
                WHEN 1
                    PERFORM LISTA-RETIDAS-PENDENTES
                WHEN 2
                    MOVE "LIBERADA" TO WRK-DECISAO
                    PERFORM DECIDE-RETIDA
                WHEN 3
                    MOVE "RECUSADA" TO WRK-DECISAO
                    PERFORM DECIDE-RETIDA
                WHEN 4
                    SET SAIR-MANUTENCAO TO TRUE
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
            END-EVALUATE.

       LISTA-RETIDAS-PENDENTES.
            MOVE ZEROS TO WRK-QTD-PENDENTES.
            DISPLAY " ".
            DISPLAY "ITEM DATA     CPF            VALOR      BAND LOJA"
                    " MOTIVO".
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-HLD-QTD
                MOVE TAB-HLD-REGISTRO(WRK-IDX) TO REG-COMPRA-RETIDA
                IF FRD-PENDENTE
                    ADD 1 TO WRK-QTD-PENDENTES
                    MOVE FRD-CPF   TO WRK-CPF
                    MOVE WRK-CPF   TO WRK-CPF-ED
                    MOVE FRD-VALOR TO WRK-VALOR-ED
                    DISPLAY WRK-IDX " " FRD-DATA " " WRK-CPF-ED " "
                            WRK-VALOR-ED " " FRD-BANDEIRA "    "
                            FRD-LOJA " " FRD-MOTIVO
                END-IF
            END-PERFORM.
            IF WRK-QTD-PENDENTES = ZEROS
                DISPLAY "NENHUMA COMPRA PENDENTE DE ANALISE"
            END-IF.

       DECIDE-RETIDA.
            DISPLAY "NUMERO DO ITEM:".
            ACCEPT WRK-ITEM.
            IF WRK-ITEM < 1 OR WRK-ITEM > WRK-HLD-QTD
                DISPLAY "ITEM INEXISTENTE"
            ELSE
                MOVE TAB-HLD-REGISTRO(WRK-ITEM) TO REG-COMPRA-RETIDA
                IF NOT FRD-PENDENTE
                    DISPLAY "ITEM JA DECIDIDO - STATUS " FRD-STATUS
                            " POR " FRD-SUPERVISOR
                ELSE
                    PERFORM CONFIRMA-DECISAO
                END-IF
            END-IF.

       CONFIRMA-DECISAO.
            MOVE FRD-CPF   TO WRK-CPF.
            MOVE WRK-CPF   TO WRK-CPF-ED.
            MOVE FRD-VALOR TO WRK-VALOR-ED.
            DISPLAY "CPF.....: " WRK-CPF-ED.
            DISPLAY "VALOR...: " WRK-VALOR-ED.
            DISPLAY "MOTIVO..: " FRD-MOTIVO.
            DISPLAY "CONFIRMA A COMPRA COMO " WRK-DECISAO "? (S/N):".
            MOVE "N" TO WRK-CONFIRMA.
            ACCEPT WRK-CONFIRMA.
            IF NOT CONFIRMADO
                DISPLAY "DECISAO CANCELADA"
            ELSE
                IF WRK-DECISAO = "LIBERADA"
                    PERFORM GRAVA-RESUBMISSAO
                    MOVE "L" TO FRD-STATUS
                ELSE
                    MOVE "R" TO FRD-STATUS
                END-IF
                MOVE WRK-SUPERVISOR    TO FRD-SUPERVISOR
                MOVE WRK-DATA-PROCESSO TO FRD-DATA-DECISAO
                MOVE REG-COMPRA-RETIDA TO TAB-HLD-REGISTRO(WRK-ITEM)
                PERFORM REGRAVA-COMPRAS-RETIDAS
                DISPLAY "ITEM " WRK-ITEM " " WRK-DECISAO
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL25" TO AUD-PROGRAMA
                STRING "COMPRA RETIDA " DELIMITED BY SIZE
                       WRK-DECISAO DELIMITED BY SIZE
                       " CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " AUT " DELIMITED BY SIZE
                       FRD-COD-AUTORIZACAO DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       GRAVA-RESUBMISSAO.
            OPEN EXTEND COMPRAS-RESUBMIT.
            IF WRK-FS-COMPRSUB = "35"
                OPEN OUTPUT COMPRAS-RESUBMIT
            END-IF.
            IF WRK-FS-COMPRSUB NOT = "00"
                DISPLAY "ERRO AO ABRIR COMPRSUB - FS: "
                        WRK-FS-COMPRSUB
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            INITIALIZE REG-COMPRA-PENDENTE.
            MOVE FRD-CPF             TO CMP-CPF.
            MOVE FRD-VALOR           TO CMP-VALOR.
            MOVE FRD-BANDEIRA        TO CMP-BANDEIRA.
            MOVE FRD-QTD-PARCELAS    TO CMP-QTD-PARCELAS.
            MOVE "L"                 TO CMP-TIPO.
            MOVE FRD-COD-AUTORIZACAO TO CMP-COD-AUTORIZACAO-ORIG.
            MOVE FRD-LOJA            TO CMP-LOJA.
            WRITE REG-COMPRA-PENDENTE.
            CLOSE COMPRAS-RESUBMIT.

       COPY DATPROCP.

       COPY FRAUDP.

       COPY AUDITP.
