      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: CONTROLE DE EXECUCAO DOS PASSOS DE LANCAMENTO - O
      * OPERADOR QUE RESUBMETIA O PROGJOBS INTEIRO DEPOIS DE UMA
      * FALHA NO MEIO DA NOITE RELANCAVA O COMPRAS, AS CONTESTACOES,
      * A AGENDA DE RECEBIVEIS E O LOTE CONTABIL DE UMA DATA JA
      * PROCESSADA. OS PASSOS QUE LANCAM MOVIMENTO (PROGRAMACOBOL03/
      * 14/28/04) AGORA GRAVAM UM REGISTRO POR PROGRAMA E DATA DE
      * PROCESSAMENTO NO ARQUIVO DE CONTROLE DE EXECUCAO (CTLEXEC,
      * COPYBOOKS CTLEXEC/CTLEXWS/CTLEXP) E RECUSAM RODAR DE NOVO UMA
      * DATA JA CONCLUIDA. ESTE PROGRAMA, CHAMADO POR UMA OPCAO
      * PROPRIA DO MENU (SO PARA OPERADORES AUTORIZADOS NO OPERMAST):
      *   1 - LISTA A SITUACAO DOS PASSOS DE UMA DATA (ZERO = DATA DE
      *       PROCESSAMENTO ATUAL DO DATPROC): INICIO, FIM,
      *       RETURN-CODE, EXECUCOES, RECUSAS E LIBERACAO PENDENTE;
      *   2 - LIBERA A REEXECUCAO DE UM PASSO CONCLUIDO PARA UMA DATA
      *       (CORRECAO DELIBERADA), EM NOME DO OPERADOR DO SIGN-ON
      *       (VARIAVEL DE AMBIENTE "OPERADOR"). A LIBERACAO VALE PARA
      *       UMA UNICA EXECUCAO E E CONSUMIDA PELO PASSO QUE ELA
      *       AUTORIZA. A LIBERACAO E GRAVADA NO AUDITLOG.
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 048 - PASSO 32 (ESTOQUE POR LOJA, PROGRAMACOBOL32)
      * INCLUIDO NA LIBERACAO DE REEXECUCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL30.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROLE-EXECUCAO-ARQUIVO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLEXEC.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CTLEXWS.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-SAIR          PIC X(01) VALUE "N".
           88 SAIR-CONTROLE    VALUE "S".
       77 WRK-CONFIRMA      PIC X(01) VALUE "N".
           88 CONFIRMADO       VALUE "S" "s".
       77 WRK-OPERADOR      PIC X(08) VALUE SPACES.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-CONSULTA PIC 9(08) VALUE ZEROS.
       77 WRK-PASSO         PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-LISTADOS  PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-ED   PIC X(22) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            ACCEPT WRK-OPERADOR FROM ENVIRONMENT "OPERADOR".
            IF WRK-OPERADOR = SPACES OR WRK-OPERADOR = LOW-VALUES
                ACCEPT WRK-OPERADOR FROM ENVIRONMENT "USER"
            END-IF.
            PERFORM UNTIL SAIR-CONTROLE
                PERFORM EXIBE-MENU-CONTROLE
                PERFORM PROCESSA-OPCAO-CONTROLE
            END-PERFORM.
            GOBACK.

       EXIBE-MENU-CONTROLE.
            DISPLAY " ".
            DISPLAY "============================================".
            DISPLAY "   CONTROLE DE EXECUCAO DO LOTE NOTURNO".
            DISPLAY "============================================".
            DISPLAY "1. SITUACAO DOS PASSOS POR DATA".
            DISPLAY "2. LIBERAR REEXECUCAO DE UM PASSO".
            DISPLAY "3. VOLTAR".
            DISPLAY "DIGITE A OPCAO DESEJADA:".
            ACCEPT WRK-OPCAO.

       PROCESSA-OPCAO-CONTROLE.
            EVALUATE WRK-OPCAO
                WHEN 1
                    PERFORM LISTA-SITUACAO
                WHEN 2
                    PERFORM LIBERA-REEXECUCAO
                WHEN 3
                    SET SAIR-CONTROLE TO TRUE
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
            END-EVALUATE.

       PEDE-DATA.
            DISPLAY "DATA DE PROCESSAMENTO (AAAAMMDD, ZERO = "
                    WRK-DATA-PROCESSO "):".
            MOVE ZEROS TO WRK-DATA-CONSULTA.
            ACCEPT WRK-DATA-CONSULTA.
            IF WRK-DATA-CONSULTA = ZEROS
                MOVE WRK-DATA-PROCESSO TO WRK-DATA-CONSULTA
            END-IF.

       LISTA-SITUACAO.
            PERFORM PEDE-DATA.
            PERFORM CARREGA-CONTROLE-EXECUCAO.
            MOVE ZEROS TO WRK-QTD-LISTADOS.
            DISPLAY " ".
            DISPLAY "SITUACAO DOS PASSOS - DATA DE PROCESSAMENTO "
                    WRK-DATA-CONSULTA.
            DISPLAY "PROGRAMA         SITUACAO               INICIO   "
                    "       FIM             RC   EXE REC LIB".
            PERFORM VARYING WRK-CTX-IDX FROM 1 BY 1
                    UNTIL WRK-CTX-IDX > WRK-CTX-QTD
                MOVE TAB-CTX-REGISTRO(WRK-CTX-IDX)
                    TO REG-CONTROLE-EXECUCAO
                IF CTX-DATA-PROCESSO = WRK-DATA-CONSULTA
                    ADD 1 TO WRK-QTD-LISTADOS
                    PERFORM MONTA-SITUACAO
                    DISPLAY CTX-PROGRAMA " " WRK-SITUACAO-ED " "
                            CTX-DATA-INICIO "-" CTX-HORA-INICIO " "
                            CTX-DATA-FIM "-" CTX-HORA-FIM " "
                            CTX-RETURN-CODE " "
                            CTX-QTD-EXECUCOES " "
                            CTX-QTD-RECUSAS " "
                            CTX-REEXECUCAO
                    IF CTX-REEXECUCAO-LIBERADA
                        DISPLAY "                 REEXECUCAO LIBERADA "
                                "POR " CTX-OPERADOR-LIBERACAO " EM "
                                CTX-DATA-LIBERACAO
                    END-IF
                END-IF
            END-PERFORM.
            IF WRK-QTD-LISTADOS = ZEROS
                DISPLAY "NENHUM PASSO EXECUTADO PARA A DATA"
            END-IF.

       MONTA-SITUACAO.
            EVALUATE TRUE
                WHEN CTX-CONCLUIDA
                    MOVE "CONCLUIDO"              TO WRK-SITUACAO-ED
                WHEN CTX-FALHOU
                    MOVE "FALHOU"                 TO WRK-SITUACAO-ED
                WHEN CTX-INICIADA
                    MOVE "INICIADO SEM CONCLUSAO" TO WRK-SITUACAO-ED
                WHEN OTHER
                    MOVE "DESCONHECIDA"           TO WRK-SITUACAO-ED
            END-EVALUATE.

       LIBERA-REEXECUCAO.
            DISPLAY "PASSO: 03 = COMPRAS (PROGRAMACOBOL03)".
            DISPLAY "       14 = CONTESTACOES (PROGRAMACOBOL14)".
            DISPLAY "       28 = CONCILIACAO BANCARIA "
                    "(PROGRAMACOBOL28)".
            DISPLAY "       32 = ESTOQUE POR LOJA (PROGRAMACOBOL32)".
            DISPLAY "       04 = FECHAMENTO/LOTE CONTABIL "
                    "(PROGRAMACOBOL04)".
            DISPLAY "DIGITE O PASSO:".
            MOVE ZEROS TO WRK-PASSO.
            ACCEPT WRK-PASSO.
            MOVE SPACES TO WRK-CTX-PROGRAMA.
            EVALUATE WRK-PASSO
                WHEN 3
                    MOVE "PROGRAMACOBOL03" TO WRK-CTX-PROGRAMA
                WHEN 14
                    MOVE "PROGRAMACOBOL14" TO WRK-CTX-PROGRAMA
                WHEN 28
                    MOVE "PROGRAMACOBOL28" TO WRK-CTX-PROGRAMA
                WHEN 32
                    MOVE "PROGRAMACOBOL32" TO WRK-CTX-PROGRAMA
                WHEN 4
                    MOVE "PROGRAMACOBOL04" TO WRK-CTX-PROGRAMA
                WHEN OTHER
                    DISPLAY "PASSO INVALIDO"
            END-EVALUATE.
            IF WRK-CTX-PROGRAMA NOT = SPACES
                PERFORM PEDE-DATA
                MOVE WRK-DATA-CONSULTA TO WRK-CTX-DATA
                PERFORM CARREGA-CONTROLE-EXECUCAO
                PERFORM LOCALIZA-CONTROLE-EXECUCAO
                IF WRK-CTX-POS = ZEROS
                    DISPLAY WRK-CTX-PROGRAMA " NAO EXECUTOU A DATA "
                            WRK-CTX-DATA " - NADA A LIBERAR"
                ELSE
                    MOVE TAB-CTX-REGISTRO(WRK-CTX-POS)
                        TO REG-CONTROLE-EXECUCAO
                    IF NOT CTX-CONCLUIDA
                        PERFORM MONTA-SITUACAO
                        DISPLAY "PASSO NA SITUACAO " WRK-SITUACAO-ED
                                " - REEXECUTA SEM LIBERACAO"
                    ELSE
                        IF CTX-REEXECUCAO-LIBERADA
                            DISPLAY "REEXECUCAO JA LIBERADA POR "
                                    CTX-OPERADOR-LIBERACAO " EM "
                                    CTX-DATA-LIBERACAO
                        ELSE
                            PERFORM CONFIRMA-LIBERACAO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CONFIRMA-LIBERACAO.
            DISPLAY WRK-CTX-PROGRAMA " CONCLUIU A DATA " WRK-CTX-DATA
                    " EM " CTX-DATA-FIM " " CTX-HORA-FIM " (RC "
                    CTX-RETURN-CODE ")".
            DISPLAY "A REEXECUCAO LANCA O MOVIMENTO DA DATA DE NOVO. "
                    "CONFIRMA A LIBERACAO? (S/N):".
            MOVE "N" TO WRK-CONFIRMA.
            ACCEPT WRK-CONFIRMA.
            IF NOT CONFIRMADO
                DISPLAY "LIBERACAO CANCELADA"
            ELSE
                SET CTX-REEXECUCAO-LIBERADA TO TRUE
                MOVE WRK-OPERADOR  TO CTX-OPERADOR-LIBERACAO
                MOVE WRK-DATA-HOJE TO CTX-DATA-LIBERACAO
                MOVE REG-CONTROLE-EXECUCAO
                    TO TAB-CTX-REGISTRO(WRK-CTX-POS)
                PERFORM REGRAVA-CONTROLE-EXECUCAO
                DISPLAY "REEXECUCAO LIBERADA PARA UMA EXECUCAO"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL30" TO AUD-PROGRAMA
                STRING "LIBERA REEXECUCAO " DELIMITED BY SIZE
                       WRK-CTX-PROGRAMA DELIMITED BY SPACE
                       " DATA " DELIMITED BY SIZE
                       WRK-CTX-DATA DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY AUDITP.
