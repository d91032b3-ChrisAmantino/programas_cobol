      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO MESTRE DE LOJAS (LOJMAST)
      * PELO MENU DE OPERACOES - LISTAR, INCLUIR LOJA, ALTERAR NOME E
      * REGIAO, INFORMAR A DATA DE ABERTURA, FECHAR A LOJA (DATA DE
      * FECHAMENTO) E CANCELAR UM FECHAMENTO LANCADO POR ENGANO,
      * SUBSTITUINDO A EDICAO MANUAL DO ARQUIVO. O CADASTRO E LIDO
      * PELA CRITICA DE VENDAS (PROGRAMACOBOL08), QUE RECUSA VENDA DE
      * LOJA ANTES DA ABERTURA OU DEPOIS DO FECHAMENTO, E PELA
      * CONSOLIDACAO MENSAL (PROGRAMACOBOL13), QUE MARCA LOJA NOVA E
      * LOJA FECHADA NO MES. O ARQUIVO E MANTIDO EM ORDEM ASCENDENTE
      * DE CODIGO (INCLUSAO NA POSICAO CORRETA, MESMA TECNICA DO
      * PROGRAMACOBOL20), CODIGO DUPLICADO E REJEITADO, O CODIGO 9999
      * E RESERVADO AO TRAILER DO ARQUIVO DE VENDAS E CADA ALTERACAO
      * GRAVA UM REGISTRO NO LOG DE AUDITORIA.
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 051 - DADOS FISCAIS DA LOJA (UF E INSCRICAO ESTADUAL,
      * OPCAO 7) PARA A EXPORTACAO FISCAL DO LIVRO DE SAIDAS
      * (PROGRAMACOBOL35); VOLTAR PASSA A SER A OPCAO 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL33.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOJAS-MASTER ASSIGN TO "LOJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJAS.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  LOJAS-MASTER.
       COPY LOJMAST.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       77 WRK-FS-LOJAS      PIC X(02) VALUE "00".
       77 WRK-FIM-LOJAS     PIC X(01) VALUE "N".
           88 FIM-LOJAS        VALUE "S".
       77 WRK-QTD-LOJAS     PIC 9(03) VALUE ZEROS.
       77 WRK-IDX           PIC 9(03) VALUE ZEROS.
       77 WRK-JDX           PIC 9(03) VALUE ZEROS.
       77 WRK-POS-LOJA      PIC 9(03) VALUE ZEROS.
       77 WRK-POS-INSERE    PIC 9(03) VALUE ZEROS.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-SAIR          PIC X(01) VALUE "N".
           88 SAIR-MANUTENCAO  VALUE "S".
       77 WRK-CODIGO-NOVO   PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-NOVO     PIC X(30) VALUE SPACES.
       77 WRK-REGIAO-NOVA   PIC X(15) VALUE SPACES.
       77 WRK-DATA-NOVA     PIC 9(08) VALUE ZEROS.
       77 WRK-MES-AUX       PIC 9(02) VALUE ZEROS.
       77 WRK-DIA-AUX       PIC 9(02) VALUE ZEROS.
       77 WRK-CONFIRMA      PIC X(01) VALUE "N".
       77 WRK-UF-NOVA       PIC X(02) VALUE SPACES.
       77 WRK-IE-NOVA       PIC X(14) VALUE SPACES.
       77 WRK-UF-IDX        PIC 9(02) VALUE ZEROS.
       77 WRK-UF-VALIDA     PIC X(01) VALUE "N".
           88 UF-VALIDA        VALUE "S".
      * UNIDADES DA FEDERACAO ACEITAS NOS DADOS FISCAIS DA LOJA
       01  TAB-UF-VALORES.
           05 FILLER PIC X(18) VALUE "ACALAMAPBACEDFESGO".
           05 FILLER PIC X(18) VALUE "MAMGMSMTPAPBPEPIPR".
           05 FILLER PIC X(18) VALUE "RJRNRORRRSSCSESPTO".
       01  TAB-UF REDEFINES TAB-UF-VALORES.
           05 TAB-UF-SIGLA PIC X(02) OCCURS 27 TIMES.
       01  TAB-LOJAS.
           05 TAB-LOJA OCCURS 1 TO 500 TIMES
                       DEPENDING ON WRK-QTD-LOJAS.
               10 TAB-LOJA-CODIGO     PIC 9(04).
               10 TAB-LOJA-NOME       PIC X(30).
               10 TAB-LOJA-REGIAO     PIC X(15).
               10 TAB-LOJA-ABERTURA   PIC 9(08).
               10 TAB-LOJA-FECHAMENTO PIC 9(08).
               10 TAB-LOJA-UF         PIC X(02).
               10 TAB-LOJA-IE         PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-LOJAS.
            PERFORM UNTIL SAIR-MANUTENCAO
                PERFORM EXIBE-MENU-LOJAS
                PERFORM PROCESSA-OPCAO-LOJAS
            END-PERFORM.
            GOBACK.

       EXIBE-MENU-LOJAS.
            DISPLAY " ".
            DISPLAY "============================================".
            DISPLAY "   MANUTENCAO DO CADASTRO DE LOJAS".
            DISPLAY "============================================".
            DISPLAY "1. LISTAR LOJAS".
            DISPLAY "2. INCLUIR LOJA".
            DISPLAY "3. ALTERAR NOME/REGIAO".
            DISPLAY "4. INFORMAR DATA DE ABERTURA".
            DISPLAY "5. FECHAR LOJA (DATA DE FECHAMENTO)".
            DISPLAY "6. CANCELAR FECHAMENTO".
            DISPLAY "7. DADOS FISCAIS (UF/INSCRICAO ESTADUAL)".
            DISPLAY "8. VOLTAR".
            DISPLAY "DIGITE A OPCAO DESEJADA:".
            ACCEPT WRK-OPCAO.

       PROCESSA-OPCAO-LOJAS.
            EVALUATE WRK-OPCAO
                WHEN 1
                    PERFORM LISTA-LOJAS
                WHEN 2
                    PERFORM INCLUI-LOJA
                WHEN 3
                    PERFORM ALTERA-NOME-REGIAO
                WHEN 4
                    PERFORM ALTERA-DATA-ABERTURA
                WHEN 5
                    PERFORM FECHA-LOJA
                WHEN 6
                    PERFORM CANCELA-FECHAMENTO
                WHEN 7
                    PERFORM ALTERA-DADOS-FISCAIS
                WHEN 8
                    SET SAIR-MANUTENCAO TO TRUE
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
            END-EVALUATE.

       LISTA-LOJAS.
            DISPLAY " ".
            IF WRK-QTD-LOJAS = ZEROS
                DISPLAY "NENHUMA LOJA CADASTRADA"
            ELSE
                DISPLAY "LOJA NOME                           REGIAO    "
                        "      ABERTURA FECHAMENTO UF INSCR.ESTADUAL"
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LOJAS
                DISPLAY TAB-LOJA-CODIGO(WRK-IDX) " "
                        TAB-LOJA-NOME(WRK-IDX) " "
                        TAB-LOJA-REGIAO(WRK-IDX) " "
                        TAB-LOJA-ABERTURA(WRK-IDX) " "
                        TAB-LOJA-FECHAMENTO(WRK-IDX) "   "
                        TAB-LOJA-UF(WRK-IDX) " "
                        TAB-LOJA-IE(WRK-IDX)
            END-PERFORM.

       INCLUI-LOJA.
            PERFORM ACEITA-CODIGO-LOJA.
            IF WRK-CODIGO-NOVO = ZEROS OR WRK-CODIGO-NOVO = 9999
                DISPLAY "CODIGO INVALIDO (0000 E 9999 SAO RESERVADOS) "
                        "- INCLUSAO REJEITADA"
            ELSE
                IF WRK-POS-LOJA > ZEROS
                    DISPLAY "LOJA JA CADASTRADA"
                ELSE
                    IF WRK-QTD-LOJAS >= 500
                        DISPLAY "CADASTRO CHEIO (500 LOJAS)"
                    ELSE
                        MOVE SPACES TO WRK-NOME-NOVO
                        PERFORM UNTIL WRK-NOME-NOVO NOT = SPACES
                            DISPLAY "NOME DA LOJA:"
                            ACCEPT WRK-NOME-NOVO
                        END-PERFORM
                        MOVE SPACES TO WRK-REGIAO-NOVA
                        PERFORM UNTIL WRK-REGIAO-NOVA NOT = SPACES
                            DISPLAY "REGIAO:"
                            ACCEPT WRK-REGIAO-NOVA
                        END-PERFORM
                        MOVE ZEROS TO WRK-DATA-NOVA
                        PERFORM UNTIL WRK-DATA-NOVA NOT = ZEROS
                            DISPLAY "DATA DE ABERTURA (AAAAMMDD):"
                            PERFORM ACEITA-DATA
                        END-PERFORM
                        PERFORM INSERE-LOJA-ORDENADA
                        PERFORM REGRAVA-LOJAS
                        DISPLAY "LOJA INCLUIDA"
                        INITIALIZE REG-AUDITORIA
                        MOVE "PROGRAMACOBOL33" TO AUD-PROGRAMA
                        STRING "INCLUSAO LOJA " DELIMITED BY SIZE
                               WRK-CODIGO-NOVO DELIMITED BY SIZE
                               " ABERTURA " DELIMITED BY SIZE
                               WRK-DATA-NOVA DELIMITED BY SIZE
                               " " DELIMITED BY SIZE
                               WRK-NOME-NOVO DELIMITED BY SIZE
                            INTO AUD-DETALHE
                        PERFORM GRAVA-AUDITORIA
                    END-IF
                END-IF
            END-IF.

       ALTERA-NOME-REGIAO.
            PERFORM ACEITA-CODIGO-LOJA.
            IF WRK-POS-LOJA = ZEROS
                DISPLAY "LOJA NAO CADASTRADA"
            ELSE
                DISPLAY "NOME ATUAL..: " TAB-LOJA-NOME(WRK-POS-LOJA)
                DISPLAY "REGIAO ATUAL: " TAB-LOJA-REGIAO(WRK-POS-LOJA)
                DISPLAY "NOVO NOME (EM BRANCO MANTEM O ATUAL):"
                MOVE SPACES TO WRK-NOME-NOVO
                ACCEPT WRK-NOME-NOVO
                DISPLAY "NOVA REGIAO (EM BRANCO MANTEM A ATUAL):"
                MOVE SPACES TO WRK-REGIAO-NOVA
                ACCEPT WRK-REGIAO-NOVA
                IF WRK-NOME-NOVO = SPACES AND WRK-REGIAO-NOVA = SPACES
                    DISPLAY "NADA ALTERADO"
                ELSE
                    IF WRK-NOME-NOVO NOT = SPACES
                        MOVE WRK-NOME-NOVO
                            TO TAB-LOJA-NOME(WRK-POS-LOJA)
                    END-IF
                    IF WRK-REGIAO-NOVA NOT = SPACES
                        MOVE WRK-REGIAO-NOVA
                            TO TAB-LOJA-REGIAO(WRK-POS-LOJA)
                    END-IF
                    PERFORM REGRAVA-LOJAS
                    DISPLAY "LOJA ALTERADA"
                    INITIALIZE REG-AUDITORIA
                    MOVE "PROGRAMACOBOL33" TO AUD-PROGRAMA
                    STRING "ALTERACAO LOJA " DELIMITED BY SIZE
                           WRK-CODIGO-NOVO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TAB-LOJA-NOME(WRK-POS-LOJA)
                               DELIMITED BY "  "
                           " / " DELIMITED BY SIZE
                           TAB-LOJA-REGIAO(WRK-POS-LOJA)
                               DELIMITED BY "  "
                        INTO AUD-DETALHE
                    PERFORM GRAVA-AUDITORIA
                END-IF
            END-IF.

       ALTERA-DATA-ABERTURA.
            PERFORM ACEITA-CODIGO-LOJA.
            IF WRK-POS-LOJA = ZEROS
                DISPLAY "LOJA NAO CADASTRADA"
            ELSE
                DISPLAY "ABERTURA ATUAL: "
                        TAB-LOJA-ABERTURA(WRK-POS-LOJA)
                DISPLAY "NOVA DATA DE ABERTURA (AAAAMMDD):"
                PERFORM ACEITA-DATA
                IF WRK-DATA-NOVA = ZEROS
                    DISPLAY "DATA INVALIDA - ALTERACAO REJEITADA"
                ELSE
                    IF TAB-LOJA-FECHAMENTO(WRK-POS-LOJA) > ZEROS
                       AND WRK-DATA-NOVA >
                           TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                        DISPLAY "ABERTURA POSTERIOR AO FECHAMENTO "
                                TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                                " - ALTERACAO REJEITADA"
                    ELSE
                        MOVE WRK-DATA-NOVA
                            TO TAB-LOJA-ABERTURA(WRK-POS-LOJA)
                        PERFORM REGRAVA-LOJAS
                        DISPLAY "DATA DE ABERTURA GRAVADA"
                        INITIALIZE REG-AUDITORIA
                        MOVE "PROGRAMACOBOL33" TO AUD-PROGRAMA
                        STRING "ABERTURA LOJA " DELIMITED BY SIZE
                               WRK-CODIGO-NOVO DELIMITED BY SIZE
                               " EM " DELIMITED BY SIZE
                               WRK-DATA-NOVA DELIMITED BY SIZE
                            INTO AUD-DETALHE
                        PERFORM GRAVA-AUDITORIA
                    END-IF
                END-IF
            END-IF.

       FECHA-LOJA.
            PERFORM ACEITA-CODIGO-LOJA.
            IF WRK-POS-LOJA = ZEROS
                DISPLAY "LOJA NAO CADASTRADA"
            ELSE
                IF TAB-LOJA-FECHAMENTO(WRK-POS-LOJA) > ZEROS
                    DISPLAY "LOJA JA FECHADA EM "
                            TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                            " - CANCELE O FECHAMENTO ANTES DE "
                            "INFORMAR OUTRA DATA"
                ELSE
                    DISPLAY "ULTIMO DIA DE VENDA DA LOJA (AAAAMMDD):"
                    PERFORM ACEITA-DATA
                    IF WRK-DATA-NOVA = ZEROS
                        DISPLAY "DATA INVALIDA - FECHAMENTO REJEITADO"
                    ELSE
                        IF WRK-DATA-NOVA <
                           TAB-LOJA-ABERTURA(WRK-POS-LOJA)
                            DISPLAY "FECHAMENTO ANTERIOR A ABERTURA "
                                    TAB-LOJA-ABERTURA(WRK-POS-LOJA)
                                    " - FECHAMENTO REJEITADO"
                        ELSE
                            PERFORM CONFIRMA-FECHAMENTO
                        END-IF
                    END-IF
                END-IF
            END-IF.

       CONFIRMA-FECHAMENTO.
            DISPLAY "FECHAR A LOJA " WRK-CODIGO-NOVO " "
                    TAB-LOJA-NOME(WRK-POS-LOJA).
            DISPLAY "VENDAS DEPOIS DE " WRK-DATA-NOVA
                    " SERAO RECUSADAS. CONFIRMA (S/N)?".
            MOVE "N" TO WRK-CONFIRMA.
            ACCEPT WRK-CONFIRMA.
            IF WRK-CONFIRMA = "S" OR WRK-CONFIRMA = "s"
                MOVE WRK-DATA-NOVA
                    TO TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                PERFORM REGRAVA-LOJAS
                DISPLAY "LOJA FECHADA"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL33" TO AUD-PROGRAMA
                STRING "FECHAMENTO LOJA " DELIMITED BY SIZE
                       WRK-CODIGO-NOVO DELIMITED BY SIZE
                       " EM " DELIMITED BY SIZE
                       WRK-DATA-NOVA DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            ELSE
                DISPLAY "FECHAMENTO CANCELADO PELO OPERADOR"
            END-IF.

       CANCELA-FECHAMENTO.
            PERFORM ACEITA-CODIGO-LOJA.
            IF WRK-POS-LOJA = ZEROS
                DISPLAY "LOJA NAO CADASTRADA"
            ELSE
                IF TAB-LOJA-FECHAMENTO(WRK-POS-LOJA) = ZEROS
                    DISPLAY "LOJA NAO ESTA FECHADA"
                ELSE
                    MOVE TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                        TO WRK-DATA-NOVA
                    MOVE ZEROS TO TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                    PERFORM REGRAVA-LOJAS
                    DISPLAY "FECHAMENTO DE " WRK-DATA-NOVA
                            " CANCELADO - LOJA REABERTA"
                    INITIALIZE REG-AUDITORIA
                    MOVE "PROGRAMACOBOL33" TO AUD-PROGRAMA
                    STRING "CANCELA FECHAMENTO LOJA " DELIMITED BY SIZE
                           WRK-CODIGO-NOVO DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           WRK-DATA-NOVA DELIMITED BY SIZE
                        INTO AUD-DETALHE
                    PERFORM GRAVA-AUDITORIA
                END-IF
            END-IF.

      * A INSCRICAO ESTADUAL E GRAVADA COMO DIGITADA (OU "ISENTO"); A
      * CRITICA DO FORMATO DE CADA ESTADO FICA COM O SISTEMA FISCAL
       ALTERA-DADOS-FISCAIS.
            PERFORM ACEITA-CODIGO-LOJA.
            IF WRK-POS-LOJA = ZEROS
                DISPLAY "LOJA NAO CADASTRADA"
            ELSE
                DISPLAY "UF ATUAL................: "
                        TAB-LOJA-UF(WRK-POS-LOJA)
                DISPLAY "INSCRICAO ESTADUAL ATUAL: "
                        TAB-LOJA-IE(WRK-POS-LOJA)
                DISPLAY "UF DA LOJA (SIGLA):"
                MOVE SPACES TO WRK-UF-NOVA
                ACCEPT WRK-UF-NOVA
                MOVE "N" TO WRK-UF-VALIDA
                PERFORM VARYING WRK-UF-IDX FROM 1 BY 1
                        UNTIL WRK-UF-IDX > 27 OR UF-VALIDA
                    IF TAB-UF-SIGLA(WRK-UF-IDX) = WRK-UF-NOVA
                        SET UF-VALIDA TO TRUE
                    END-IF
                END-PERFORM
                DISPLAY "INSCRICAO ESTADUAL (OU ISENTO):"
                MOVE SPACES TO WRK-IE-NOVA
                ACCEPT WRK-IE-NOVA
                IF NOT UF-VALIDA
                    DISPLAY "UF INVALIDA - ALTERACAO REJEITADA"
                ELSE
                    IF WRK-IE-NOVA = SPACES
                        DISPLAY "INSCRICAO ESTADUAL NAO INFORMADA - "
                                "ALTERACAO REJEITADA"
                    ELSE
                        MOVE WRK-UF-NOVA TO TAB-LOJA-UF(WRK-POS-LOJA)
                        MOVE WRK-IE-NOVA TO TAB-LOJA-IE(WRK-POS-LOJA)
                        PERFORM REGRAVA-LOJAS
                        DISPLAY "DADOS FISCAIS GRAVADOS"
                        INITIALIZE REG-AUDITORIA
                        MOVE "PROGRAMACOBOL33" TO AUD-PROGRAMA
                        STRING "DADOS FISCAIS LOJA " DELIMITED BY SIZE
                               WRK-CODIGO-NOVO DELIMITED BY SIZE
                               " UF " DELIMITED BY SIZE
                               WRK-UF-NOVA DELIMITED BY SIZE
                               " IE " DELIMITED BY SIZE
                               WRK-IE-NOVA DELIMITED BY SIZE
                            INTO AUD-DETALHE
                        PERFORM GRAVA-AUDITORIA
                    END-IF
                END-IF
            END-IF.

       ACEITA-CODIGO-LOJA.
            DISPLAY "CODIGO DA LOJA:".
            MOVE ZEROS TO WRK-CODIGO-NOVO.
            ACCEPT WRK-CODIGO-NOVO.
            MOVE ZEROS TO WRK-POS-LOJA.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LOJAS
                    OR WRK-POS-LOJA > ZEROS
                IF TAB-LOJA-CODIGO(WRK-IDX) = WRK-CODIGO-NOVO
                    MOVE WRK-IDX TO WRK-POS-LOJA
                END-IF
            END-PERFORM.

       ACEITA-DATA.
            MOVE ZEROS TO WRK-DATA-NOVA.
            ACCEPT WRK-DATA-NOVA.
            MOVE WRK-DATA-NOVA(5:2) TO WRK-MES-AUX.
            MOVE WRK-DATA-NOVA(7:2) TO WRK-DIA-AUX.
            IF WRK-DATA-NOVA < 19000101
               OR WRK-MES-AUX < 1 OR WRK-MES-AUX > 12
               OR WRK-DIA-AUX < 1 OR WRK-DIA-AUX > 31
                MOVE ZEROS TO WRK-DATA-NOVA
            END-IF.

       INSERE-LOJA-ORDENADA.
            MOVE ZEROS TO WRK-POS-INSERE.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LOJAS
                    OR WRK-POS-INSERE > ZEROS
                IF TAB-LOJA-CODIGO(WRK-IDX) > WRK-CODIGO-NOVO
                    MOVE WRK-IDX TO WRK-POS-INSERE
                END-IF
            END-PERFORM.
            ADD 1 TO WRK-QTD-LOJAS.
            IF WRK-POS-INSERE = ZEROS
                MOVE WRK-QTD-LOJAS TO WRK-POS-INSERE
            ELSE
                PERFORM VARYING WRK-JDX FROM WRK-QTD-LOJAS BY -1
                        UNTIL WRK-JDX <= WRK-POS-INSERE
                    MOVE TAB-LOJA(WRK-JDX - 1) TO TAB-LOJA(WRK-JDX)
                END-PERFORM
            END-IF.
            MOVE WRK-CODIGO-NOVO TO TAB-LOJA-CODIGO(WRK-POS-INSERE).
            MOVE WRK-NOME-NOVO   TO TAB-LOJA-NOME(WRK-POS-INSERE).
            MOVE WRK-REGIAO-NOVA TO TAB-LOJA-REGIAO(WRK-POS-INSERE).
            MOVE WRK-DATA-NOVA   TO TAB-LOJA-ABERTURA(WRK-POS-INSERE).
            MOVE ZEROS TO TAB-LOJA-FECHAMENTO(WRK-POS-INSERE).
            MOVE SPACES TO TAB-LOJA-UF(WRK-POS-INSERE).
            MOVE SPACES TO TAB-LOJA-IE(WRK-POS-INSERE).

       REGRAVA-LOJAS.
            OPEN OUTPUT LOJAS-MASTER.
            IF WRK-FS-LOJAS NOT = "00"
                DISPLAY "ERRO AO REGRAVAR LOJMAST - FS: "
                        WRK-FS-LOJAS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LOJAS
                MOVE TAB-LOJA-CODIGO(WRK-IDX)  TO REG-LOJA-CODIGO
                MOVE TAB-LOJA-NOME(WRK-IDX)    TO REG-LOJA-NOME
                MOVE TAB-LOJA-REGIAO(WRK-IDX)  TO REG-LOJA-REGIAO
                MOVE TAB-LOJA-ABERTURA(WRK-IDX)
                    TO REG-LOJA-DATA-ABERTURA
                MOVE TAB-LOJA-FECHAMENTO(WRK-IDX)
                    TO REG-LOJA-DATA-FECHAMENTO
                MOVE TAB-LOJA-UF(WRK-IDX)      TO REG-LOJA-UF
                MOVE TAB-LOJA-IE(WRK-IDX)      TO REG-LOJA-IE
                WRITE REG-LOJA
            END-PERFORM.
            CLOSE LOJAS-MASTER.

      * REGISTRO GRAVADO ANTES DAS DATAS EXISTIREM CHEGA COM BRANCOS
      * NAS DATAS - VALE COMO NAO INFORMADA (ZEROS) NA REGRAVACAO
       CARREGA-LOJAS.
            MOVE ZEROS TO WRK-QTD-LOJAS.
            OPEN INPUT LOJAS-MASTER.
            IF WRK-FS-LOJAS = "35"
                DISPLAY "CADASTRO DE LOJAS AINDA NAO EXISTE - "
                        "SERA CRIADO NA PRIMEIRA INCLUSAO"
                SET FIM-LOJAS TO TRUE
            ELSE
                IF WRK-FS-LOJAS NOT = "00"
                    DISPLAY "CADASTRO DE LOJAS INDISPONIVEL - FS: "
                            WRK-FS-LOJAS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-LOJAS
                READ LOJAS-MASTER
                    AT END
                        SET FIM-LOJAS TO TRUE
                    NOT AT END
                        IF WRK-QTD-LOJAS >= 500
                            DISPLAY "CADASTRO DE LOJAS EXCEDE O "
                                    "LIMITE DE 500 REGISTROS"
                            CLOSE LOJAS-MASTER
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-LOJAS
                        MOVE REG-LOJA-CODIGO
                            TO TAB-LOJA-CODIGO(WRK-QTD-LOJAS)
                        MOVE REG-LOJA-NOME
                            TO TAB-LOJA-NOME(WRK-QTD-LOJAS)
                        MOVE REG-LOJA-REGIAO
                            TO TAB-LOJA-REGIAO(WRK-QTD-LOJAS)
                        MOVE ZEROS
                            TO TAB-LOJA-ABERTURA(WRK-QTD-LOJAS)
                        MOVE ZEROS
                            TO TAB-LOJA-FECHAMENTO(WRK-QTD-LOJAS)
                        MOVE REG-LOJA-UF
                            TO TAB-LOJA-UF(WRK-QTD-LOJAS)
                        MOVE REG-LOJA-IE
                            TO TAB-LOJA-IE(WRK-QTD-LOJAS)
                        IF REG-LOJA-DATA-ABERTURA IS NUMERIC
                            MOVE REG-LOJA-DATA-ABERTURA
                                TO TAB-LOJA-ABERTURA(WRK-QTD-LOJAS)
                        END-IF
                        IF REG-LOJA-DATA-FECHAMENTO IS NUMERIC
                            MOVE REG-LOJA-DATA-FECHAMENTO
                                TO TAB-LOJA-FECHAMENTO(WRK-QTD-LOJAS)
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-LOJAS NOT = "35"
                CLOSE LOJAS-MASTER
            END-IF.

       COPY AUDITP.
