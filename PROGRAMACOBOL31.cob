      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: RELATORIO DA MANHA DA SITUACAO DO LOTE NOTURNO - LE O
      * ARQUIVO DE CONTROLE DE EXECUCAO (CTLEXEC, COPYBOOKS CTLEXEC/
      * CTLEXWS/CTLEXP) GRAVADO PELOS PASSOS DE LANCAMENTO DO PROGJOBS
      * E LISTA, PARA A ULTIMA DATA DE PROCESSAMENTO EXECUTADA, CADA
      * PASSO CONTROLADO COM A SITUACAO (CONCLUIDO, FALHOU, INICIADO
      * SEM CONCLUSAO OU NAO EXECUTADO), INICIO, FIM, RETURN-CODE,
      * QUANTIDADE DE EXECUCOES E DE REEXECUCOES RECUSADAS. MOSTRA
      * TAMBEM A DATA ATUAL DO DATPROC: SE ELA NAO AVANCOU ALEM DA
      * DATA DA NOITE, O AVANCO DE DATA (STEP050) NAO RODOU. RODA NO
      * JOB PROGSTAT, ANTES DA ABERTURA DAS LOJAS.
      * RETURN-CODE: 0 = TODOS OS PASSOS CONCLUIDOS E DATA AVANCADA;
      * 4 = PASSO NAO CONCLUIDO, RECUSA DE REEXECUCAO OU DATA NAO
      * AVANCADA; 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 048 - PASSO STEP019 (ESTOQUE POR LOJA,
      * PROGRAMACOBOL32) INCLUIDO NA LISTA DE PASSOS CONTROLADOS.
      * Review fix: O RELATORIO PASSA A LISTAR TODOS OS PASSOS DO
      * PROGJOBS, NA ORDEM DO JOB. OS PASSOS SEM CONTROLE DE EXECUCAO
      * SAO CONFERIDOS PELO REGISTRO RESUMO QUE CADA PROGRAMA GRAVA NO
      * AUDITLOG AO TERMINAR (CARIMBADO COM A DATA DE PROCESSAMENTO;
      * O PROGRAMACOBOL19, QUE NAO LE O DATPROC, CARIMBA A DATA DO
      * SISTEMA - ACEITA A DATA DA NOITE OU O DIA SEGUINTE): SEM O
      * REGISTRO O PASSO SAI COMO "NAO EXECUTADO/SEM REGISTRO" E CONTA
      * COMO NAO CONCLUIDO. OS PASSOS IEFBR14 (STEP005/060/065) NAO
      * DEIXAM REGISTRO E SO SAO LISTADOS.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL31.
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
       77 WRK-DATA-NOITE    PIC 9(08) VALUE ZEROS.
       77 WRK-IDX           PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-OK        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PENDENTES PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-RECUSAS   PIC 9(04) VALUE ZEROS.
       77 WRK-SITUACAO-ED   PIC X(22) VALUE SPACES.
       77 WRK-PDX           PIC 9(02) VALUE ZEROS.
       77 WRK-FIM-AUDITORIA PIC X(01) VALUE "N".
           88 FIM-AUDITORIA    VALUE "S".
       77 WRK-DIA-NOITE     PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-AUDITORIA PIC 9(07) VALUE ZEROS.
      * PASSOS DO PROGJOBS, NA ORDEM DO JOB. TIPO: C = CONTROLE DE
      * EXECUCAO (CTLEXEC); A = REGISTRO NO AUDITLOG COM A DATA DE
      * PROCESSAMENTO; S = REGISTRO NO AUDITLOG COM A DATA DO SISTEMA;
      * U = UTILITARIO (IEFBR14), SEM REGISTRO
       01  TAB-PASSOS-VALORES.
           05 FILLER PIC X(25) VALUE "STEP005 IEFBR14         U".
           05 FILLER PIC X(25) VALUE "STEP010 PROGRAMACOBOL01BA".
           05 FILLER PIC X(25) VALUE "STEP015 PROGRAMACOBOL08 A".
           05 FILLER PIC X(25) VALUE "STEP017 PROGRAMACOBOL35 A".
           05 FILLER PIC X(25) VALUE "STEP018 PROGRAMACOBOL19 S".
           05 FILLER PIC X(25) VALUE "STEP019 PROGRAMACOBOL32 C".
           05 FILLER PIC X(25) VALUE "STEP020 PROGRAMACOBOL02 A".
           05 FILLER PIC X(25) VALUE "STEP025 PROGRAMACOBOL21 A".
           05 FILLER PIC X(25) VALUE "STEP030 PROGRAMACOBOL03 C".
           05 FILLER PIC X(25) VALUE "STEP035 PROGRAMACOBOL06 A".
           05 FILLER PIC X(25) VALUE "STEP036 PROGRAMACOBOL34 A".
           05 FILLER PIC X(25) VALUE "STEP037 PROGRAMACOBOL14 C".
           05 FILLER PIC X(25) VALUE "STEP038 PROGRAMACOBOL27 A".
           05 FILLER PIC X(25) VALUE "STEP039 PROGRAMACOBOL28 C".
           05 FILLER PIC X(25) VALUE "STEP040 PROGRAMACOBOL04 C".
           05 FILLER PIC X(25) VALUE "STEP050 PROGRAMACOBOL10 A".
           05 FILLER PIC X(25) VALUE "STEP060 IEFBR14         U".
           05 FILLER PIC X(25) VALUE "STEP065 IEFBR14         U".
           05 FILLER PIC X(25) VALUE "STEP070 PROGRAMACOBOL37 A".
       01  TAB-PASSOS REDEFINES TAB-PASSOS-VALORES.
           05 TAB-PASSO OCCURS 19 TIMES.
               10 TAB-PASSO-STEP     PIC X(08).
               10 TAB-PASSO-PROGRAMA PIC X(16).
               10 TAB-PASSO-TIPO     PIC X(01).
       01  TAB-PASSOS-AUDITADOS.
           05 TAB-PASSO-AUDITADO OCCURS 19 TIMES PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            PERFORM CARREGA-CONTROLE-EXECUCAO.
            PERFORM APURA-DATA-NOITE.
            DISPLAY "============================================".
            DISPLAY "   SITUACAO DO LOTE NOTURNO".
            DISPLAY "============================================".
            IF WRK-DATA-NOITE = ZEROS
                DISPLAY "NENHUMA EXECUCAO REGISTRADA NO CONTROLE DE "
                        "EXECUCAO"
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "DATA DE PROCESSAMENTO DA NOITE: " WRK-DATA-NOITE.
            DISPLAY "DATA DE PROCESSAMENTO ATUAL..: " WRK-DATA-PROCESSO.
            PERFORM CARREGA-AUDITORIA-NOITE.
            DISPLAY " ".
            DISPLAY "PASSO    PROGRAMA         SITUACAO               "
                    "INICIO          FIM             RC   EXE REC".
            PERFORM VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 19
                PERFORM LISTA-PASSO
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "PASSOS CONCLUIDOS.............: " WRK-QTD-OK.
            DISPLAY "PASSOS NAO CONCLUIDOS.........: "
                    WRK-QTD-PENDENTES.
            DISPLAY "REEXECUCOES RECUSADAS.........: " WRK-QTD-RECUSAS.
            IF WRK-DATA-PROCESSO NOT > WRK-DATA-NOITE
                DISPLAY "ATENCAO: A DATA DE PROCESSAMENTO NAO AVANCOU "
                        "- O LOTE DA NOITE NAO FECHOU"
                ADD 1 TO WRK-QTD-PENDENTES
            END-IF.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL31" TO AUD-PROGRAMA.
            STRING "SITUACAO LOTE " DELIMITED BY SIZE
                   WRK-DATA-NOITE DELIMITED BY SIZE
                   " OK " DELIMITED BY SIZE
                   WRK-QTD-OK DELIMITED BY SIZE
                   " PENDENTES " DELIMITED BY SIZE
                   WRK-QTD-PENDENTES DELIMITED BY SIZE
                   " RECUSAS " DELIMITED BY SIZE
                   WRK-QTD-RECUSAS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-PENDENTES > ZEROS OR WRK-QTD-RECUSAS > ZEROS
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      * A NOITE A RELATAR E A MAIOR DATA DE PROCESSAMENTO REGISTRADA
       APURA-DATA-NOITE.
            MOVE ZEROS TO WRK-DATA-NOITE.
            PERFORM VARYING WRK-CTX-IDX FROM 1 BY 1
                    UNTIL WRK-CTX-IDX > WRK-CTX-QTD
                MOVE TAB-CTX-REGISTRO(WRK-CTX-IDX)
                    TO REG-CONTROLE-EXECUCAO
                IF CTX-DATA-PROCESSO > WRK-DATA-NOITE
                    MOVE CTX-DATA-PROCESSO TO WRK-DATA-NOITE
                END-IF
            END-PERFORM.

      * MARCA OS PASSOS SEM CONTROLE DE EXECUCAO QUE DEIXARAM O
      * REGISTRO RESUMO DA NOITE NO AUDITLOG
       CARREGA-AUDITORIA-NOITE.
            MOVE ALL "N" TO TAB-PASSOS-AUDITADOS.
            COMPUTE WRK-DIA-NOITE =
                FUNCTION INTEGER-OF-DATE (WRK-DATA-NOITE).
            OPEN INPUT AUDITORIA-ARQUIVO.
            IF WRK-FS-AUDITORIA = "35"
                DISPLAY "AUDITLOG AUSENTE - PASSOS SEM CONTROLE DE "
                        "EXECUCAO FICAM SEM REGISTRO"
                SET FIM-AUDITORIA TO TRUE
            ELSE
                IF WRK-FS-AUDITORIA NOT = "00"
                    DISPLAY "AUDITLOG INDISPONIVEL - FS: "
                            WRK-FS-AUDITORIA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-AUDITORIA
                READ AUDITORIA-ARQUIVO
                    AT END
                        SET FIM-AUDITORIA TO TRUE
                    NOT AT END
                        PERFORM CONFERE-REGISTRO-AUDITORIA
                END-READ
            END-PERFORM.
            IF WRK-FS-AUDITORIA NOT = "35"
                CLOSE AUDITORIA-ARQUIVO
            END-IF.

       CONFERE-REGISTRO-AUDITORIA.
            PERFORM VARYING WRK-PDX FROM 1 BY 1 UNTIL WRK-PDX > 19
                IF TAB-PASSO-PROGRAMA(WRK-PDX) = AUD-PROGRAMA
                   AND AUD-DATA NUMERIC
                   AND AUD-DATA NOT < WRK-DATA-NOITE
                    EVALUATE TAB-PASSO-TIPO(WRK-PDX)
                        WHEN "A"
                            IF AUD-DATA = WRK-DATA-NOITE
                                MOVE "S" TO TAB-PASSO-AUDITADO(WRK-PDX)
                            END-IF
                        WHEN "S"
                            COMPUTE WRK-DIA-AUDITORIA =
                                FUNCTION INTEGER-OF-DATE (AUD-DATA)
                            IF WRK-DIA-AUDITORIA - WRK-DIA-NOITE
                               NOT > 1
                                MOVE "S" TO TAB-PASSO-AUDITADO(WRK-PDX)
                            END-IF
                    END-EVALUATE
                END-IF
            END-PERFORM.

       LISTA-PASSO.
            EVALUATE TAB-PASSO-TIPO(WRK-IDX)
                WHEN "C"
                    PERFORM LISTA-PASSO-CONTROLADO
                WHEN "U"
                    DISPLAY TAB-PASSO-STEP(WRK-IDX) " "
                            TAB-PASSO-PROGRAMA(WRK-IDX) " "
                            "UTILITARIO - SEM REGISTRO"
                WHEN OTHER
                    IF TAB-PASSO-AUDITADO(WRK-IDX) = "S"
                        ADD 1 TO WRK-QTD-OK
                        DISPLAY TAB-PASSO-STEP(WRK-IDX) " "
                                TAB-PASSO-PROGRAMA(WRK-IDX) " "
                                "EXECUTADO (AUDITLOG)"
                    ELSE
                        ADD 1 TO WRK-QTD-PENDENTES
                        DISPLAY TAB-PASSO-STEP(WRK-IDX) " "
                                TAB-PASSO-PROGRAMA(WRK-IDX) " "
                                "NAO EXECUTADO/SEM REGISTRO"
                    END-IF
            END-EVALUATE.

       LISTA-PASSO-CONTROLADO.
            MOVE TAB-PASSO-PROGRAMA(WRK-IDX) TO WRK-CTX-PROGRAMA.
            MOVE WRK-DATA-NOITE TO WRK-CTX-DATA.
            PERFORM LOCALIZA-CONTROLE-EXECUCAO.
            IF WRK-CTX-POS = ZEROS
                ADD 1 TO WRK-QTD-PENDENTES
                DISPLAY TAB-PASSO-STEP(WRK-IDX) " "
                        TAB-PASSO-PROGRAMA(WRK-IDX) " "
                        "NAO EXECUTADO"
            ELSE
                MOVE TAB-CTX-REGISTRO(WRK-CTX-POS)
                    TO REG-CONTROLE-EXECUCAO
                EVALUATE TRUE
                    WHEN CTX-CONCLUIDA
                        ADD 1 TO WRK-QTD-OK
                        MOVE "CONCLUIDO" TO WRK-SITUACAO-ED
                    WHEN CTX-FALHOU
                        ADD 1 TO WRK-QTD-PENDENTES
                        MOVE "FALHOU" TO WRK-SITUACAO-ED
                    WHEN OTHER
                        ADD 1 TO WRK-QTD-PENDENTES
                        MOVE "INICIADO SEM CONCLUSAO"
                            TO WRK-SITUACAO-ED
                END-EVALUATE
                ADD CTX-QTD-RECUSAS TO WRK-QTD-RECUSAS
                DISPLAY TAB-PASSO-STEP(WRK-IDX) " "
                        CTX-PROGRAMA " " WRK-SITUACAO-ED " "
                        CTX-DATA-INICIO "-" CTX-HORA-INICIO " "
                        CTX-DATA-FIM "-" CTX-HORA-FIM " "
                        CTX-RETURN-CODE " "
                        CTX-QTD-EXECUCOES " "
                        CTX-QTD-RECUSAS
                IF CTX-REEXECUCAO-LIBERADA
                    DISPLAY "         REEXECUCAO LIBERADA POR "
                            CTX-OPERADOR-LIBERACAO " EM "
                            CTX-DATA-LIBERACAO " AINDA NAO USADA"
                END-IF
            END-IF.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY AUDITP.
