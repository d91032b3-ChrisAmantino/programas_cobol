      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: EXPIRACAO MENSAL DOS PONTOS DE FIDELIDADE - OS
      * PONTOS VALEM 24 MESES CONTADOS DO MES DE ACUMULO (TERMOS DA
      * CAMPANHA). NO FECHAMENTO DO MES ALVO DO MESPARM (MESMO PADRAO
      * DO PROGRAMACOBOL13/18) O PROGRAMA MONTA OS LOTES DE PONTOS
      * POR MES/CPF A PARTIR DO LOG PONTMOV (COPYBOOKS
      * PONTLOTE/PONTLOTP) E EXPIRA O SALDO DE CADA LOTE ACUMULADO
      * ATE 24 MESES ANTES DO MES ALVO: GRAVA NO PONTMOV UM
      * MOVIMENTO DE EXPIRACAO ("E", SEM BANDEIRA, COM O MES DE
      * ORIGEM DO LOTE E DATADO NO ULTIMO DIA DO MES ALVO) E DEBITA O
      * SALDO DO CPF NO CADASTRO DE PONTOS (PONTMAST, REGRAVADO POR
      * INTEIRO). UMA REEXECUCAO DO MESMO MES NAO EXPIRA DE NOVO - O
      * LOTE JA EXPIRADO FICA COM SALDO ZERO. LOTE DE CPF SEM
      * CADASTRO DE PONTOS, OU COM SALDO MENOR QUE O LOTE, E
      * APONTADO COMO DIVERGENCIA (O SALDO FICA ZERADO).
      * RETURN-CODE: 0 = OK; 4 = DIVERGENCIA ENTRE LOTE E SALDO;
      * 16 = ERRO DE ABERTURA, MESPARM AUSENTE/ZERADO OU LIMITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL26.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-ARQUIVO ASSIGN TO "MESPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MESPARM.
           SELECT PONTOS-MASTER ASSIGN TO "PONTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMAST.
           SELECT MOVIMENTO-PONTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMOV.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ARQUIVO.
       01  REG-PARAMETRO-MES.
           05 PRM-MES-ALVO    PIC 9(06).

       FD  PONTOS-MASTER.
       COPY PONTMAST.

       FD  MOVIMENTO-PONTOS.
       COPY PONTMOV.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CPFWS.
       COPY PONTLOTE.
       77 WRK-FS-MESPARM    PIC X(02) VALUE "00".
       77 WRK-FS-PONTMAST   PIC X(02) VALUE "00".
       77 WRK-FS-PONTMOV    PIC X(02) VALUE "00".
       77 WRK-MES-ALVO      PIC 9(06) VALUE ZEROS.
       77 WRK-MES-CORTE     PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-EXPIRACAO PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PONTMAST  PIC X(01) VALUE "N".
           88 FIM-PONTMAST     VALUE "S".
       77 WRK-FIM-CORTE     PIC X(01) VALUE "N".
           88 FIM-CORTE        VALUE "S".
       77 WRK-QTD-PONTOS-CLI PIC 9(05) VALUE ZEROS.
       77 WRK-POS-PONTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-PONT-I        PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXPIRADOS PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-EXPIRADO  PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-DIVERG    PIC 9(05) VALUE ZEROS.
       77 WRK-PONTOS-ED     PIC ZZZ.ZZZ.ZZ9.
       77 WRK-ANO-AUX       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-AUX       PIC 9(02) VALUE ZEROS.
       77 WRK-ULT-DIA-MES   PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-4       PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-100     PIC 9(04) VALUE ZEROS.
       77 WRK-RESTO-400     PIC 9(04) VALUE ZEROS.
       77 WRK-BISSEXTO      PIC X(01) VALUE "N".
           88 ANO-BISSEXTO     VALUE "S".
       01  TAB-PONTOS-CLIENTES.
           05 TAB-PONTOS-CLIENTE OCCURS 1 TO 20000 TIMES
                                 DEPENDING ON WRK-QTD-PONTOS-CLI.
               10 TAB-PONT-CPF    PIC 9(11).
               10 TAB-PONT-SALDO  PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-MES-ALVO.
            MOVE WRK-MES-ALVO TO WRK-LOTE-MES-AUX.
            MOVE -24 TO WRK-LOTE-QTD-MESES.
            PERFORM SOMA-MESES-LOTE.
            MOVE WRK-LOTE-MES-AUX TO WRK-MES-CORTE.
            PERFORM CALCULA-ULTIMO-DIA-MES.
            COMPUTE WRK-DATA-EXPIRACAO =
                WRK-MES-ALVO * 100 + WRK-ULT-DIA-MES.
            PERFORM CARREGA-PONTOS-CLIENTES.
            MOVE ZEROS TO WRK-LOTE-CPF-FILTRO.
            PERFORM CARREGA-LOTES-PONTOS.
            DISPLAY " ".
            DISPLAY "EXPIRACAO DE PONTOS - FECHAMENTO DO MES "
                    WRK-MES-ALVO.
            DISPLAY "LOTES ACUMULADOS ATE " WRK-MES-CORTE
                    " (VALIDADE DE 24 MESES)".
            DISPLAY " ".
            PERFORM EXPIRA-LOTES.
            IF WRK-QTD-EXPIRADOS > ZEROS
                PERFORM REGRAVA-PONTOS
            END-IF.
            DISPLAY " ".
            MOVE WRK-TOT-EXPIRADO TO WRK-PONTOS-ED.
            DISPLAY "LOTES EXPIRADOS: " WRK-QTD-EXPIRADOS
                    "  PONTOS EXPIRADOS: " WRK-PONTOS-ED.
            IF WRK-QTD-DIVERG > ZEROS
                DISPLAY "LOTES COM DIVERGENCIA DE SALDO: "
                        WRK-QTD-DIVERG
                MOVE 4 TO RETURN-CODE
            END-IF.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL26" TO AUD-PROGRAMA.
            STRING "EXPIRACAO " DELIMITED BY SIZE
                   WRK-MES-ALVO DELIMITED BY SIZE
                   " LOTES " DELIMITED BY SIZE
                   WRK-QTD-EXPIRADOS DELIMITED BY SIZE
                   " PONTOS " DELIMITED BY SIZE
                   WRK-TOT-EXPIRADO DELIMITED BY SIZE
                   " DIVERG " DELIMITED BY SIZE
                   WRK-QTD-DIVERG DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            GOBACK.

       LE-MES-ALVO.
            OPEN INPUT PARAMETROS-ARQUIVO.
            IF WRK-FS-MESPARM NOT = "00"
                DISPLAY "ARQUIVO DE PARAMETROS MESPARM INDISPONIVEL "
                        "- FS: " WRK-FS-MESPARM
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            READ PARAMETROS-ARQUIVO
                AT END
                    CONTINUE
                NOT AT END
                    MOVE PRM-MES-ALVO TO WRK-MES-ALVO
            END-READ.
            CLOSE PARAMETROS-ARQUIVO.
            IF WRK-MES-ALVO = ZEROS
                DISPLAY "MES ALVO AUSENTE OU ZERADO NO MESPARM"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

       CALCULA-ULTIMO-DIA-MES.
            MOVE WRK-MES-ALVO(1:4) TO WRK-ANO-AUX.
            MOVE WRK-MES-ALVO(5:2) TO WRK-MES-AUX.
            EVALUATE WRK-MES-AUX
                WHEN 1
                WHEN 3
                WHEN 5
                WHEN 7
                WHEN 8
                WHEN 10
                WHEN 12
                    MOVE 31 TO WRK-ULT-DIA-MES
                WHEN 4
                WHEN 6
                WHEN 9
                WHEN 11
                    MOVE 30 TO WRK-ULT-DIA-MES
                WHEN 2
                    MOVE "N" TO WRK-BISSEXTO
                    COMPUTE WRK-RESTO-4 =
                        FUNCTION MOD (WRK-ANO-AUX 4)
                    COMPUTE WRK-RESTO-100 =
                        FUNCTION MOD (WRK-ANO-AUX 100)
                    COMPUTE WRK-RESTO-400 =
                        FUNCTION MOD (WRK-ANO-AUX 400)
                    IF WRK-RESTO-4 = ZEROS
                       AND (WRK-RESTO-100 NOT = ZEROS
                            OR WRK-RESTO-400 = ZEROS)
                        SET ANO-BISSEXTO TO TRUE
                    END-IF
                    IF ANO-BISSEXTO
                        MOVE 29 TO WRK-ULT-DIA-MES
                    ELSE
                        MOVE 28 TO WRK-ULT-DIA-MES
                    END-IF
                WHEN OTHER
                    MOVE 30 TO WRK-ULT-DIA-MES
            END-EVALUATE.

       CARREGA-PONTOS-CLIENTES.
            MOVE ZEROS TO WRK-QTD-PONTOS-CLI.
            MOVE "N" TO WRK-FIM-PONTMAST.
            OPEN INPUT PONTOS-MASTER.
            IF WRK-FS-PONTMAST = "35"
                DISPLAY "CADASTRO DE PONTOS INEXISTENTE - NADA A "
                        "EXPIRAR"
                SET FIM-PONTMAST TO TRUE
            ELSE
                IF WRK-FS-PONTMAST NOT = "00"
                    DISPLAY "CADASTRO DE PONTOS INDISPONIVEL - FS: "
                            WRK-FS-PONTMAST
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PONTMAST
                READ PONTOS-MASTER
                    AT END
                        SET FIM-PONTMAST TO TRUE
                    NOT AT END
                        IF WRK-QTD-PONTOS-CLI >= 20000
                            DISPLAY "CADASTRO DE PONTOS EXCEDE O "
                                    "LIMITE DE 20000 REGISTROS"
                            CLOSE PONTOS-MASTER
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-PONTOS-CLI
                        MOVE PONT-CPF
                            TO TAB-PONT-CPF(WRK-QTD-PONTOS-CLI)
                        MOVE PONT-SALDO
                            TO TAB-PONT-SALDO(WRK-QTD-PONTOS-CLI)
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMAST NOT = "35"
                CLOSE PONTOS-MASTER
            END-IF.

       EXPIRA-LOTES.
            MOVE "N" TO WRK-FIM-CORTE.
            PERFORM VARYING WRK-LOTE-I FROM 1 BY 1
                    UNTIL WRK-LOTE-I > WRK-QTD-LOTES
                    OR FIM-CORTE
                IF TAB-LOTE-MES(WRK-LOTE-I) > WRK-MES-CORTE
                    SET FIM-CORTE TO TRUE
                ELSE
                    MOVE WRK-LOTE-I TO WRK-LOTE-POS
                    PERFORM CALCULA-SALDO-LOTE
                    IF WRK-LOTE-SALDO > ZEROS
                        PERFORM EXPIRA-UM-LOTE
                    END-IF
                END-IF
            END-PERFORM.
            IF WRK-QTD-EXPIRADOS > ZEROS
                CLOSE MOVIMENTO-PONTOS
            END-IF.

       EXPIRA-UM-LOTE.
            IF WRK-QTD-EXPIRADOS = ZEROS
                OPEN EXTEND MOVIMENTO-PONTOS
                IF WRK-FS-PONTMOV = "35"
                    OPEN OUTPUT MOVIMENTO-PONTOS
                END-IF
                IF WRK-FS-PONTMOV NOT = "00"
                    DISPLAY "ERRO AO ABRIR PONTMOV PARA GRAVACAO - FS: "
                            WRK-FS-PONTMOV
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            ADD 1 TO WRK-QTD-EXPIRADOS.
            ADD WRK-LOTE-SALDO TO WRK-TOT-EXPIRADO.
            INITIALIZE REG-MOVIMENTO-PONTOS.
            MOVE TAB-LOTE-CPF(WRK-LOTE-I) TO MOV-PONT-CPF.
            MOVE WRK-DATA-EXPIRACAO       TO MOV-PONT-DATA.
            MOVE "E"                      TO MOV-PONT-TIPO.
            MOVE WRK-LOTE-SALDO           TO MOV-PONT-PONTOS.
            MOVE ZEROS                    TO MOV-PONT-BANDEIRA.
            MOVE ZEROS                    TO MOV-PONT-VALOR.
            MOVE TAB-LOTE-MES(WRK-LOTE-I) TO MOV-PONT-MES-ORIGEM.
            WRITE REG-MOVIMENTO-PONTOS.
            MOVE TAB-LOTE-CPF(WRK-LOTE-I) TO WRK-CPF.
            MOVE WRK-CPF TO WRK-CPF-ED.
            MOVE WRK-LOTE-SALDO TO WRK-PONTOS-ED.
            DISPLAY "CPF " WRK-CPF-ED "  LOTE " TAB-LOTE-MES(WRK-LOTE-I)
                    "  EXPIRADOS " WRK-PONTOS-ED.
            PERFORM LOCALIZA-PONTOS.
            IF WRK-POS-PONTOS = ZEROS
                ADD 1 TO WRK-QTD-DIVERG
                DISPLAY "   CPF SEM CADASTRO DE PONTOS"
            ELSE
                IF TAB-PONT-SALDO(WRK-POS-PONTOS) < WRK-LOTE-SALDO
                    ADD 1 TO WRK-QTD-DIVERG
                    DISPLAY "   SALDO DO CADASTRO MENOR QUE O LOTE - "
                            "SALDO ZERADO"
                    MOVE ZEROS TO TAB-PONT-SALDO(WRK-POS-PONTOS)
                ELSE
                    SUBTRACT WRK-LOTE-SALDO
                        FROM TAB-PONT-SALDO(WRK-POS-PONTOS)
                END-IF
            END-IF.

       LOCALIZA-PONTOS.
            MOVE ZEROS TO WRK-POS-PONTOS.
            PERFORM VARYING WRK-PONT-I FROM 1 BY 1
                    UNTIL WRK-PONT-I > WRK-QTD-PONTOS-CLI
                    OR WRK-POS-PONTOS > ZEROS
                IF TAB-PONT-CPF(WRK-PONT-I) = WRK-CPF
                    MOVE WRK-PONT-I TO WRK-POS-PONTOS
                END-IF
            END-PERFORM.

       REGRAVA-PONTOS.
            OPEN OUTPUT PONTOS-MASTER.
            IF WRK-FS-PONTMAST NOT = "00"
                DISPLAY "ERRO AO REGRAVAR PONTMAST - FS: "
                        WRK-FS-PONTMAST
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-PONT-I FROM 1 BY 1
                    UNTIL WRK-PONT-I > WRK-QTD-PONTOS-CLI
                MOVE TAB-PONT-CPF(WRK-PONT-I)   TO PONT-CPF
                MOVE TAB-PONT-SALDO(WRK-PONT-I) TO PONT-SALDO
                WRITE REG-PONTOS-CLIENTE
            END-PERFORM.
            CLOSE PONTOS-MASTER.

       COPY PONTLOTP.

       COPY AUDITP.
