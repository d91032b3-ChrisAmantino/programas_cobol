      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: COBRANCA DIARIA DE PARCELAS EM ATRASO - O AGING DO
      * PROGRAMACOBOL07 MOSTRAVA O SALDO VENCIDO DO PARCREC MAS
      * NINGUEM AGIA SOBRE ELE: O CLIENTE SEGUIA COMPRANDO ATE
      * ALGUEM BLOQUEAR NA MAO PELA MANUTENCAO (PROGRAMACOBOL05). O
      * PROGRAMA LE O PARCREC E, PARA CADA PARCELA EM ABERTO (STATUS
      * "A") COM O MES DE VENCIMENTO JA ENCERRADO, CALCULA OS DIAS DE
      * ATRASO CONTRA A DATA OFICIAL DE PROCESSAMENTO (DATPROC) - A
      * PARCELA VENCE NO ULTIMO DIA DO MES DE VENCIMENTO. POR CPF, A
      * PARCELA MAIS ANTIGA DEFINE O ESTAGIO DE COBRANCA:
      * 1 = LEMBRETE (ATE 14 DIAS), 2 = SEGUNDO AVISO (15 A 29 DIAS),
      * 3 = BLOQUEIO (30 DIAS OU MAIS). O ESTAGIO DE CADA CPF FICA
      * NO CADASTRO DE COBRANCA (COBRANCA, COPY COBRANCA) E SO SOBE;
      * A CADA MUDANCA DE ESTAGIO E GRAVADA UMA CARTA NO ARQUIVO DE
      * CARTAS PARA A GRAFICA (CARTACOB, COPY CARTACOB) E UM REGISTRO
      * NO AUDITLOG. NO ESTAGIO DE BLOQUEIO O CLIENTE E MUDADO PARA
      * "B" NO CLIMAST (REGRAVADO POR INTEIRO) E O CADASTRO DE
      * COBRANCA GUARDA QUE O BLOQUEIO FOI DA COBRANCA - CLIENTE JA
      * BLOQUEADO (DISPUTAS PERDIDAS NO PROGRAMACOBOL14 OU MANUTENCAO)
      * RECEBE A CARTA MAS NAO E MARCADO. O DESBLOQUEIO E FEITO PELA
      * BAIXA MENSAL DE PARCELAS (PROGRAMACOBOL16). CPF QUE NAO TEM
      * MAIS PARCELA VENCIDA E QUE A COBRANCA NAO BLOQUEOU SAI DO
      * CADASTRO DE COBRANCA (REGULARIZADO, COM REGISTRO NO
      * AUDITLOG). A REEXECUCAO NO MESMO DIA NAO REPETE CARTA NEM
      * AUDITORIA (O ESTAGIO JA ESTA GRAVADO).
      * RETURN-CODE: 0 = OK; 12 = CLIMAST FORA DE ORDEM (CARGA
      * CLIMLOAD); 16 = ERRO DE ABERTURA OU LIMITE DE TABELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL27.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARCELAS-ARQUIVO ASSIGN TO "PARCREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARCREC.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT COBRANCA-ARQUIVO ASSIGN TO "COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBRANCA.
           SELECT CARTAS-ARQUIVO ASSIGN TO "CARTACOB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CARTACOB.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PARCELAS-ARQUIVO.
       COPY PARCREC.

       FD  CLIENTE-MASTER.
       COPY CLIMAST.

       FD  COBRANCA-ARQUIVO.
       COPY COBRANCA.

       FD  CARTAS-ARQUIVO.
       COPY CARTACOB.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CLIMTAB.
       77 WRK-FS-PARCREC     PIC X(02) VALUE "00".
       77 WRK-FS-COBRANCA    PIC X(02) VALUE "00".
       77 WRK-FS-CARTACOB    PIC X(02) VALUE "00".
       77 WRK-FIM-PARCREC    PIC X(01) VALUE "N".
           88 FIM-PARCREC       VALUE "S".
       77 WRK-FIM-COBRANCA   PIC X(01) VALUE "N".
           88 FIM-COBRANCA      VALUE "S".
       77 WRK-CADASTRO-ALTERADO PIC X(01) VALUE "N".
           88 CADASTRO-ALTERADO    VALUE "S".
       77 WRK-DIAS-SEGUNDO-AVISO PIC 9(04) VALUE 15.
       77 WRK-DIAS-BLOQUEIO  PIC 9(04) VALUE 30.
       77 WRK-MES-PROCESSO   PIC 9(06) VALUE ZEROS.
       77 WRK-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-LIMITE    PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC 9(07) VALUE ZEROS.
       77 WRK-ESTAGIO-NOVO   PIC 9(01) VALUE ZEROS.
       77 WRK-ESTAGIO-ANTERIOR PIC 9(01) VALUE ZEROS.
       77 WRK-QTD-ATRASOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-COBRANCAS  PIC 9(05) VALUE ZEROS.
       77 WRK-ADX            PIC 9(05) VALUE ZEROS.
       77 WRK-CDX            PIC 9(05) VALUE ZEROS.
       77 WRK-I-COB          PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-VENCIDAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LEMBRETES  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AVISOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-BLOQUEIOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-BLOQ    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REGULAR    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CARTAS     PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-VENCIDO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CPF-ED         PIC ZZZ.ZZZ.ZZ9/99.
       77 WRK-VALOR-ED       PIC $Z.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED       PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-NOME-CLIENTE   PIC X(40) VALUE SPACES.
       77 WRK-DESCR-ESTAGIO  PIC X(14) VALUE SPACES.
       01  WRK-MES-VENCTO-AUX.
           05 WRK-ANO-VENCTO    PIC 9(04).
           05 WRK-MM-VENCTO     PIC 9(02).
       01  TAB-ATRASOS.
           05 TAB-ATRASO OCCURS 1 TO 20000 TIMES
                         DEPENDING ON WRK-QTD-ATRASOS.
               10 TAB-ATR-CPF        PIC 9(11).
               10 TAB-ATR-DIAS       PIC 9(04).
               10 TAB-ATR-MES-ANTIGO PIC 9(06).
               10 TAB-ATR-QTD        PIC 9(03).
               10 TAB-ATR-VALOR      PIC 9(07)V99.
       01  TAB-COBRANCAS.
           05 TAB-COBRANCA OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WRK-QTD-COBRANCAS.
               10 TAB-COB-CPF        PIC 9(11).
               10 TAB-COB-ESTAGIO    PIC 9(01).
               10 TAB-COB-DATA       PIC 9(08).
               10 TAB-COB-DIAS       PIC 9(04).
               10 TAB-COB-VALOR      PIC 9(07)V99.
               10 TAB-COB-QTD        PIC 9(03).
               10 TAB-COB-BLOQUEIO   PIC X(01).
               10 TAB-COB-SITUACAO   PIC X(01).
                   88 COB-EM-ATRASO     VALUE "E".
                   88 COB-EXCLUIDA      VALUE "X".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            MOVE WRK-DATA-PROCESSO(1:6) TO WRK-MES-PROCESSO.
            COMPUTE WRK-DIA-HOJE =
                FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-COBRANCA.
            PERFORM APURA-ATRASOS.
            OPEN OUTPUT CARTAS-ARQUIVO.
            IF WRK-FS-CARTACOB NOT = "00"
                DISPLAY "ERRO AO ABRIR CARTACOB - FS: "
                        WRK-FS-CARTACOB
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY " ".
            DISPLAY "COBRANCA DIARIA - DATA " WRK-DATA-PROCESSO.
            DISPLAY " ".
            PERFORM VARYING WRK-ADX FROM 1 BY 1
                    UNTIL WRK-ADX > WRK-QTD-ATRASOS
                PERFORM AVALIA-ATRASO-CPF
            END-PERFORM.
            PERFORM REGULARIZA-COBRANCAS.
            CLOSE CARTAS-ARQUIVO.
            IF CADASTRO-ALTERADO
                PERFORM REGRAVA-CADASTRO
            END-IF.
            PERFORM REGRAVA-COBRANCA.
            PERFORM IMPRIME-RESUMO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL27" TO AUD-PROGRAMA.
            STRING "COBRANCA CPFS " DELIMITED BY SIZE
                   WRK-QTD-ATRASOS DELIMITED BY SIZE
                   " CARTAS " DELIMITED BY SIZE
                   WRK-QTD-CARTAS DELIMITED BY SIZE
                   " BLOQ " DELIMITED BY SIZE
                   WRK-QTD-BLOQUEIOS DELIMITED BY SIZE
                   " REGULAR " DELIMITED BY SIZE
                   WRK-QTD-REGULAR DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            MOVE 0 TO RETURN-CODE.
            GOBACK.

       CARREGA-COBRANCA.
            MOVE ZEROS TO WRK-QTD-COBRANCAS.
            OPEN INPUT COBRANCA-ARQUIVO.
            IF WRK-FS-COBRANCA = "35"
                SET FIM-COBRANCA TO TRUE
            ELSE
                IF WRK-FS-COBRANCA NOT = "00"
                    DISPLAY "CADASTRO DE COBRANCA INDISPONIVEL - FS: "
                            WRK-FS-COBRANCA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-COBRANCA
                READ COBRANCA-ARQUIVO
                    AT END
                        SET FIM-COBRANCA TO TRUE
                    NOT AT END
                        IF WRK-QTD-COBRANCAS >= 20000
                            DISPLAY "CADASTRO DE COBRANCA EXCEDE O "
                                    "LIMITE DE 20000 REGISTROS"
                            CLOSE COBRANCA-ARQUIVO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-COBRANCAS
                        MOVE COB-CPF
                            TO TAB-COB-CPF(WRK-QTD-COBRANCAS)
                        MOVE COB-ESTAGIO
                            TO TAB-COB-ESTAGIO(WRK-QTD-COBRANCAS)
                        MOVE COB-DATA-ESTAGIO
                            TO TAB-COB-DATA(WRK-QTD-COBRANCAS)
                        MOVE COB-DIAS-ATRASO
                            TO TAB-COB-DIAS(WRK-QTD-COBRANCAS)
                        MOVE COB-VALOR-ATRASO
                            TO TAB-COB-VALOR(WRK-QTD-COBRANCAS)
                        MOVE COB-QTD-PARCELAS
                            TO TAB-COB-QTD(WRK-QTD-COBRANCAS)
                        MOVE COB-BLOQUEIO-COBRANCA
                            TO TAB-COB-BLOQUEIO(WRK-QTD-COBRANCAS)
                        MOVE SPACE
                            TO TAB-COB-SITUACAO(WRK-QTD-COBRANCAS)
                END-READ
            END-PERFORM.
            IF WRK-FS-COBRANCA NOT = "35"
                CLOSE COBRANCA-ARQUIVO
            END-IF.

       APURA-ATRASOS.
            MOVE ZEROS TO WRK-QTD-ATRASOS.
            OPEN INPUT PARCELAS-ARQUIVO.
            IF WRK-FS-PARCREC = "35"
                DISPLAY "ARQUIVO PARCREC INEXISTENTE - NENHUMA "
                        "PARCELA A COBRAR"
                SET FIM-PARCREC TO TRUE
            ELSE
                IF WRK-FS-PARCREC NOT = "00"
                    DISPLAY "ARQUIVO PARCREC INDISPONIVEL - FS: "
                            WRK-FS-PARCREC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PARCREC
                READ PARCELAS-ARQUIVO
                    AT END
                        SET FIM-PARCREC TO TRUE
                    NOT AT END
                        IF (PARCELA-ABERTA OR PARC-STATUS = SPACE)
                           AND PARC-MES-VENCTO NUMERIC
                           AND PARC-MES-VENCTO < WRK-MES-PROCESSO
                            PERFORM ACUMULA-PARCELA-VENCIDA
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PARCREC NOT = "35"
                CLOSE PARCELAS-ARQUIVO
            END-IF.

       ACUMULA-PARCELA-VENCIDA.
            MOVE PARC-MES-VENCTO TO WRK-MES-VENCTO-AUX.
            IF WRK-MM-VENCTO < 1 OR WRK-MM-VENCTO > 12
                DISPLAY "MES DE VENCIMENTO INVALIDO NO PARCREC - AUT "
                        PARC-COD-AUTORIZACAO " PARCELA "
                        PARC-NUM-PARCELA
            ELSE
                IF WRK-MM-VENCTO = 12
                    ADD 1 TO WRK-ANO-VENCTO
                    MOVE 1 TO WRK-MM-VENCTO
                ELSE
                    ADD 1 TO WRK-MM-VENCTO
                END-IF
                COMPUTE WRK-DATA-LIMITE =
                    WRK-ANO-VENCTO * 10000 + WRK-MM-VENCTO * 100 + 1
                COMPUTE WRK-DIAS-ATRASO = WRK-DIA-HOJE + 1 -
                    FUNCTION INTEGER-OF-DATE (WRK-DATA-LIMITE)
                IF WRK-DIAS-ATRASO > 9999
                    MOVE 9999 TO WRK-DIAS-ATRASO
                END-IF
                ADD 1 TO WRK-QTD-VENCIDAS
                ADD PARC-VALOR TO WRK-TOTAL-VENCIDO
                PERFORM LOCALIZA-OU-CRIA-ATRASO
                ADD 1 TO TAB-ATR-QTD(WRK-ADX)
                ADD PARC-VALOR TO TAB-ATR-VALOR(WRK-ADX)
                IF WRK-DIAS-ATRASO > TAB-ATR-DIAS(WRK-ADX)
                    MOVE WRK-DIAS-ATRASO TO TAB-ATR-DIAS(WRK-ADX)
                    MOVE PARC-MES-VENCTO
                        TO TAB-ATR-MES-ANTIGO(WRK-ADX)
                END-IF
            END-IF.

       LOCALIZA-OU-CRIA-ATRASO.
            MOVE ZEROS TO WRK-CDX.
            PERFORM VARYING WRK-ADX FROM 1 BY 1
                    UNTIL WRK-ADX > WRK-QTD-ATRASOS
                    OR WRK-CDX > ZEROS
                IF TAB-ATR-CPF(WRK-ADX) = PARC-CPF
                    MOVE WRK-ADX TO WRK-CDX
                END-IF
            END-PERFORM.
            IF WRK-CDX = ZEROS
                IF WRK-QTD-ATRASOS >= 20000
                    DISPLAY "CPFS EM ATRASO EXCEDEM O LIMITE DE "
                            "20000"
                    CLOSE PARCELAS-ARQUIVO
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-QTD-ATRASOS
                MOVE WRK-QTD-ATRASOS TO WRK-CDX
                MOVE PARC-CPF TO TAB-ATR-CPF(WRK-CDX)
                MOVE ZEROS    TO TAB-ATR-DIAS(WRK-CDX)
                MOVE ZEROS    TO TAB-ATR-MES-ANTIGO(WRK-CDX)
                MOVE ZEROS    TO TAB-ATR-QTD(WRK-CDX)
                MOVE ZEROS    TO TAB-ATR-VALOR(WRK-CDX)
            END-IF.
            MOVE WRK-CDX TO WRK-ADX.

       AVALIA-ATRASO-CPF.
            IF TAB-ATR-DIAS(WRK-ADX) >= WRK-DIAS-BLOQUEIO
                MOVE 3 TO WRK-ESTAGIO-NOVO
            ELSE
                IF TAB-ATR-DIAS(WRK-ADX) >= WRK-DIAS-SEGUNDO-AVISO
                    MOVE 2 TO WRK-ESTAGIO-NOVO
                ELSE
                    MOVE 1 TO WRK-ESTAGIO-NOVO
                END-IF
            END-IF.
            PERFORM LOCALIZA-OU-CRIA-COBRANCA.
            MOVE "E" TO TAB-COB-SITUACAO(WRK-CDX).
            MOVE TAB-ATR-DIAS(WRK-ADX)  TO TAB-COB-DIAS(WRK-CDX).
            MOVE TAB-ATR-VALOR(WRK-ADX) TO TAB-COB-VALOR(WRK-CDX).
            MOVE TAB-ATR-QTD(WRK-ADX)   TO TAB-COB-QTD(WRK-CDX).
            IF WRK-ESTAGIO-NOVO > TAB-COB-ESTAGIO(WRK-CDX)
                PERFORM MUDA-ESTAGIO
            END-IF.

       LOCALIZA-OU-CRIA-COBRANCA.
            MOVE ZEROS TO WRK-CDX.
            PERFORM VARYING WRK-I-COB FROM 1 BY 1
                    UNTIL WRK-I-COB > WRK-QTD-COBRANCAS
                    OR WRK-CDX > ZEROS
                IF TAB-COB-CPF(WRK-I-COB) = TAB-ATR-CPF(WRK-ADX)
                    MOVE WRK-I-COB TO WRK-CDX
                END-IF
            END-PERFORM.
            IF WRK-CDX = ZEROS
                IF WRK-QTD-COBRANCAS >= 20000
                    DISPLAY "CADASTRO DE COBRANCA EXCEDE O LIMITE DE "
                            "20000 REGISTROS"
                    CLOSE CARTAS-ARQUIVO
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-QTD-COBRANCAS
                MOVE WRK-QTD-COBRANCAS TO WRK-CDX
                MOVE TAB-ATR-CPF(WRK-ADX) TO TAB-COB-CPF(WRK-CDX)
                MOVE ZEROS TO TAB-COB-ESTAGIO(WRK-CDX)
                MOVE ZEROS TO TAB-COB-DATA(WRK-CDX)
                MOVE "N"   TO TAB-COB-BLOQUEIO(WRK-CDX)
            END-IF.

       MUDA-ESTAGIO.
            MOVE TAB-COB-ESTAGIO(WRK-CDX) TO WRK-ESTAGIO-ANTERIOR.
            MOVE WRK-ESTAGIO-NOVO  TO TAB-COB-ESTAGIO(WRK-CDX).
            MOVE WRK-DATA-PROCESSO TO TAB-COB-DATA(WRK-CDX).
            MOVE TAB-ATR-CPF(WRK-ADX) TO WRK-CPF-ED.
            MOVE SPACES TO WRK-NOME-CLIENTE.
            SEARCH ALL TAB-CLIENTE
                AT END
                    CONTINUE
                WHEN TAB-CLIENTE-CPF(TAB-IDX) = TAB-ATR-CPF(WRK-ADX)
                    MOVE TAB-CLIENTE-NOME(TAB-IDX) TO WRK-NOME-CLIENTE
            END-SEARCH.
            EVALUATE WRK-ESTAGIO-NOVO
                WHEN 1
                    MOVE "LEMBRETE" TO WRK-DESCR-ESTAGIO
                    ADD 1 TO WRK-QTD-LEMBRETES
                WHEN 2
                    MOVE "SEGUNDO AVISO" TO WRK-DESCR-ESTAGIO
                    ADD 1 TO WRK-QTD-AVISOS
                WHEN 3
                    MOVE "BLOQUEIO" TO WRK-DESCR-ESTAGIO
                    PERFORM BLOQUEIA-CLIENTE-COBRANCA
            END-EVALUATE.
            MOVE TAB-ATR-VALOR(WRK-ADX) TO WRK-VALOR-ED.
            DISPLAY "CPF " WRK-CPF-ED " " WRK-DESCR-ESTAGIO
                    " - " TAB-ATR-DIAS(WRK-ADX) " DIAS, "
                    TAB-ATR-QTD(WRK-ADX) " PARCELA(S), "
                    WRK-VALOR-ED.
            PERFORM GRAVA-CARTA-COBRANCA.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL27" TO AUD-PROGRAMA.
            STRING "COBRANCA CPF " DELIMITED BY SIZE
                   WRK-CPF-ED DELIMITED BY SIZE
                   " ESTAGIO " DELIMITED BY SIZE
                   WRK-ESTAGIO-ANTERIOR DELIMITED BY SIZE
                   " PARA " DELIMITED BY SIZE
                   WRK-ESTAGIO-NOVO DELIMITED BY SIZE
                   " ATRASO " DELIMITED BY SIZE
                   TAB-ATR-DIAS(WRK-ADX) DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       BLOQUEIA-CLIENTE-COBRANCA.
            SEARCH ALL TAB-CLIENTE
                AT END
                    DISPLAY "CPF " WRK-CPF-ED " SEM CADASTRO NO "
                            "CLIMAST - BLOQUEIO NAO APLICADO"
                WHEN TAB-CLIENTE-CPF(TAB-IDX) = TAB-ATR-CPF(WRK-ADX)
                    IF TAB-CLIENTE-STATUS(TAB-IDX) = "B"
                        ADD 1 TO WRK-QTD-JA-BLOQ
                        DISPLAY "CPF " WRK-CPF-ED " JA BLOQUEADO - "
                                "SITUACAO MANTIDA"
                    ELSE
                        MOVE "B" TO TAB-CLIENTE-STATUS(TAB-IDX)
                        MOVE "S" TO TAB-COB-BLOQUEIO(WRK-CDX)
                        SET CADASTRO-ALTERADO TO TRUE
                        ADD 1 TO WRK-QTD-BLOQUEIOS
                        INITIALIZE REG-AUDITORIA
                        MOVE "PROGRAMACOBOL27" TO AUD-PROGRAMA
                        STRING "BLOQUEIO CPF " DELIMITED BY SIZE
                               WRK-CPF-ED DELIMITED BY SIZE
                               " POR ATRASO DE " DELIMITED BY SIZE
                               TAB-ATR-DIAS(WRK-ADX)
                                   DELIMITED BY SIZE
                               " DIAS" DELIMITED BY SIZE
                            INTO AUD-DETALHE
                        PERFORM GRAVA-AUDITORIA
                    END-IF
            END-SEARCH.

       GRAVA-CARTA-COBRANCA.
            INITIALIZE REG-CARTA-COBRANCA.
            MOVE TAB-ATR-CPF(WRK-ADX)        TO CRT-CPF.
            MOVE WRK-NOME-CLIENTE            TO CRT-NOME.
            MOVE WRK-ESTAGIO-NOVO            TO CRT-ESTAGIO.
            MOVE WRK-DATA-PROCESSO           TO CRT-DATA.
            MOVE TAB-ATR-DIAS(WRK-ADX)       TO CRT-DIAS-ATRASO.
            MOVE TAB-ATR-MES-ANTIGO(WRK-ADX) TO CRT-MES-VENCTO.
            MOVE TAB-ATR-QTD(WRK-ADX)        TO CRT-QTD-PARCELAS.
            MOVE TAB-ATR-VALOR(WRK-ADX)      TO CRT-VALOR-ATRASO.
            WRITE REG-CARTA-COBRANCA.
            ADD 1 TO WRK-QTD-CARTAS.

       REGULARIZA-COBRANCAS.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-COBRANCAS
                IF NOT COB-EM-ATRASO(WRK-CDX)
                   AND TAB-COB-BLOQUEIO(WRK-CDX) NOT = "S"
                    MOVE "X" TO TAB-COB-SITUACAO(WRK-CDX)
                    ADD 1 TO WRK-QTD-REGULAR
                    MOVE TAB-COB-CPF(WRK-CDX) TO WRK-CPF-ED
                    DISPLAY "CPF " WRK-CPF-ED " REGULARIZADO - SAI "
                            "DA COBRANCA"
                    INITIALIZE REG-AUDITORIA
                    MOVE "PROGRAMACOBOL27" TO AUD-PROGRAMA
                    STRING "COBRANCA CPF " DELIMITED BY SIZE
                           WRK-CPF-ED DELIMITED BY SIZE
                           " ESTAGIO " DELIMITED BY SIZE
                           TAB-COB-ESTAGIO(WRK-CDX) DELIMITED BY SIZE
                           " PARA 0 REGULARIZADO" DELIMITED BY SIZE
                        INTO AUD-DETALHE
                    PERFORM GRAVA-AUDITORIA
                END-IF
            END-PERFORM.

       REGRAVA-CADASTRO.
            OPEN OUTPUT CLIENTE-MASTER.
            IF WRK-FS-CLIENTE NOT = "00"
                DISPLAY "ERRO AO REGRAVAR CLIMAST - FS: "
                        WRK-FS-CLIENTE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-ADX FROM 1 BY 1
                    UNTIL WRK-ADX > WRK-QTD-CLIENTES
                MOVE TAB-CLIENTE-CPF(WRK-ADX)    TO REG-CLIENTE-CPF
                MOVE TAB-CLIENTE-NOME(WRK-ADX)   TO REG-CLIENTE-NOME
                MOVE TAB-CLIENTE-STATUS(WRK-ADX) TO REG-CLIENTE-STATUS
                MOVE TAB-CLIENTE-LIMITE(WRK-ADX) TO REG-CLIENTE-LIMITE
                MOVE TAB-CLIENTE-EXPOSTO(WRK-ADX)
                    TO REG-CLIENTE-EXPOSTO
                WRITE REG-CLIENTE
            END-PERFORM.
            CLOSE CLIENTE-MASTER.

       REGRAVA-COBRANCA.
            OPEN OUTPUT COBRANCA-ARQUIVO.
            IF WRK-FS-COBRANCA NOT = "00"
                DISPLAY "ERRO AO REGRAVAR COBRANCA - FS: "
                        WRK-FS-COBRANCA
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-COBRANCAS
                IF NOT COB-EXCLUIDA(WRK-CDX)
                    MOVE TAB-COB-CPF(WRK-CDX)      TO COB-CPF
                    MOVE TAB-COB-ESTAGIO(WRK-CDX)  TO COB-ESTAGIO
                    MOVE TAB-COB-DATA(WRK-CDX)     TO COB-DATA-ESTAGIO
                    MOVE TAB-COB-DIAS(WRK-CDX)     TO COB-DIAS-ATRASO
                    MOVE TAB-COB-VALOR(WRK-CDX)    TO COB-VALOR-ATRASO
                    MOVE TAB-COB-QTD(WRK-CDX)      TO COB-QTD-PARCELAS
                    MOVE TAB-COB-BLOQUEIO(WRK-CDX)
                        TO COB-BLOQUEIO-COBRANCA
                    WRITE REG-COBRANCA
                END-IF
            END-PERFORM.
            CLOSE COBRANCA-ARQUIVO.

       IMPRIME-RESUMO.
            DISPLAY " ".
            DISPLAY "PARCELAS VENCIDAS EM ABERTO....: "
                    WRK-QTD-VENCIDAS.
            MOVE WRK-TOTAL-VENCIDO TO WRK-TOTAL-ED.
            DISPLAY "VALOR VENCIDO..................: " WRK-TOTAL-ED.
            DISPLAY "CPFS EM ATRASO.................: " WRK-QTD-ATRASOS.
            DISPLAY "NOVOS LEMBRETES................: "
                    WRK-QTD-LEMBRETES.
            DISPLAY "NOVOS SEGUNDOS AVISOS..........: " WRK-QTD-AVISOS.
            DISPLAY "BLOQUEADOS PELA COBRANCA.......: "
                    WRK-QTD-BLOQUEIOS.
            DISPLAY "NO BLOQUEIO, JA BLOQUEADOS.....: " WRK-QTD-JA-BLOQ.
            DISPLAY "CARTAS GRAVADAS................: " WRK-QTD-CARTAS.
            DISPLAY "REGULARIZADOS..................: " WRK-QTD-REGULAR.

       COPY CLIMLOAD.

       COPY DATPROCP.

       COPY AUDITP.
