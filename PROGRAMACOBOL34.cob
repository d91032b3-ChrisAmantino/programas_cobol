      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: CONCILIACAO ITEM A ITEM DOS PIX GRAVADOS NO DIA
      * ANTERIOR (PIXDIA DA NOITE ANTERIOR, GRAVADO PELO
      * PROGRAMACOBOL03) CONTRA O ARQUIVO DE CREDITOS PIX DO BANCO
      * (PIXBANC), QUE CHEGA NA MANHA SEGUINTE - MESMO PAPEL DO
      * PROGRAMACOBOL06 PARA O CARTAO. CADA PIX RECEBIDO E CASADO
      * PELO IDENTIFICADOR FIM A FIM (END-TO-END ID) CONTRA UM
      * CREDITO DO BANCO, E CADA DEVOLUCAO PIX CONTRA UM DEBITO, COMO
      * O ESTORNO DO CARTAO. O PROGRAMA IMPRIME TRES LISTAS DE
      * EXCECAO: PIX GRAVADOS QUE O BANCO NAO LANCOU, LANCAMENTOS DO
      * BANCO QUE NUNCA FORAM GRAVADOS NO PIXDIA E CASAMENTOS COM
      * VALOR DIVERGENTE, COM OS TOTAIS DOS DOIS LADOS.
      * SO ENTRAM OS PIX COM DATA ANTERIOR A DATA DE PROCESSAMENTO
      * (DATPROC) - CINTO DE SEGURANCA CONTRA UMA GERACAO ERRADA NO
      * DD. O DIA CONCILIADO JA FOI FECHADO NA NOITE ANTERIOR, ENTAO
      * A EXCECAO E AVISO PARA A TESOURARIA E NAO SEGURA O LOTE.
      * RETURN-CODE: 0 = TUDO CASOU; 4 = EXCECAO NA CONCILIACAO;
      * 16 = ERRO DE ABERTURA (ARQUIVO DO BANCO AUSENTE) OU LIMITE
      * DE TABELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL34.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACOES-PIX-DIA ASSIGN TO "PIXDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXDIA.
           SELECT CREDITOS-PIX-BANCO ASSIGN TO "PIXBANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXBANC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-PIX-DIA.
       COPY PIXLOG.

       FD  CREDITOS-PIX-BANCO.
       COPY PIXBANC.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       77 WRK-FS-PIXDIA      PIC X(02) VALUE "00".
       77 WRK-FS-PIXBANC     PIC X(02) VALUE "00".
       77 WRK-DATA-PIX       PIC 9(08) VALUE ZEROS.
       77 WRK-FIM-PIXDIA     PIC X(01) VALUE "N".
           88 FIM-PIXDIA        VALUE "S".
       77 WRK-FIM-PIXBANC    PIC X(01) VALUE "N".
           88 FIM-PIXBANC       VALUE "S".
       77 WRK-QTD-BANCO      PIC 9(05) VALUE ZEROS.
       77 WRK-IDX            PIC 9(05) VALUE ZEROS.
       77 WRK-BANCO-ACHADO   PIC X(01) VALUE "N".
           88 BANCO-ACHADO      VALUE "S".
       77 WRK-TIPO-BANCO     PIC X(01) VALUE SPACES.
       77 WRK-QTD-PIX-DIA    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CASADOS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NAO-LANCADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-NAO-GRAVADO PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTE PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXC        PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-PIX      PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-BANCO    PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PIX-ED   PIC $ZZZ.ZZZ.ZZ9,99-.
       77 WRK-TOTAL-BANCO-ED PIC $ZZZ.ZZZ.ZZ9,99-.
       77 WRK-VALOR-PIX-ED   PIC $Z.ZZZ.ZZ9,99.
       77 WRK-VALOR-BANCO-ED PIC $Z.ZZZ.ZZ9,99.
       77 WRK-TIPO-ED        PIC X(09) VALUE SPACES.
       01  TAB-LANCAMENTOS-BANCO.
           05 TAB-BANCO OCCURS 1 TO 10000 TIMES
                        DEPENDING ON WRK-QTD-BANCO.
               10 TAB-BCO-E2E        PIC X(32).
               10 TAB-BCO-TIPO       PIC X(01).
               10 TAB-BCO-VALOR      PIC 9(07)V99.
               10 TAB-BCO-DATA       PIC 9(08).
               10 TAB-BCO-SITUACAO   PIC X(01).
                   88 BCO-NAO-CASADO    VALUE "N".
                   88 BCO-CASADO        VALUE "C".
                   88 BCO-DIVERGENTE    VALUE "D".
               10 TAB-BCO-VALOR-PIX  PIC 9(07)V99.
       01  TAB-EXCECOES-PIX.
           05 TAB-EXCECAO OCCURS 1 TO 10000 TIMES
                          DEPENDING ON WRK-QTD-EXC.
               10 TAB-EXC-E2E        PIC X(32).
               10 TAB-EXC-TIPO       PIC X(01).
               10 TAB-EXC-CPF        PIC 9(11).
               10 TAB-EXC-LOJA       PIC 9(04).
               10 TAB-EXC-VALOR      PIC 9(07)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            PERFORM CARREGA-LANCAMENTOS-BANCO.
            PERFORM CONCILIA-PIXDIA.
            PERFORM IMPRIME-RELATORIO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL34" TO AUD-PROGRAMA.
            STRING "CONCIL PIX CAS " DELIMITED BY SIZE
                   WRK-QTD-CASADOS DELIMITED BY SIZE
                   " NLAN " DELIMITED BY SIZE
                   WRK-QTD-NAO-LANCADO DELIMITED BY SIZE
                   " NGRV " DELIMITED BY SIZE
                   WRK-QTD-NAO-GRAVADO DELIMITED BY SIZE
                   " DIV " DELIMITED BY SIZE
                   WRK-QTD-DIVERGENTE DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-NAO-LANCADO > ZEROS
               OR WRK-QTD-NAO-GRAVADO > ZEROS
               OR WRK-QTD-DIVERGENTE > ZEROS
                DISPLAY "CONCILIACAO PIX COM EXCECOES - RETURN-CODE 4"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "CONCILIACAO PIX SEM EXCECOES"
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

       CARREGA-LANCAMENTOS-BANCO.
            MOVE ZEROS TO WRK-QTD-BANCO.
            OPEN INPUT CREDITOS-PIX-BANCO.
            IF WRK-FS-PIXBANC NOT = "00"
                DISPLAY "ARQUIVO DE CREDITOS PIX DO BANCO "
                        "INDISPONIVEL - FS: " WRK-FS-PIXBANC
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-PIXBANC
                READ CREDITOS-PIX-BANCO
                    AT END
                        SET FIM-PIXBANC TO TRUE
                    NOT AT END
                        IF WRK-QTD-BANCO >= 10000
                            DISPLAY "ARQUIVO DE CREDITOS PIX EXCEDE O "
                                    "LIMITE DE 10000 REGISTROS"
                            CLOSE CREDITOS-PIX-BANCO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-BANCO
                        MOVE PXB-E2E   TO TAB-BCO-E2E(WRK-QTD-BANCO)
                        MOVE PXB-TIPO  TO TAB-BCO-TIPO(WRK-QTD-BANCO)
                        MOVE PXB-VALOR TO TAB-BCO-VALOR(WRK-QTD-BANCO)
                        MOVE PXB-DATA  TO TAB-BCO-DATA(WRK-QTD-BANCO)
                        MOVE "N" TO TAB-BCO-SITUACAO(WRK-QTD-BANCO)
                        MOVE ZEROS
                            TO TAB-BCO-VALOR-PIX(WRK-QTD-BANCO)
                        IF PXB-DEBITO
                            SUBTRACT PXB-VALOR FROM WRK-TOTAL-BANCO
                        ELSE
                            ADD PXB-VALOR TO WRK-TOTAL-BANCO
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE CREDITOS-PIX-BANCO.

       CONCILIA-PIXDIA.
            OPEN INPUT TRANSACOES-PIX-DIA.
            IF WRK-FS-PIXDIA = "35"
                DISPLAY "ARQUIVO PIXDIA AUSENTE - NENHUM PIX GRAVADO "
                        "NO DIA ANTERIOR"
                SET FIM-PIXDIA TO TRUE
            ELSE
                IF WRK-FS-PIXDIA NOT = "00"
                    DISPLAY "ARQUIVO PIXDIA INDISPONIVEL - FS: "
                            WRK-FS-PIXDIA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PIXDIA
                READ TRANSACOES-PIX-DIA
                    AT END
                        SET FIM-PIXDIA TO TRUE
                    NOT AT END
                        IF PIX-DATA < WRK-DATA-PROCESSO
                            PERFORM CONCILIA-PIX
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PIXDIA NOT = "35"
                CLOSE TRANSACOES-PIX-DIA
            END-IF.

      * O PIX RECEBIDO CASA COM UM CREDITO DO BANCO E A DEVOLUCAO COM
      * UM DEBITO, PELO IDENTIFICADOR FIM A FIM; CADA LANCAMENTO DO
      * BANCO E CONSUMIDO UMA SO VEZ.
       CONCILIA-PIX.
            ADD 1 TO WRK-QTD-PIX-DIA.
            IF PIX-DATA > WRK-DATA-PIX
                MOVE PIX-DATA TO WRK-DATA-PIX
            END-IF.
            IF PIX-DEVOLUCAO
                MOVE "D" TO WRK-TIPO-BANCO
                SUBTRACT PIX-VALOR FROM WRK-TOTAL-PIX
            ELSE
                MOVE "C" TO WRK-TIPO-BANCO
                ADD PIX-VALOR TO WRK-TOTAL-PIX
            END-IF.
            MOVE "N" TO WRK-BANCO-ACHADO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-BANCO
                    OR BANCO-ACHADO
                IF TAB-BCO-E2E(WRK-IDX) = PIX-E2E
                   AND TAB-BCO-TIPO(WRK-IDX) = WRK-TIPO-BANCO
                   AND BCO-NAO-CASADO(WRK-IDX)
                    SET BANCO-ACHADO TO TRUE
                    MOVE PIX-VALOR TO TAB-BCO-VALOR-PIX(WRK-IDX)
                    IF TAB-BCO-VALOR(WRK-IDX) = PIX-VALOR
                        SET BCO-CASADO(WRK-IDX) TO TRUE
                        ADD 1 TO WRK-QTD-CASADOS
                    ELSE
                        SET BCO-DIVERGENTE(WRK-IDX) TO TRUE
                        ADD 1 TO WRK-QTD-DIVERGENTE
                    END-IF
                END-IF
            END-PERFORM.
            IF NOT BANCO-ACHADO
                ADD 1 TO WRK-QTD-NAO-LANCADO
                IF WRK-QTD-EXC < 10000
                    ADD 1 TO WRK-QTD-EXC
                    MOVE PIX-E2E   TO TAB-EXC-E2E(WRK-QTD-EXC)
                    MOVE PIX-TIPO  TO TAB-EXC-TIPO(WRK-QTD-EXC)
                    MOVE PIX-CPF   TO TAB-EXC-CPF(WRK-QTD-EXC)
                    MOVE PIX-LOJA  TO TAB-EXC-LOJA(WRK-QTD-EXC)
                    MOVE PIX-VALOR TO TAB-EXC-VALOR(WRK-QTD-EXC)
                ELSE
                    DISPLAY "LIMITE DE 10000 EXCECOES EXCEDIDO - "
                            "PIX NAO LISTADO: " PIX-E2E
                END-IF
            END-IF.

       IMPRIME-RELATORIO.
            DISPLAY " ".
            DISPLAY "CONCILIACAO PIX - DATA DOS PIX " WRK-DATA-PIX
                    " PROCESSAMENTO " WRK-DATA-PROCESSO.
            DISPLAY "PIX GRAVADOS (PIXDIA)........: " WRK-QTD-PIX-DIA.
            DISPLAY "LANCAMENTOS DO BANCO.........: " WRK-QTD-BANCO.
            DISPLAY "CASADOS......................: "
                    WRK-QTD-CASADOS.
            MOVE WRK-TOTAL-PIX   TO WRK-TOTAL-PIX-ED.
            MOVE WRK-TOTAL-BANCO TO WRK-TOTAL-BANCO-ED.
            DISPLAY "TOTAL LIQUIDO GRAVADO........: " WRK-TOTAL-PIX-ED.
            DISPLAY "TOTAL LIQUIDO DO BANCO.......: "
                    WRK-TOTAL-BANCO-ED.
            DISPLAY " ".
            DISPLAY "1) PIX GRAVADOS E NAO LANCADOS PELO BANCO:".
            IF WRK-QTD-NAO-LANCADO = ZEROS
                DISPLAY "   NENHUM"
            ELSE
                PERFORM VARYING WRK-IDX FROM 1 BY 1
                        UNTIL WRK-IDX > WRK-QTD-EXC
                    IF TAB-EXC-TIPO(WRK-IDX) = "D"
                        MOVE "DEVOLUCAO" TO WRK-TIPO-ED
                    ELSE
                        MOVE "PIX" TO WRK-TIPO-ED
                    END-IF
                    MOVE TAB-EXC-VALOR(WRK-IDX) TO WRK-VALOR-PIX-ED
                    DISPLAY "   " WRK-TIPO-ED " "
                            TAB-EXC-E2E(WRK-IDX)
                            " CPF " TAB-EXC-CPF(WRK-IDX)
                            " LOJA " TAB-EXC-LOJA(WRK-IDX)
                            " VALOR " WRK-VALOR-PIX-ED
                END-PERFORM
            END-IF.
            DISPLAY " ".
            DISPLAY "2) LANCAMENTOS DO BANCO NUNCA GRAVADOS NO PIXDIA:".
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-BANCO
                IF BCO-NAO-CASADO(WRK-IDX)
                    ADD 1 TO WRK-QTD-NAO-GRAVADO
                    IF TAB-BCO-TIPO(WRK-IDX) = "D"
                        MOVE "DEBITO" TO WRK-TIPO-ED
                    ELSE
                        MOVE "CREDITO" TO WRK-TIPO-ED
                    END-IF
                    MOVE TAB-BCO-VALOR(WRK-IDX) TO WRK-VALOR-BANCO-ED
                    DISPLAY "   " WRK-TIPO-ED " "
                            TAB-BCO-E2E(WRK-IDX)
                            " DATA " TAB-BCO-DATA(WRK-IDX)
                            " VALOR " WRK-VALOR-BANCO-ED
                END-IF
            END-PERFORM.
            IF WRK-QTD-NAO-GRAVADO = ZEROS
                DISPLAY "   NENHUM"
            END-IF.
            DISPLAY " ".
            DISPLAY "3) CASAMENTOS COM VALOR DIVERGENTE:".
            IF WRK-QTD-DIVERGENTE = ZEROS
                DISPLAY "   NENHUM"
            ELSE
                PERFORM VARYING WRK-IDX FROM 1 BY 1
                        UNTIL WRK-IDX > WRK-QTD-BANCO
                    IF BCO-DIVERGENTE(WRK-IDX)
                        MOVE TAB-BCO-VALOR-PIX(WRK-IDX)
                            TO WRK-VALOR-PIX-ED
                        MOVE TAB-BCO-VALOR(WRK-IDX)
                            TO WRK-VALOR-BANCO-ED
                        DISPLAY "   " TAB-BCO-E2E(WRK-IDX)
                                " GRAVADO " WRK-VALOR-PIX-ED
                                " BANCO " WRK-VALOR-BANCO-ED
                    END-IF
                END-PERFORM
            END-IF.

       COPY DATPROCP.

       COPY AUDITP.
