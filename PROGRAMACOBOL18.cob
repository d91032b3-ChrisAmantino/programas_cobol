      * E POR BANDEIRA.
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU MESPARM
      * AUSENTE/ZERADO.
      * Update: 042 - A COMPRA DE CARTAO PASSOU A CARREGAR A LOJA
      * NO TRANLOG (TRAN-LOJA) E O FECHAMENTO (PROGRAMACOBOL04) JA
      * CONCILIA O CARTAO POR LOJA; O PONTMOV CONTINUA SEM LOJA, ENTAO
      * ESTE RELATORIO SEGUE ABERTO POR BANDEIRA.
      * Update: 044 - VALIDADE DOS PONTOS: O RELATORIO MOSTRA OS
      * PONTOS EXPIRADOS NO MES (MOVIMENTOS "E" DO FECHAMENTO
      * MENSAL PROGRAMACOBOL26, SEM BANDEIRA, SO NO TOTAL) E OS
      * PONTOS A EXPIRAR NOS FECHAMENTOS DOS 3 MESES SEGUINTES,
      * CALCULADOS PELO SALDO DOS LOTES POR MES DE ACUMULO
      * (COPYBOOKS PONTLOTE/PONTLOTP). COMO O RESGATE GRAVA UM
      * MOVIMENTO POR LOTE CONSUMIDO, A QUANTIDADE DE MOVIMENTOS DE
      * RESGATE PODE SER MAIOR QUE A DE RESGATES NO CAIXA.
      * Update: 053 - OS ESTORNOS DE PONTOS DE CONTESTACAO PERDIDA
      * (MOVIMENTO "C" DO PROGRAMACOBOL14) SAEM EM TOTAL PROPRIO NO
      * RELATORIO - NAO SAO CONTADOS COMO RESGATE DA BANDEIRA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL18.
       77 WRK-VALOR-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOT-ACUM      PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-RESG      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-EXPI      PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-EXPI      PIC 9(09) VALUE ZEROS.
       77 WRK-QTD-ESTC      PIC 9(07) VALUE ZEROS.
       77 WRK-TOT-ESTC      PIC 9(09) VALUE ZEROS.
       77 WRK-TOT-A-EXPIRAR PIC 9(09) VALUE ZEROS.
       77 WRK-MES-SEGUINTE  PIC 9(01) VALUE ZEROS.
       77 WRK-MES-FECHAMENTO PIC 9(06) VALUE ZEROS.
       COPY PONTLOTE.
       01  TAB-ATIVIDADE-BANDEIRAS.
           05 TAB-ATIVIDADE OCCURS 9 TIMES.
               10 TAB-ATV-QTD-ACUM    PIC 9(07).
            INITIALIZE TAB-ATIVIDADE-BANDEIRAS.
            PERFORM PROCESSA-MOVIMENTOS.
            PERFORM IMPRIME-RELATORIO.
            PERFORM IMPRIME-VALIDADE.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL18" TO AUD-PROGRAMA.
            STRING "PONTOS " DELIMITED BY SIZE
                   WRK-TOT-ACUM DELIMITED BY SIZE
                   " RESG " DELIMITED BY SIZE
                   WRK-TOT-RESG DELIMITED BY SIZE
                   " EXP " DELIMITED BY SIZE
                   WRK-TOT-EXPI DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            GOBACK.
            END-IF.

       ACUMULA-MOVIMENTO.
            IF MOV-EXPIRACAO
                ADD 1 TO WRK-QTD-EXPI
                ADD MOV-PONT-PONTOS TO WRK-TOT-EXPI
            ELSE
                IF MOV-ESTORNO-CHB
                    ADD 1 TO WRK-QTD-ESTC
                    ADD MOV-PONT-PONTOS TO WRK-TOT-ESTC
                ELSE
                    PERFORM ACUMULA-MOVIMENTO-BANDEIRA
                END-IF
            END-IF.

       ACUMULA-MOVIMENTO-BANDEIRA.
            IF MOV-PONT-BANDEIRA < 1 OR MOV-PONT-BANDEIRA > 9
                DISPLAY "BANDEIRA INVALIDA NO PONTMOV: "
                        MOV-PONT-BANDEIRA
            DISPLAY "TOTAL ACUMULADO NO MES: " WRK-PONTOS-ED.
            MOVE WRK-TOT-RESG TO WRK-PONTOS-ED.
            DISPLAY "TOTAL RESGATADO NO MES: " WRK-PONTOS-ED.
            IF WRK-QTD-ESTC > ZEROS
                MOVE WRK-TOT-ESTC TO WRK-PONTOS-ED
                MOVE WRK-QTD-ESTC TO WRK-QTD-ED
                DISPLAY "TOTAL ESTORNADO POR CONTESTACAO PERDIDA: "
                        WRK-PONTOS-ED "  (" WRK-QTD-ED " MOVTOS)"
            END-IF.
            IF WRK-QTD-FORA-MES > ZEROS
                DISPLAY "MOVIMENTOS FORA DO MES ALVO IGNORADOS: "
                        WRK-QTD-FORA-MES
            END-IF.

       IMPRIME-VALIDADE.
            MOVE WRK-TOT-EXPI TO WRK-PONTOS-ED.
            MOVE WRK-QTD-EXPI TO WRK-QTD-ED.
            DISPLAY "TOTAL EXPIRADO NO MES:  " WRK-PONTOS-ED
                    "  (" WRK-QTD-ED " LOTES)".
            MOVE ZEROS TO WRK-LOTE-CPF-FILTRO.
            PERFORM CARREGA-LOTES-PONTOS.
            MOVE ZEROS TO WRK-TOT-A-EXPIRAR.
            DISPLAY " ".
            DISPLAY "PONTOS A EXPIRAR NOS PROXIMOS 3 MESES:".
            PERFORM VARYING WRK-MES-SEGUINTE FROM 1 BY 1
                    UNTIL WRK-MES-SEGUINTE > 3
                MOVE WRK-MES-ALVO TO WRK-LOTE-MES-AUX
                MOVE WRK-MES-SEGUINTE TO WRK-LOTE-QTD-MESES
                PERFORM SOMA-MESES-LOTE
                MOVE WRK-LOTE-MES-AUX TO WRK-MES-FECHAMENTO
                MOVE -24 TO WRK-LOTE-QTD-MESES
                PERFORM SOMA-MESES-LOTE
                MOVE WRK-LOTE-MES-AUX TO WRK-LOTE-MES-ATE
                MOVE -1 TO WRK-LOTE-QTD-MESES
                PERFORM SOMA-MESES-LOTE
                MOVE WRK-LOTE-MES-AUX TO WRK-LOTE-MES-DE
                PERFORM SOMA-LOTES-PERIODO
                ADD WRK-LOTE-TOTAL TO WRK-TOT-A-EXPIRAR
                MOVE WRK-LOTE-TOTAL TO WRK-PONTOS-ED
                DISPLAY "   FECHAMENTO DE " WRK-MES-FECHAMENTO
                        " (ACUMULADOS EM " WRK-LOTE-MES-ATE "): "
                        WRK-PONTOS-ED
            END-PERFORM.
            MOVE WRK-TOT-A-EXPIRAR TO WRK-PONTOS-ED.
            DISPLAY "TOTAL A EXPIRAR EM 3 MESES: " WRK-PONTOS-ED.

       COPY PONTLOTP.

       COPY AUDITP.
