      * DECRESCENTE. LOJA SEM META SAI COM AVISO E FORA DO RANKING;
      * ARQUIVO DE METAS AUSENTE OMITE O ATINGIMENTO SEM SEGURAR A
      * CONSOLIDACAO.
      * Update: 049 - O CADASTRO DE LOJAS GANHA DATA DE ABERTURA E DE
      * FECHAMENTO (PROGRAMACOBOL33). A LOJA ABERTA OU FECHADA NO MES
      * SAI MARCADA COMO LOJA NOVA / LOJA FECHADA E O MES PARCIAL NAO
      * E COMPARADO COM MES CHEIO: SEM VARIACAO CONTRA O MES ANTERIOR
      * (NEM NO MES SEGUINTE A ABERTURA, CUJO ANTERIOR E PARCIAL) E
      * FORA DO RANKING DE ATINGIMENTO. O RELATORIO TERMINA COM A
      * LISTA DAS LOJAS ABERTAS E FECHADAS NO MES ALVO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL13.
                       DEPENDING ON WRK-QTD-LOJMAST.
               10 TAB-LOJM-CODIGO PIC 9(04).
               10 TAB-LOJM-NOME   PIC X(30).
               10 TAB-LOJM-ABERTURA   PIC 9(08).
               10 TAB-LOJM-FECHAMENTO PIC 9(08).
       77 WRK-POS-LOJM       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-ABERTURA   PIC 9(06) VALUE ZEROS.
       77 WRK-MES-FECHAMENTO PIC 9(06) VALUE ZEROS.
       77 WRK-MES-PARCIAL    PIC X(01) VALUE "N".
           88 MES-PARCIAL       VALUE "S".
       77 WRK-QTD-NOVAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FECHADAS   PIC 9(04) VALUE ZEROS.
       77 WRK-FS-METAS       PIC X(02) VALUE "00".
       77 WRK-FIM-METAS      PIC X(01) VALUE "N".
           88 FIM-METAS         VALUE "S".
            PERFORM REGRAVA-HISTORICO.
            PERFORM IMPRIME-RELATORIO.
            PERFORM IMPRIME-RANKING-ATINGIMENTO.
            PERFORM IMPRIME-LOJAS-NOVAS-FECHADAS.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL13" TO AUD-PROGRAMA.
            STRING "CONSOLIDACAO " DELIMITED BY SIZE
                            TO TAB-LOJM-CODIGO(WRK-QTD-LOJMAST)
                        MOVE REG-LOJA-NOME
                            TO TAB-LOJM-NOME(WRK-QTD-LOJMAST)
                        MOVE ZEROS
                            TO TAB-LOJM-ABERTURA(WRK-QTD-LOJMAST)
                        MOVE ZEROS
                            TO TAB-LOJM-FECHAMENTO(WRK-QTD-LOJMAST)
                        IF REG-LOJA-DATA-ABERTURA IS NUMERIC
                            MOVE REG-LOJA-DATA-ABERTURA
                                TO TAB-LOJM-ABERTURA(WRK-QTD-LOJMAST)
                        END-IF
                        IF REG-LOJA-DATA-FECHAMENTO IS NUMERIC
                            MOVE REG-LOJA-DATA-FECHAMENTO
                                TO TAB-LOJM-FECHAMENTO(WRK-QTD-LOJMAST)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LOJAS-MASTER.
            MOVE TAB-HIST-PIOR-TOTAL(WRK-IDX) TO WRK-DIA-TOTAL-ED.
            DISPLAY "   PIOR DIA..: " TAB-HIST-PIOR-DIA(WRK-IDX)
                    " " WRK-DIA-TOTAL-ED.
            PERFORM VERIFICA-MES-PARCIAL.
            PERFORM CALCULA-VARIACAO.
            IF METAS-ATIVAS
                PERFORM CALCULA-ATINGIMENTO
       PROCURA-NOME-LOJA.
            MOVE "*** NAO CADASTRADA ***" TO WRK-NOME-LOJA.
            MOVE "N" TO WRK-LOJA-ACHADA.
            MOVE ZEROS TO WRK-POS-LOJM.
            PERFORM VARYING WRK-JDX FROM 1 BY 1
                    UNTIL WRK-JDX > WRK-QTD-LOJMAST
                    OR LOJA-ACHADA
                IF TAB-LOJM-CODIGO(WRK-JDX) = TAB-HIST-LOJA(WRK-IDX)
                    MOVE TAB-LOJM-NOME(WRK-JDX) TO WRK-NOME-LOJA
                    MOVE WRK-JDX TO WRK-POS-LOJM
                    SET LOJA-ACHADA TO TRUE
                END-IF
            END-PERFORM.

      * MES DA ABERTURA OU DO FECHAMENTO E MES PARCIAL - MARCADO E
      * FORA DAS COMPARACOES COM MES CHEIO
       VERIFICA-MES-PARCIAL.
            MOVE "N" TO WRK-MES-PARCIAL.
            MOVE ZEROS TO WRK-MES-ABERTURA.
            MOVE ZEROS TO WRK-MES-FECHAMENTO.
            IF WRK-POS-LOJM > ZEROS
                MOVE TAB-LOJM-ABERTURA(WRK-POS-LOJM)(1:6)
                    TO WRK-MES-ABERTURA
                MOVE TAB-LOJM-FECHAMENTO(WRK-POS-LOJM)(1:6)
                    TO WRK-MES-FECHAMENTO
            END-IF.
            IF WRK-MES-ABERTURA = TAB-HIST-MES(WRK-IDX)
                SET MES-PARCIAL TO TRUE
                DISPLAY "   *** LOJA NOVA - ABERTA EM "
                        TAB-LOJM-ABERTURA(WRK-POS-LOJM)
                        " (MES PARCIAL) ***"
            END-IF.
            IF WRK-MES-FECHAMENTO = TAB-HIST-MES(WRK-IDX)
                SET MES-PARCIAL TO TRUE
                DISPLAY "   *** LOJA FECHADA - ULTIMO DIA "
                        TAB-LOJM-FECHAMENTO(WRK-POS-LOJM)
                        " (MES PARCIAL) ***"
            END-IF.

       CALCULA-VARIACAO.
            DIVIDE TAB-HIST-MES(WRK-IDX) BY 100
                GIVING WRK-ANO-AUX REMAINDER WRK-MES-AUX.
            END-IF.
            COMPUTE WRK-MES-ANTERIOR =
                (WRK-ANO-AUX * 100) + WRK-MES-AUX.
            IF MES-PARCIAL
                DISPLAY "   VARIACAO..: NAO CALCULADA - MES PARCIAL"
            ELSE
                IF WRK-MES-ABERTURA = WRK-MES-ANTERIOR
                    DISPLAY "   VARIACAO..: NAO CALCULADA - MES "
                            "ANTERIOR PARCIAL (ABERTURA)"
                ELSE
                    PERFORM COMPARA-MES-ANTERIOR
                END-IF
            END-IF.

       COMPARA-MES-ANTERIOR.
            MOVE ZEROS TO WRK-POS-ANTERIOR.
            PERFORM VARYING WRK-JDX FROM 1 BY 1
                    UNTIL WRK-JDX > WRK-QTD-HIST
                MOVE WRK-META-LOJA-MES TO WRK-META-ED
                DISPLAY "   ATINGIMENTO: " WRK-ATING-ED
                        " % DA META " WRK-META-ED
                IF MES-PARCIAL
                    DISPLAY "   FORA DO RANKING - MES PARCIAL"
                ELSE
                    PERFORM INSERE-RANKING
                END-IF
            END-IF.

       INSERE-RANKING.
                END-PERFORM
            END-IF.

       IMPRIME-LOJAS-NOVAS-FECHADAS.
            DISPLAY " ".
            DISPLAY "LOJAS ABERTAS E FECHADAS NO MES " WRK-MES-ALVO.
            PERFORM VARYING WRK-JDX FROM 1 BY 1
                    UNTIL WRK-JDX > WRK-QTD-LOJMAST
                MOVE TAB-LOJM-ABERTURA(WRK-JDX)(1:6)
                    TO WRK-MES-ABERTURA
                MOVE TAB-LOJM-FECHAMENTO(WRK-JDX)(1:6)
                    TO WRK-MES-FECHAMENTO
                IF WRK-MES-ABERTURA = WRK-MES-ALVO
                    ADD 1 TO WRK-QTD-NOVAS
                    DISPLAY "   NOVA....: " TAB-LOJM-CODIGO(WRK-JDX)
                            " " TAB-LOJM-NOME(WRK-JDX) " ABERTA EM "
                            TAB-LOJM-ABERTURA(WRK-JDX)
                END-IF
                IF WRK-MES-FECHAMENTO = WRK-MES-ALVO
                    ADD 1 TO WRK-QTD-FECHADAS
                    DISPLAY "   FECHADA.: " TAB-LOJM-CODIGO(WRK-JDX)
                            " " TAB-LOJM-NOME(WRK-JDX) " ULTIMO DIA "
                            TAB-LOJM-FECHAMENTO(WRK-JDX)
                END-IF
            END-PERFORM.
            IF WRK-QTD-NOVAS = ZEROS AND WRK-QTD-FECHADAS = ZEROS
                DISPLAY "   NENHUMA"
            END-IF.

       COPY AUDITP.
