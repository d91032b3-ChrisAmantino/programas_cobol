      ******************************************************************
      * Copybook: PONTLOTP
      * Purpose: PARAGRAFOS COMPARTILHADOS DOS LOTES DE PONTOS POR MES
      * DE ACUMULO (TABELA DO COPYBOOK PONTLOTE). A CARGA LE O LOG
      * PONTMOV DUAS VEZES: NA PRIMEIRA PASSAGEM MONTA OS LOTES COM
      * OS ACUMULOS ("A"); NA SEGUNDA DEBITA OS RESGATES ("R"), AS
      * EXPIRACOES ("E") E OS ESTORNOS DE CONTESTACAO PERDIDA ("C")
      * DO LOTE DO MES DE ORIGEM GRAVADO NO
      * MOVIMENTO - MOVIMENTO SEM MES DE ORIGEM (GRAVADO ANTES DOS
      * LOTES) CONSOME DO LOTE MAIS ANTIGO DO CPF, A MESMA REGRA DO
      * RESGATE. WRK-LOTE-CPF-FILTRO ZERADO CARREGA TODOS OS CPFS;
      * INFORMADO, SO OS LOTES DAQUELE CPF. TAMBEM TRAZ A SOMA DO
      * SALDO DOS LOTES DE UM INTERVALO DE MESES E A ARITMETICA DE
      * MES (AAAAMM MAIS/MENOS N MESES).
      * REQUER FILE-CONTROL/FD PARA MOVIMENTO-PONTOS (COPY PONTMOV),
      * WRK-FS-PONTMOV E WORKING-STORAGE COPY PONTLOTE NO PROGRAMA
      * CHAMADOR.
      ******************************************************************
       CARREGA-LOTES-PONTOS.
            MOVE ZEROS TO WRK-QTD-LOTES.
            PERFORM VARYING WRK-LOTE-PASSAGEM FROM 1 BY 1
                    UNTIL WRK-LOTE-PASSAGEM > 2
                PERFORM LE-PASSAGEM-LOTES
            END-PERFORM.

       LE-PASSAGEM-LOTES.
            MOVE "N" TO WRK-FIM-LOTES.
            OPEN INPUT MOVIMENTO-PONTOS.
            IF WRK-FS-PONTMOV = "35"
                SET FIM-LOTES TO TRUE
            ELSE
                IF WRK-FS-PONTMOV NOT = "00"
                    DISPLAY "ARQUIVO PONTMOV INDISPONIVEL - FS: "
                            WRK-FS-PONTMOV
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-LOTES
                READ MOVIMENTO-PONTOS
                    AT END
                        SET FIM-LOTES TO TRUE
                    NOT AT END
                        IF WRK-LOTE-CPF-FILTRO = ZEROS
                           OR MOV-PONT-CPF = WRK-LOTE-CPF-FILTRO
                            PERFORM TRATA-MOVIMENTO-LOTE
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMOV NOT = "35"
                CLOSE MOVIMENTO-PONTOS
            END-IF.

       TRATA-MOVIMENTO-LOTE.
            MOVE MOV-PONT-CPF TO WRK-LOTE-CPF.
            MOVE ZEROS TO WRK-LOTE-POS.
            IF WRK-LOTE-PASSAGEM = 1
                IF MOV-ACUMULO
                    IF MOV-PONT-MES-ORIGEM NUMERIC
                       AND MOV-PONT-MES-ORIGEM > ZEROS
                        MOVE MOV-PONT-MES-ORIGEM TO WRK-LOTE-MES
                    ELSE
                        MOVE MOV-PONT-DATA(1:6) TO WRK-LOTE-MES
                    END-IF
                    PERFORM LOCALIZA-LOTE-PONTOS
                    IF WRK-LOTE-POS = ZEROS
                        PERFORM INSERE-LOTE-PONTOS
                    END-IF
                    ADD MOV-PONT-PONTOS
                        TO TAB-LOTE-ACUMULADO(WRK-LOTE-POS)
                END-IF
            ELSE
                IF MOV-RESGATE OR MOV-EXPIRACAO OR MOV-ESTORNO-CHB
                    MOVE MOV-PONT-PONTOS TO WRK-LOTE-A-CONSUMIR
                    IF MOV-PONT-MES-ORIGEM NUMERIC
                       AND MOV-PONT-MES-ORIGEM > ZEROS
                        MOVE MOV-PONT-MES-ORIGEM TO WRK-LOTE-MES
                        PERFORM LOCALIZA-LOTE-PONTOS
                    END-IF
                    IF WRK-LOTE-POS > ZEROS
                        ADD WRK-LOTE-A-CONSUMIR
                            TO TAB-LOTE-CONSUMIDO(WRK-LOTE-POS)
                    ELSE
                        PERFORM CONSOME-LOTES-MAIS-ANTIGOS
                    END-IF
                END-IF
            END-IF.

       LOCALIZA-LOTE-PONTOS.
            MOVE ZEROS TO WRK-LOTE-POS.
            IF WRK-QTD-LOTES > ZEROS
                SEARCH ALL TAB-LOTE
                    AT END
                        CONTINUE
                    WHEN TAB-LOTE-CHAVE(LOTE-IDX) = WRK-LOTE-CHAVE
                        SET WRK-LOTE-POS TO LOTE-IDX
                END-SEARCH
            END-IF.

       INSERE-LOTE-PONTOS.
            IF WRK-QTD-LOTES >= 100000
                DISPLAY "LOTES DE PONTOS EXCEDEM O LIMITE DE "
                        "100000 MES/CPF"
                CLOSE MOVIMENTO-PONTOS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            ADD 1 TO WRK-QTD-LOTES.
            MOVE WRK-QTD-LOTES TO WRK-LOTE-POS.
            MOVE "N" TO WRK-LOTE-POSICIONADO.
            PERFORM UNTIL LOTE-POSICIONADO
                IF WRK-LOTE-POS = 1
                    SET LOTE-POSICIONADO TO TRUE
                ELSE
                    IF TAB-LOTE-CHAVE(WRK-LOTE-POS - 1)
                       > WRK-LOTE-CHAVE
                        MOVE TAB-LOTE(WRK-LOTE-POS - 1)
                            TO TAB-LOTE(WRK-LOTE-POS)
                        SUBTRACT 1 FROM WRK-LOTE-POS
                    ELSE
                        SET LOTE-POSICIONADO TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WRK-LOTE-CHAVE TO TAB-LOTE-CHAVE(WRK-LOTE-POS).
            MOVE ZEROS TO TAB-LOTE-ACUMULADO(WRK-LOTE-POS).
            MOVE ZEROS TO TAB-LOTE-CONSUMIDO(WRK-LOTE-POS).

       CONSOME-LOTES-MAIS-ANTIGOS.
            PERFORM VARYING WRK-LOTE-I FROM 1 BY 1
                    UNTIL WRK-LOTE-I > WRK-QTD-LOTES
                    OR WRK-LOTE-A-CONSUMIR = ZEROS
                IF TAB-LOTE-CPF(WRK-LOTE-I) = WRK-LOTE-CPF
                    MOVE WRK-LOTE-I TO WRK-LOTE-POS
                    PERFORM CALCULA-SALDO-LOTE
                    IF WRK-LOTE-SALDO > WRK-LOTE-A-CONSUMIR
                        MOVE WRK-LOTE-A-CONSUMIR TO WRK-LOTE-SALDO
                    END-IF
                    ADD WRK-LOTE-SALDO
                        TO TAB-LOTE-CONSUMIDO(WRK-LOTE-I)
                    SUBTRACT WRK-LOTE-SALDO FROM WRK-LOTE-A-CONSUMIR
                END-IF
            END-PERFORM.

       CALCULA-SALDO-LOTE.
            IF TAB-LOTE-CONSUMIDO(WRK-LOTE-POS) >=
               TAB-LOTE-ACUMULADO(WRK-LOTE-POS)
                MOVE ZEROS TO WRK-LOTE-SALDO
            ELSE
                COMPUTE WRK-LOTE-SALDO =
                    TAB-LOTE-ACUMULADO(WRK-LOTE-POS) -
                    TAB-LOTE-CONSUMIDO(WRK-LOTE-POS)
            END-IF.

       SOMA-LOTES-PERIODO.
            MOVE ZEROS TO WRK-LOTE-TOTAL.
            PERFORM VARYING WRK-LOTE-I FROM 1 BY 1
                    UNTIL WRK-LOTE-I > WRK-QTD-LOTES
                IF TAB-LOTE-MES(WRK-LOTE-I) > WRK-LOTE-MES-DE
                   AND TAB-LOTE-MES(WRK-LOTE-I) <= WRK-LOTE-MES-ATE
                    MOVE WRK-LOTE-I TO WRK-LOTE-POS
                    PERFORM CALCULA-SALDO-LOTE
                    ADD WRK-LOTE-SALDO TO WRK-LOTE-TOTAL
                END-IF
            END-PERFORM.

       SOMA-MESES-LOTE.
            COMPUTE WRK-LOTE-TOT-MESES =
                WRK-LOTE-ANO-AUX * 12 + WRK-LOTE-MM-AUX - 1
                + WRK-LOTE-QTD-MESES.
            DIVIDE WRK-LOTE-TOT-MESES BY 12
                GIVING WRK-LOTE-ANO-AUX
                REMAINDER WRK-LOTE-MM-AUX.
            ADD 1 TO WRK-LOTE-MM-AUX.
