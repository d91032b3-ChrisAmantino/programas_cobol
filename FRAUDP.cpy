      ******************************************************************
      * Copybook: FRAUDP
      * Purpose: PARAGRAFOS COMPARTILHADOS DO ARQUIVO DE COMPRAS
      * RETIDAS (FRAUDHLD), USADOS PELO LOTE DE COMPRAS
      * (PROGRAMACOBOL03), PELA MESA ANTIFRAUDE (PROGRAMACOBOL25) E
      * PELA CONCILIACAO (PROGRAMACOBOL06):
      *   CARREGA-COMPRAS-RETIDAS - CARREGA O ARQUIVO NA TABELA
      *     TAB-HLD (ARQUIVO AUSENTE = NENHUMA RETENCAO), DESCARTANDO
      *     OS ITENS ENCERRADOS MAIS ANTIGOS QUE A RETENCAO;
      *   REGRAVA-COMPRAS-RETIDAS - REGRAVA O ARQUIVO INTEIRO A PARTIR
      *     DA TABELA (OS ITENS DESCARTADOS NA CARGA SAEM DO ARQUIVO).
      * REQUER FILE-CONTROL/FD PARA COMPRAS-RETIDAS (COPY FRAUDHLD) E
      * WORKING-STORAGE COPY FRAUDWS NO PROGRAMA CHAMADOR.
      ******************************************************************
       CARREGA-COMPRAS-RETIDAS.
            MOVE ZEROS TO WRK-HLD-QTD.
            MOVE ZEROS TO WRK-HLD-DESCARTADOS.
            MOVE "N" TO WRK-HLD-FIM.
            ACCEPT WRK-HLD-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-HLD-DIA-CORTE =
                FUNCTION INTEGER-OF-DATE (WRK-HLD-DATA-HOJE)
                - WRK-HLD-DIAS-RETENCAO.
            OPEN INPUT COMPRAS-RETIDAS.
            IF WRK-FS-FRAUDHLD = "35"
                SET FIM-HLD-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-FRAUDHLD NOT = "00"
                    DISPLAY "ARQUIVO DE COMPRAS RETIDAS INDISPONIVEL "
                            "- FS: " WRK-FS-FRAUDHLD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-HLD-ARQUIVO
                READ COMPRAS-RETIDAS
                    AT END
                        SET FIM-HLD-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM CARREGA-UMA-RETIDA
                END-READ
            END-PERFORM.
            IF WRK-FS-FRAUDHLD NOT = "35"
                CLOSE COMPRAS-RETIDAS
            END-IF.

       CARREGA-UMA-RETIDA.
            IF (FRD-LIQUIDADA OR FRD-ESTORNADA)
               AND FRD-DATA-DECISAO > ZEROS
               AND FUNCTION INTEGER-OF-DATE (FRD-DATA-DECISAO)
                   < WRK-HLD-DIA-CORTE
                ADD 1 TO WRK-HLD-DESCARTADOS
            ELSE
                IF WRK-HLD-QTD >= 5000
                    DISPLAY "ARQUIVO DE COMPRAS RETIDAS EXCEDE O "
                            "LIMITE DE 5000 ITENS"
                    CLOSE COMPRAS-RETIDAS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-HLD-QTD
                MOVE REG-COMPRA-RETIDA TO TAB-HLD-REGISTRO(WRK-HLD-QTD)
            END-IF.

       REGRAVA-COMPRAS-RETIDAS.
            OPEN OUTPUT COMPRAS-RETIDAS.
            IF WRK-FS-FRAUDHLD NOT = "00"
                DISPLAY "ERRO AO REGRAVAR FRAUDHLD - FS: "
                        WRK-FS-FRAUDHLD
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-HLD-IDX FROM 1 BY 1
                    UNTIL WRK-HLD-IDX > WRK-HLD-QTD
                MOVE TAB-HLD-REGISTRO(WRK-HLD-IDX) TO REG-COMPRA-RETIDA
                WRITE REG-COMPRA-RETIDA
            END-PERFORM.
            CLOSE COMPRAS-RETIDAS.
