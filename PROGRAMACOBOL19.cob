      * LISTA (CHAVE HIGH-VALUES, MESMO PADRAO DO PROGRAMACOBOL04).
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU LIMITE DE
      * TABELA.
      * Update: 048 - O VENDITM PASSA A TRAZER TAMBEM OS ITENS DAS
      * DEVOLUCOES DE MERCADORIA (ITM-TIPO "D", PARA O ESTOQUE POR
      * LOJA - PROGRAMACOBOL32). O MIX CONTINUA SO COM OS ITENS
      * VENDIDOS; OS DEVOLVIDOS SO SAO CONTADOS NO RODAPE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL19.
       77 WRK-QTD-PRODMAST   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-MIX        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ITENS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-IDX            PIC 9(04) VALUE ZEROS.
       77 WRK-JDX            PIC 9(04) VALUE ZEROS.
       77 WRK-POS-MIX        PIC 9(04) VALUE ZEROS.
                    AT END
                        SET FIM-VENDITM TO TRUE
                    NOT AT END
                        IF ITM-DEVOLUCAO
                            ADD 1 TO WRK-QTD-DEVOLVIDOS
                        ELSE
                            ADD 1 TO WRK-QTD-ITENS
                            PERFORM ACUMULA-ITEM
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-VENDITM NOT = "35"
            MOVE WRK-TOTAL-GERAL TO WRK-VALOR-ED.
            DISPLAY " ".
            DISPLAY "FATURAMENTO TOTAL DOS ITENS: " WRK-VALOR-ED.
            IF WRK-QTD-DEVOLVIDOS > ZEROS
                DISPLAY "ITENS DEVOLVIDOS (FORA DO MIX): "
                        WRK-QTD-DEVOLVIDOS
            END-IF.

       IMPRIME-LINHA-PRODUTO.
            PERFORM PROCURA-DESCRICAO.
