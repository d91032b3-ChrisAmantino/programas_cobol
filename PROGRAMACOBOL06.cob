      * DIA) EM VEZ DO TRANLOG DE ACUMULO - O PASSO DEIXA DE VARRER
      * O HISTORICO INTEIRO TODA NOITE. O FILTRO POR TRAN-DATA FOI
      * MANTIDO COMO CINTO DE SEGURANCA.
      * Review fix: A CONCILIACAO PASSA A LER O ARQUIVO DE COMPRAS
      * RETIDAS PELA TRIAGEM ANTIFRAUDE (FRAUDHLD, COPYBOOKS
      * FRAUDHLD/FRAUDWS/FRAUDP; AUSENTE = NENHUMA RETENCAO). A
      * COMPRA RETIDA JA FOI AUTORIZADA E A ADQUIRENTE A LIQUIDA NO
      * DIA, MAS ELA NAO VAI PARA O TRANDIA - A LIQUIDACAO CUJO
      * CODIGO E BANDEIRA CASAM COM UMA RETENCAO DO DIA DEIXA DE SER
      * EXCECAO "NUNCA GRAVADA" E E LISTADA A PARTE, COM A SITUACAO
      * DA RETENCAO. A COMPRA LIBERADA PELA MESA E LANCADA NUM LOTE
      * POSTERIOR SEM LIQUIDACAO NO DIA: SE O CODIGO E O CPF CASAM
      * COM UMA RETENCAO LIBERADA DE DATA ANTERIOR, ELA E LISTADA
      * COMO LIQUIDADA NA DATA ORIGINAL EM VEZ DE "NAO LIQUIDADA". OS
      * ESTORNOS "X" DAS RETENCOES RECUSADAS SAEM NA MESMA LISTA PARA
      * O CANCELAMENTO SER COMANDADO NA ADQUIRENTE. NENHUM DESSES
      * CASOS LEVA AO RETURN-CODE 8.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL06.
           SELECT TABELA-MDR ASSIGN TO "TABMDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TABMDR.
           SELECT COMPRAS-RETIDAS ASSIGN TO "FRAUDHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRAUDHLD.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACOES-ARQUIVO.
       FD  TABELA-MDR.
       COPY MDRTAB.

       FD  COMPRAS-RETIDAS.
       COPY FRAUDHLD.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY FRAUDWS.
       77 WRK-FS-TRANLOG     PIC X(02) VALUE "00".
       77 WRK-FS-LIQUID      PIC X(02) VALUE "00".
       77 WRK-DATA-MOVTO     PIC 9(08) VALUE ZEROS.
                   88 LIQ-NAO-CASADA    VALUE "N".
                   88 LIQ-CASADA        VALUE "C".
                   88 LIQ-DIVERGENTE    VALUE "D".
                   88 LIQ-RETIDA        VALUE "R".
               10 TAB-LIQ-VALOR-TRAN PIC 9(04)V99.
               10 TAB-LIQ-ADQ        PIC 9(02).
       01  TAB-EXCECOES-TRAN.
               10 TAB-EXC-CPF        PIC 9(11).
               10 TAB-EXC-VALOR      PIC 9(04)V99.
               10 TAB-EXC-ADQ        PIC 9(02).
       77 WRK-QTD-LIQ-RETIDA PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIBERADA   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ESTORNO-RET PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-OCR        PIC 9(04) VALUE ZEROS.
       77 WRK-OCR-TIPO       PIC X(01) VALUE SPACES.
       77 WRK-OCR-VALOR      PIC 9(04)V99 VALUE ZEROS.
       01  TAB-OCORRENCIAS-RETIDAS.
           05 TAB-OCORRENCIA OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTD-OCR.
               10 TAB-OCR-TIPO       PIC X(01).
               10 TAB-OCR-CODIGO     PIC X(06).
               10 TAB-OCR-CPF        PIC 9(11).
               10 TAB-OCR-VALOR      PIC 9(04)V99.
               10 TAB-OCR-DATA       PIC 9(08).
               10 TAB-OCR-STATUS     PIC X(01).
       77 WRK-ADQ            PIC 9(02) VALUE ZEROS.
       77 WRK-ADQ-IDX        PIC 9(02) VALUE ZEROS.
       01  TAB-TOTAIS-ADQUIRENTES.
            INITIALIZE TAB-TOTAIS-ADQUIRENTES.
            PERFORM CARREGA-TABELA-MDR.
            PERFORM CARREGA-LIQUIDACOES.
            PERFORM CARREGA-COMPRAS-RETIDAS.
            PERFORM CONCILIA-TRANLOG.
            PERFORM CLASSIFICA-LIQ-RETIDAS.
            PERFORM IMPRIME-RELATORIO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL06" TO AUD-PROGRAMA.
                           AND TRAN-STATUS-AUTORIZ = "A"
                            PERFORM CONCILIA-TRANSACAO
                        END-IF
                        IF TRAN-DATA = WRK-DATA-MOVTO
                           AND TRAN-STATUS-AUTORIZ = "X"
                            PERFORM REGISTRA-ESTORNO-RETIDA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSACOES-ARQUIVO.
            ADD 1 TO WRK-QTD-TRAN-DIA.
            PERFORM CALCULA-LIQUIDO-ESPERADO.
            MOVE "N" TO WRK-LIQ-ACHADA.
            MOVE ZEROS TO WRK-HLD-POS.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LIQ
                    OR LIQ-ACHADA
                END-IF
            END-PERFORM.
            IF NOT LIQ-ACHADA
                PERFORM PROCURA-RETIDA-LIBERADA
            END-IF.
            IF NOT LIQ-ACHADA AND WRK-HLD-POS > ZEROS
                ADD 1 TO WRK-QTD-LIBERADA
                MOVE "L" TO WRK-OCR-TIPO
                MOVE TRAN-VALOR-FINAL TO WRK-OCR-VALOR
                PERFORM GUARDA-OCORRENCIA-RETIDA
            END-IF.
            IF NOT LIQ-ACHADA AND WRK-HLD-POS = ZEROS
                ADD 1 TO WRK-QTD-NAO-LIQUID
                MOVE TRAN-ADQUIRENTE TO WRK-ADQ
                PERFORM CALCULA-INDICE-ADQ
                END-IF
            END-IF.

      * COMPRA LIBERADA PELA MESA ANTIFRAUDE E LANCADA NUM LOTE
      * POSTERIOR: A ADQUIRENTE A LIQUIDOU NO DIA DA RETENCAO.
       PROCURA-RETIDA-LIBERADA.
            MOVE ZEROS TO WRK-HLD-POS.
            PERFORM VARYING WRK-HLD-IDX FROM 1 BY 1
                    UNTIL WRK-HLD-IDX > WRK-HLD-QTD
                    OR WRK-HLD-POS > ZEROS
                MOVE TAB-HLD-REGISTRO(WRK-HLD-IDX) TO REG-COMPRA-RETIDA
                IF FRD-COD-AUTORIZACAO = TRAN-COD-AUTORIZACAO
                   AND FRD-CPF = TRAN-CPF
                   AND FRD-DATA < WRK-DATA-MOVTO
                   AND (FRD-LIQUIDADA OR FRD-LIBERADA)
                    MOVE WRK-HLD-IDX TO WRK-HLD-POS
                END-IF
            END-PERFORM.

      * LIQUIDACAO QUE SOBROU SEM TRANSACAO: SE E DE UMA COMPRA RETIDA
      * NO DIA, NAO E EXCECAO.
       CLASSIFICA-LIQ-RETIDAS.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LIQ
                IF LIQ-NAO-CASADA(WRK-IDX)
                    PERFORM PROCURA-RETIDA-DO-DIA
                END-IF
            END-PERFORM.

       PROCURA-RETIDA-DO-DIA.
            MOVE ZEROS TO WRK-HLD-POS.
            PERFORM VARYING WRK-HLD-IDX FROM 1 BY 1
                    UNTIL WRK-HLD-IDX > WRK-HLD-QTD
                    OR WRK-HLD-POS > ZEROS
                MOVE TAB-HLD-REGISTRO(WRK-HLD-IDX) TO REG-COMPRA-RETIDA
                IF FRD-COD-AUTORIZACAO = TAB-LIQ-CODIGO(WRK-IDX)
                   AND FRD-BANDEIRA = TAB-LIQ-BANDEIRA(WRK-IDX)
                   AND FRD-DATA = WRK-DATA-MOVTO
                    MOVE WRK-HLD-IDX TO WRK-HLD-POS
                END-IF
            END-PERFORM.
            IF WRK-HLD-POS > ZEROS
                SET LIQ-RETIDA(WRK-IDX) TO TRUE
                ADD 1 TO WRK-QTD-LIQ-RETIDA
                MOVE "R" TO WRK-OCR-TIPO
                MOVE TAB-LIQ-VALOR(WRK-IDX) TO WRK-OCR-VALOR
                PERFORM GUARDA-OCORRENCIA-RETIDA
            END-IF.

      * ESTORNO GRAVADO PELO LOTE PARA A RETENCAO RECUSADA PELA MESA.
       REGISTRA-ESTORNO-RETIDA.
            ADD 1 TO WRK-QTD-ESTORNO-RET.
            MOVE ZEROS TO WRK-HLD-POS.
            PERFORM VARYING WRK-HLD-IDX FROM 1 BY 1
                    UNTIL WRK-HLD-IDX > WRK-HLD-QTD
                    OR WRK-HLD-POS > ZEROS
                MOVE TAB-HLD-REGISTRO(WRK-HLD-IDX) TO REG-COMPRA-RETIDA
                IF FRD-COD-AUTORIZACAO = TRAN-COD-AUTORIZACAO
                   AND FRD-CPF = TRAN-CPF
                    MOVE WRK-HLD-IDX TO WRK-HLD-POS
                END-IF
            END-PERFORM.
            IF WRK-HLD-POS = ZEROS
                INITIALIZE REG-COMPRA-RETIDA
                MOVE TRAN-CPF TO FRD-CPF
            END-IF.
            MOVE "X" TO WRK-OCR-TIPO.
            MOVE TRAN-VALOR-FINAL TO WRK-OCR-VALOR.
            PERFORM GUARDA-OCORRENCIA-RETIDA.

      * GUARDA A OCORRENCIA DA RETENCAO CORRENTE (REG-COMPRA-RETIDA
      * CARREGADO DA POSICAO WRK-HLD-POS) PARA A SECAO 4 DO RELATORIO.
       GUARDA-OCORRENCIA-RETIDA.
            IF WRK-HLD-POS > ZEROS
                MOVE TAB-HLD-REGISTRO(WRK-HLD-POS) TO REG-COMPRA-RETIDA
            END-IF.
            IF WRK-QTD-OCR < 2000
                ADD 1 TO WRK-QTD-OCR
                MOVE WRK-OCR-TIPO  TO TAB-OCR-TIPO(WRK-QTD-OCR)
                MOVE WRK-OCR-VALOR TO TAB-OCR-VALOR(WRK-QTD-OCR)
                MOVE FRD-CPF       TO TAB-OCR-CPF(WRK-QTD-OCR)
                MOVE FRD-DATA      TO TAB-OCR-DATA(WRK-QTD-OCR)
                MOVE FRD-STATUS    TO TAB-OCR-STATUS(WRK-QTD-OCR)
                IF WRK-OCR-TIPO = "R"
                    MOVE TAB-LIQ-CODIGO(WRK-IDX)
                        TO TAB-OCR-CODIGO(WRK-QTD-OCR)
                ELSE
                    MOVE TRAN-COD-AUTORIZACAO
                        TO TAB-OCR-CODIGO(WRK-QTD-OCR)
                END-IF
            ELSE
                DISPLAY "LIMITE DE 2000 COMPRAS RETIDAS EXCEDIDO - "
                        "OCORRENCIA NAO LISTADA"
            END-IF.

      * CODIGO 0 (REGISTRO SEM ADQUIRENTE) CAI NA FAIXA 1 DA TABELA;
      * CODIGO ACIMA DE 9 TAMBEM, PARA NAO ESTOURAR O INDICE.
       CALCULA-INDICE-ADQ.
                END-PERFORM
            END-IF.
            DISPLAY " ".
            DISPLAY "4) COMPRAS RETIDAS PELA TRIAGEM ANTIFRAUDE:".
            DISPLAY "   LIQUIDADAS NO DIA E RETIDAS......: "
                    WRK-QTD-LIQ-RETIDA.
            DISPLAY "   LIBERADAS, LIQUIDADAS ANTES......: "
                    WRK-QTD-LIBERADA.
            DISPLAY "   RECUSADAS - CANCELAR NA ADQUIRENTE: "
                    WRK-QTD-ESTORNO-RET.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-OCR
                MOVE TAB-OCR-VALOR(WRK-IDX) TO WRK-VALOR-TRAN-ED
                EVALUATE TAB-OCR-TIPO(WRK-IDX)
                    WHEN "R"
                        DISPLAY "   RETIDA     AUTORIZACAO "
                                TAB-OCR-CODIGO(WRK-IDX)
                                " CPF " TAB-OCR-CPF(WRK-IDX)
                                " VALOR " WRK-VALOR-TRAN-ED
                                " SITUACAO " TAB-OCR-STATUS(WRK-IDX)
                    WHEN "L"
                        DISPLAY "   LIBERADA   AUTORIZACAO "
                                TAB-OCR-CODIGO(WRK-IDX)
                                " CPF " TAB-OCR-CPF(WRK-IDX)
                                " VALOR " WRK-VALOR-TRAN-ED
                                " LIQUIDADA EM " TAB-OCR-DATA(WRK-IDX)
                    WHEN OTHER
                        DISPLAY "   CANCELAR   AUTORIZACAO "
                                TAB-OCR-CODIGO(WRK-IDX)
                                " CPF " TAB-OCR-CPF(WRK-IDX)
                                " VALOR " WRK-VALOR-TRAN-ED
                                " LIQUIDADA EM " TAB-OCR-DATA(WRK-IDX)
                END-EVALUATE
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "5) TOTAIS POR ADQUIRENTE:".
            PERFORM VARYING WRK-ADQ-IDX FROM 1 BY 1
                    UNTIL WRK-ADQ-IDX > 10
                IF TAB-ADQ-CASADAS(WRK-ADQ-IDX) > ZEROS

       COPY DATPROCP.

       COPY FRAUDP.

       COPY AUDITP.
