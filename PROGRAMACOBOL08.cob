      *   03 = VALOR FORA DA FAIXA PLAUSIVEL
      *   04 = REGISTRO APOS O TRAILER
      *   05 = TIPO DE REGISTRO INVALIDO
      *   06 = ITEM SEM VENDA/DEVOLUCAO ACEITA ANTES
      *   07 = PRODUTO INEXISTENTE NO CADASTRO
      *   08 = QUANTIDADE/VALOR DO ITEM INVALIDO
      *   09 = ITENS NAO SOMAM O VALOR DA VENDA
      *   10 = LOJA FORA DO PERIODO DE FUNCIONAMENTO
      * RETURN-CODE: 0 = TUDO ACEITO; 4 = HOUVE REJEICAO (VENDOK
      * SEGUE VALIDO); 8 = TRAILER AUSENTE, DADOS APOS O TRAILER OU
      * TOTAIS DO TRAILER NAO CONFEREM COM O LIDO; 16 = ERRO DE
      * IGUAL PARA LOJA QUE SO MANDA VALOR. REGISTRO DE ITEM NAO
      * CONTA NA QUANTIDADE NEM NO TOTAL CONFERIDOS CONTRA O
      * TRAILER.
      * Update: 048 - ESTOQUE POR LOJA: A DEVOLUCAO DE MERCADORIA
      * (TIPO "D") PASSA A ACEITAR REGISTROS DE ITEM COMO A VENDA,
      * COM A MESMA CRITICA (MOTIVOS 06 A 09). O VENDITM GANHA O
      * TIPO DO ITEM (ITM-TIPO "V" VENDIDO / "D" DEVOLVIDO) PARA A
      * ATUALIZACAO DE ESTOQUE (PROGRAMACOBOL32) DEVOLVER AO SALDO DA
      * LOJA OS ITENS DEVOLVIDOS.
      * Update: 049 - O CADASTRO DE LOJAS GANHA DATA DE ABERTURA E DE
      * FECHAMENTO (MANUTENCAO PELO PROGRAMACOBOL33). VENDA OU
      * DEVOLUCAO DE LOJA CUJA ABERTURA E POSTERIOR A DATA DE
      * PROCESSAMENTO (DATPROC) OU CUJO FECHAMENTO E ANTERIOR A ELA E
      * REJEITADA COM O MOTIVO 10 (E OS ITENS QUE A SEGUEM COM O 06).
      * DATA NAO INFORMADA NO CADASTRO NAO RESTRINGE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL08.
           SELECT ITENS-ARQUIVO ASSIGN TO "VENDITM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDITM.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       77 WRK-FS-VENDAS       PIC X(02) VALUE "00".
       77 WRK-FS-LOJAS        PIC X(02) VALUE "00".
       77 WRK-FS-VENDOK       PIC X(02) VALUE "00".
       77 WRK-IDX             PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-ACHADA     PIC X(01) VALUE "N".
           88 LOJA-ACHADA        VALUE "S".
       77 WRK-POS-LOJA        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LIDOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DADOS       PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ACEITOS     PIC 9(07) VALUE ZEROS.
       77 WRK-VENDA-ABERTA    PIC X(01) VALUE "N".
           88 VENDA-EM-ABERTO    VALUE "S".
       77 WRK-LOJA-CORRENTE   PIC 9(04) VALUE ZEROS.
       77 WRK-TIPO-CORRENTE   PIC X(01) VALUE "V".
       77 WRK-VALOR-VENDA-CORR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTD-ITENS-BUF   PIC 9(02) VALUE ZEROS.
       77 WRK-SOMA-ITENS      PIC 9(09)V99 VALUE ZEROS.
           05 TAB-LOJA OCCURS 1 TO 500 TIMES
                       DEPENDING ON WRK-QTD-LOJAS.
               10 TAB-LOJA-CODIGO PIC 9(04).
               10 TAB-LOJA-ABERTURA PIC 9(08).
               10 TAB-LOJA-FECHAMENTO PIC 9(08).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            PERFORM CARREGA-LOJAS.
            PERFORM CARREGA-PRODUTOS.
            PERFORM ABRE-ARQUIVOS.
                        ADD 1 TO WRK-QTD-LOJAS
                        MOVE REG-LOJA-CODIGO
                            TO TAB-LOJA-CODIGO(WRK-QTD-LOJAS)
                        MOVE ZEROS TO TAB-LOJA-ABERTURA(WRK-QTD-LOJAS)
                        MOVE ZEROS
                            TO TAB-LOJA-FECHAMENTO(WRK-QTD-LOJAS)
                        IF REG-LOJA-DATA-ABERTURA IS NUMERIC
                            MOVE REG-LOJA-DATA-ABERTURA
                                TO TAB-LOJA-ABERTURA(WRK-QTD-LOJAS)
                        END-IF
                        IF REG-LOJA-DATA-FECHAMENTO IS NUMERIC
                            MOVE REG-LOJA-DATA-FECHAMENTO
                                TO TAB-LOJA-FECHAMENTO(WRK-QTD-LOJAS)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE LOJAS-MASTER.
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                IF TAB-LOJA-ABERTURA(WRK-POS-LOJA) > WRK-DATA-PROCESSO
                    MOVE "10" TO WRK-MOTIVO
                END-IF
                IF TAB-LOJA-FECHAMENTO(WRK-POS-LOJA) > ZEROS
                   AND TAB-LOJA-FECHAMENTO(WRK-POS-LOJA)
                       < WRK-DATA-PROCESSO
                    MOVE "10" TO WRK-MOTIVO
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                ADD 1 TO WRK-QTD-ACEITOS
                IF ENT-TIPO-DEVOLUCAO
                MOVE ENT-VALOR-NUM TO OK-VALOR
                MOVE ENT-TIPO      TO OK-TIPO
                WRITE REG-VENDA-OK
                SET VENDA-EM-ABERTO TO TRUE
                MOVE ENT-LOJA-NUM  TO WRK-LOJA-CORRENTE
                MOVE ENT-VALOR-NUM TO WRK-VALOR-VENDA-CORR
                IF ENT-TIPO-DEVOLUCAO
                    MOVE "D" TO WRK-TIPO-CORRENTE
                ELSE
                    MOVE "V" TO WRK-TIPO-CORRENTE
                END-IF
            ELSE
                PERFORM GRAVA-REJEITADO
                    OR LOJA-ACHADA
                IF TAB-LOJA-CODIGO(WRK-IDX) = ENT-LOJA-NUM
                    SET LOJA-ACHADA TO TRUE
                    MOVE WRK-IDX TO WRK-POS-LOJA
                END-IF
            END-PERFORM.

                            TO ITM-PRODUTO
                        MOVE ITM-BUF-QTD(WRK-ITM-I) TO ITM-QTD
                        MOVE ITM-BUF-VALOR(WRK-ITM-I) TO ITM-VALOR
                        MOVE WRK-TIPO-CORRENTE TO ITM-TIPO
                        WRITE REG-ITEM-VENDA
                        ADD 1 TO WRK-QTD-ITENS-ACEITOS
                    END-PERFORM
            MOVE ZEROS TO WRK-QTD-ITENS-BUF.
            MOVE ZEROS TO WRK-SOMA-ITENS.

       COPY DATPROCP.

       COPY AUDITP.
