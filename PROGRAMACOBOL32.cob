      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: ATUALIZACAO NOTURNA DO ESTOQUE POR LOJA E PRODUTO E
      * RELATORIO DE REPOSICAO - AS LOJAS CONTAVAM ESTOQUE NO PAPEL E
      * AS QUANTIDADES DOS ITENS DE VENDA (VENDITM, GRAVADO PELA
      * CRITICA DO PROGRAMACOBOL08) SO ERAM USADAS NO MIX DE
      * PRODUTOS. O PROGRAMA MANTEM O CADASTRO DE ESTOQUE (ESTOQUE,
      * COPY ESTOQUE - UM REGISTRO POR LOJA + PRODUTO, REGRAVADO POR
      * INTEIRO NO FINAL):
      *   - APLICA A TABELA DE PONTOS DE PEDIDO (PONTPED, OPCIONAL);
      *   - SOMA OS RECEBIMENTOS DO DEPOSITO DO DIA (RECMERC,
      *     OPCIONAL) - LINHA COM LOJA OU PRODUTO FORA DO CADASTRO OU
      *     QUANTIDADE INVALIDA E LISTADA E NAO ENTRA NO SALDO;
      *   - BAIXA AS QUANTIDADES VENDIDAS (VENDITM TIPO "V") E DEVOLVE
      *     AO SALDO OS ITENS DAS DEVOLUCOES DE MERCADORIA (TIPO "D").
      * O RELATORIO DE REPOSICAO LISTA, POR LOJA, OS PRODUTOS COM
      * SALDO IGUAL OU ABAIXO DO PONTO DE PEDIDO E OS PRODUTOS COM
      * SALDO NEGATIVO (RECEBIMENTO NAO LANCADO OU CODIGO DE PRODUTO
      * ERRADO NA VENDA). COMO LANCA MOVIMENTO, O PASSO E PROTEGIDO
      * PELO CONTROLE DE EXECUCAO (CTLEXEC, COPYBOOKS CTLEXEC/
      * CTLEXWS/CTLEXP) CONTRA UMA SEGUNDA BAIXA DA MESMA DATA.
      * RETURN-CODE: 0 = OK; 4 = HOUVE SALDO NEGATIVO OU RECEBIMENTO
      * REJEITADO; 8 = DATA JA CONCLUIDA (EXECUCAO RECUSADA);
      * 16 = ERRO DE ABERTURA OU LIMITE DE TABELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL32.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ESTOQUE-MASTER ASSIGN TO "ESTOQUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ESTOQUE.
           SELECT ITENS-ARQUIVO ASSIGN TO "VENDITM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDITM.
           SELECT RECEBIMENTOS-ARQUIVO ASSIGN TO "RECMERC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RECMERC.
           SELECT PONTOS-PEDIDO-ARQUIVO ASSIGN TO "PONTPED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTPED.
           SELECT LOJAS-MASTER ASSIGN TO "LOJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJAS.
           SELECT PRODUTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT CONTROLE-EXECUCAO-ARQUIVO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLEXEC.
       DATA DIVISION.
       FILE SECTION.
       FD  ESTOQUE-MASTER.
       COPY ESTOQUE.

       FD  ITENS-ARQUIVO.
       COPY VENDITM.

       FD  RECEBIMENTOS-ARQUIVO.
       COPY RECMERC.

       FD  PONTOS-PEDIDO-ARQUIVO.
       COPY PONTPED.

       FD  LOJAS-MASTER.
       COPY LOJMAST.

       FD  PRODUTOS-MASTER.
       COPY PRODMAST.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       WORKING-STORAGE SECTION.
       COPY CTLEXWS.
       COPY AUDITWS.
       COPY DATPROCWS.
       77 WRK-FS-ESTOQUE     PIC X(02) VALUE "00".
       77 WRK-FS-VENDITM     PIC X(02) VALUE "00".
       77 WRK-FS-RECMERC     PIC X(02) VALUE "00".
       77 WRK-FS-PONTPED     PIC X(02) VALUE "00".
       77 WRK-FS-LOJAS       PIC X(02) VALUE "00".
       77 WRK-FS-PRODUTOS    PIC X(02) VALUE "00".
       77 WRK-FIM-ESTOQUE    PIC X(01) VALUE "N".
           88 FIM-ESTOQUE       VALUE "S".
       77 WRK-FIM-VENDITM    PIC X(01) VALUE "N".
           88 FIM-VENDITM       VALUE "S".
       77 WRK-FIM-RECMERC    PIC X(01) VALUE "N".
           88 FIM-RECMERC       VALUE "S".
       77 WRK-FIM-PONTPED    PIC X(01) VALUE "N".
           88 FIM-PONTPED       VALUE "S".
       77 WRK-FIM-LOJAS      PIC X(01) VALUE "N".
           88 FIM-LOJAS         VALUE "S".
       77 WRK-FIM-PRODUTOS   PIC X(01) VALUE "N".
           88 FIM-PRODUTOS      VALUE "S".
       77 WRK-POSICIONADO    PIC X(01) VALUE "N".
           88 POSICIONADO       VALUE "S".
       77 WRK-LOJA-ACHADA    PIC X(01) VALUE "N".
           88 LOJA-ACHADA       VALUE "S".
       77 WRK-PRODUTO-ACHADO PIC X(01) VALUE "N".
           88 PRODUTO-ACHADO    VALUE "S".
       77 WRK-QTD-ESTOQUE    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LOJAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PONTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-RECEBIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VENDIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REPOR      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-NEGATIVOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LINHAS-LOJA PIC 9(05) VALUE ZEROS.
       77 WRK-EDX            PIC 9(05) VALUE ZEROS.
       77 WRK-EDX-ACHADO     PIC 9(05) VALUE ZEROS.
       77 WRK-IDX            PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-ATUAL     PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-LOJA      PIC X(30) VALUE SPACES.
       77 WRK-DESCRICAO      PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO         PIC X(25) VALUE SPACES.
       77 WRK-SITUACAO       PIC X(08) VALUE SPACES.
       77 WRK-SALDO-ED       PIC -.---.--9.
       77 WRK-PONTO-ED       PIC ZZ.ZZ9.
       01  WRK-EST-CHAVE.
           05 WRK-EST-LOJA       PIC 9(04).
           05 WRK-EST-PRODUTO    PIC 9(06).
       01  TAB-ESTOQUE.
           05 TAB-EST OCCURS 1 TO 20000 TIMES
                      DEPENDING ON WRK-QTD-ESTOQUE.
               10 TAB-EST-CHAVE.
                   15 TAB-EST-LOJA       PIC 9(04).
                   15 TAB-EST-PRODUTO    PIC 9(06).
               10 TAB-EST-SALDO      PIC S9(07).
               10 TAB-EST-PONTO      PIC 9(05).
               10 TAB-EST-DATA       PIC 9(08).
       01  TAB-LOJAS.
           05 TAB-LOJA OCCURS 1 TO 500 TIMES
                       DEPENDING ON WRK-QTD-LOJAS.
               10 TAB-LOJA-CODIGO    PIC 9(04).
               10 TAB-LOJA-NOME      PIC X(30).
       01  TAB-PRODUTOS.
           05 TAB-PRODUTO OCCURS 1 TO 1000 TIMES
                          DEPENDING ON WRK-QTD-PRODUTOS.
               10 TAB-PROD-CODIGO    PIC 9(06).
               10 TAB-PROD-DESCR     PIC X(30).
       01  TAB-REJEITADOS.
           05 TAB-REJ OCCURS 1 TO 500 TIMES
                      DEPENDING ON WRK-QTD-REJEITADOS.
               10 TAB-REJ-REGISTRO   PIC X(25).
               10 TAB-REJ-MOTIVO     PIC X(25).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            MOVE "PROGRAMACOBOL32" TO WRK-CTX-PROGRAMA.
            PERFORM INICIA-CONTROLE-EXECUCAO.
            PERFORM CARREGA-LOJAS.
            PERFORM CARREGA-PRODUTOS.
            PERFORM CARREGA-ESTOQUE.
            PERFORM APLICA-PONTOS-PEDIDO.
            PERFORM APLICA-RECEBIMENTOS.
            PERFORM APLICA-ITENS-VENDA.
            PERFORM REGRAVA-ESTOQUE.
            PERFORM IMPRIME-RELATORIO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL32" TO AUD-PROGRAMA.
            STRING "EST RCB " DELIMITED BY SIZE
                   WRK-QTD-RECEBIDOS DELIMITED BY SIZE
                   " VND " DELIMITED BY SIZE
                   WRK-QTD-VENDIDOS DELIMITED BY SIZE
                   " DEV " DELIMITED BY SIZE
                   WRK-QTD-DEVOLVIDOS DELIMITED BY SIZE
                   " REP " DELIMITED BY SIZE
                   WRK-QTD-REPOR DELIMITED BY SIZE
                   " NEG " DELIMITED BY SIZE
                   WRK-QTD-NEGATIVOS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-NEGATIVOS > ZEROS
               OR WRK-QTD-REJEITADOS > ZEROS
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM FINALIZA-CONTROLE-EXECUCAO.
            GOBACK.

       CARREGA-LOJAS.
            MOVE ZEROS TO WRK-QTD-LOJAS.
            OPEN INPUT LOJAS-MASTER.
            IF WRK-FS-LOJAS NOT = "00"
                DISPLAY "CADASTRO DE LOJAS INDISPONIVEL - FS: "
                        WRK-FS-LOJAS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-LOJAS
                READ LOJAS-MASTER
                    AT END
                        SET FIM-LOJAS TO TRUE
                    NOT AT END
                        IF WRK-QTD-LOJAS >= 500
                            DISPLAY "CADASTRO DE LOJAS EXCEDE O "
                                    "LIMITE DE 500 REGISTROS"
                            CLOSE LOJAS-MASTER
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-LOJAS
                        MOVE REG-LOJA-CODIGO
                            TO TAB-LOJA-CODIGO(WRK-QTD-LOJAS)
                        MOVE REG-LOJA-NOME
                            TO TAB-LOJA-NOME(WRK-QTD-LOJAS)
                END-READ
            END-PERFORM.
            CLOSE LOJAS-MASTER.

       CARREGA-PRODUTOS.
            MOVE ZEROS TO WRK-QTD-PRODUTOS.
            OPEN INPUT PRODUTOS-MASTER.
            IF WRK-FS-PRODUTOS NOT = "00"
                DISPLAY "CADASTRO DE PRODUTOS INDISPONIVEL - FS: "
                        WRK-FS-PRODUTOS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-PRODUTOS
                READ PRODUTOS-MASTER
                    AT END
                        SET FIM-PRODUTOS TO TRUE
                    NOT AT END
                        IF WRK-QTD-PRODUTOS >= 1000
                            DISPLAY "CADASTRO DE PRODUTOS EXCEDE O "
                                    "LIMITE DE 1000 REGISTROS"
                            CLOSE PRODUTOS-MASTER
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-PRODUTOS
                        MOVE REG-PRODUTO-CODIGO
                            TO TAB-PROD-CODIGO(WRK-QTD-PRODUTOS)
                        MOVE REG-PRODUTO-DESCRICAO
                            TO TAB-PROD-DESCR(WRK-QTD-PRODUTOS)
                END-READ
            END-PERFORM.
            CLOSE PRODUTOS-MASTER.

      * O ESTOQUE E GRAVADO EM ORDEM DE LOJA + PRODUTO E A TABELA E
      * MANTIDA NESSA ORDEM PELA INCLUSAO (INSERE-ESTOQUE), ENTAO O
      * RELATORIO SAI AGRUPADO POR LOJA SEM CLASSIFICACAO.
       CARREGA-ESTOQUE.
            MOVE ZEROS TO WRK-QTD-ESTOQUE.
            OPEN INPUT ESTOQUE-MASTER.
            IF WRK-FS-ESTOQUE = "35"
                DISPLAY "CADASTRO DE ESTOQUE INEXISTENTE - INICIANDO "
                        "ESTOQUE VAZIO"
                SET FIM-ESTOQUE TO TRUE
            ELSE
                IF WRK-FS-ESTOQUE NOT = "00"
                    DISPLAY "CADASTRO DE ESTOQUE INDISPONIVEL - FS: "
                            WRK-FS-ESTOQUE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ESTOQUE
                READ ESTOQUE-MASTER
                    AT END
                        SET FIM-ESTOQUE TO TRUE
                    NOT AT END
                        MOVE EST-LOJA    TO WRK-EST-LOJA
                        MOVE EST-PRODUTO TO WRK-EST-PRODUTO
                        PERFORM LOCALIZA-ESTOQUE
                        ADD EST-SALDO TO TAB-EST-SALDO(WRK-EDX)
                        MOVE EST-PONTO-PEDIDO
                            TO TAB-EST-PONTO(WRK-EDX)
                        MOVE EST-DATA-ULT-MOV
                            TO TAB-EST-DATA(WRK-EDX)
                END-READ
            END-PERFORM.
            IF WRK-FS-ESTOQUE NOT = "35"
                CLOSE ESTOQUE-MASTER
            END-IF.

       APLICA-PONTOS-PEDIDO.
            OPEN INPUT PONTOS-PEDIDO-ARQUIVO.
            IF WRK-FS-PONTPED = "35"
                DISPLAY "TABELA DE PONTOS DE PEDIDO AUSENTE - PONTOS "
                        "DO CADASTRO DE ESTOQUE MANTIDOS"
                SET FIM-PONTPED TO TRUE
            ELSE
                IF WRK-FS-PONTPED NOT = "00"
                    DISPLAY "TABELA PONTPED INDISPONIVEL - FS: "
                            WRK-FS-PONTPED
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PONTPED
                READ PONTOS-PEDIDO-ARQUIVO
                    AT END
                        SET FIM-PONTPED TO TRUE
                    NOT AT END
                        ADD 1 TO WRK-QTD-PONTOS
                        MOVE PPD-LOJA    TO WRK-EST-LOJA
                        MOVE PPD-PRODUTO TO WRK-EST-PRODUTO
                        PERFORM LOCALIZA-ESTOQUE
                        MOVE PPD-PONTO TO TAB-EST-PONTO(WRK-EDX)
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTPED NOT = "35"
                CLOSE PONTOS-PEDIDO-ARQUIVO
            END-IF.

       APLICA-RECEBIMENTOS.
            OPEN INPUT RECEBIMENTOS-ARQUIVO.
            IF WRK-FS-RECMERC = "35"
                DISPLAY "ARQUIVO DE RECEBIMENTOS AUSENTE - NENHUMA "
                        "ENTRADA DO DEPOSITO NO DIA"
                SET FIM-RECMERC TO TRUE
            ELSE
                IF WRK-FS-RECMERC NOT = "00"
                    DISPLAY "ARQUIVO RECMERC INDISPONIVEL - FS: "
                            WRK-FS-RECMERC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-RECMERC
                READ RECEBIMENTOS-ARQUIVO
                    AT END
                        SET FIM-RECMERC TO TRUE
                    NOT AT END
                        PERFORM CRITICA-RECEBIMENTO
                        IF WRK-MOTIVO = SPACES
                            ADD 1 TO WRK-QTD-RECEBIDOS
                            MOVE RCB-LOJA-NUM    TO WRK-EST-LOJA
                            MOVE RCB-PRODUTO-NUM TO WRK-EST-PRODUTO
                            PERFORM LOCALIZA-ESTOQUE
                            ADD RCB-QTD-NUM TO TAB-EST-SALDO(WRK-EDX)
                            MOVE WRK-DATA-PROCESSO
                                TO TAB-EST-DATA(WRK-EDX)
                        ELSE
                            PERFORM REGISTRA-REJEITADO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-RECMERC NOT = "35"
                CLOSE RECEBIMENTOS-ARQUIVO
            END-IF.

       CRITICA-RECEBIMENTO.
            MOVE SPACES TO WRK-MOTIVO.
            IF RCB-LOJA IS NOT NUMERIC
                MOVE "LOJA INEXISTENTE" TO WRK-MOTIVO
            ELSE
                PERFORM PROCURA-LOJA
                IF NOT LOJA-ACHADA
                    MOVE "LOJA INEXISTENTE" TO WRK-MOTIVO
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                IF RCB-PRODUTO IS NOT NUMERIC
                    MOVE "PRODUTO INEXISTENTE" TO WRK-MOTIVO
                ELSE
                    PERFORM PROCURA-PRODUTO
                    IF NOT PRODUTO-ACHADO
                        MOVE "PRODUTO INEXISTENTE" TO WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                IF RCB-QTD IS NOT NUMERIC
                    MOVE "QUANTIDADE INVALIDA" TO WRK-MOTIVO
                ELSE
                    IF RCB-QTD-NUM = ZEROS
                        MOVE "QUANTIDADE INVALIDA" TO WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.

       REGISTRA-REJEITADO.
            IF WRK-QTD-REJEITADOS >= 500
                DISPLAY "MAIS DE 500 RECEBIMENTOS REJEITADOS - "
                        "LISTA TRUNCADA"
            ELSE
                ADD 1 TO WRK-QTD-REJEITADOS
                MOVE REG-RECEBIMENTO
                    TO TAB-REJ-REGISTRO(WRK-QTD-REJEITADOS)
                MOVE WRK-MOTIVO
                    TO TAB-REJ-MOTIVO(WRK-QTD-REJEITADOS)
            END-IF.

       PROCURA-LOJA.
            MOVE "N" TO WRK-LOJA-ACHADA.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LOJAS
                    OR LOJA-ACHADA
                IF TAB-LOJA-CODIGO(WRK-IDX) = RCB-LOJA-NUM
                    SET LOJA-ACHADA TO TRUE
                END-IF
            END-PERFORM.

       PROCURA-PRODUTO.
            MOVE "N" TO WRK-PRODUTO-ACHADO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PRODUTOS
                    OR PRODUTO-ACHADO
                IF TAB-PROD-CODIGO(WRK-IDX) = RCB-PRODUTO-NUM
                    SET PRODUTO-ACHADO TO TRUE
                END-IF
            END-PERFORM.

       APLICA-ITENS-VENDA.
            OPEN INPUT ITENS-ARQUIVO.
            IF WRK-FS-VENDITM = "35"
                DISPLAY "ARQUIVO DE ITENS DE VENDA INEXISTENTE - "
                        "NENHUMA BAIXA DE VENDA NO DIA"
                SET FIM-VENDITM TO TRUE
            ELSE
                IF WRK-FS-VENDITM NOT = "00"
                    DISPLAY "ARQUIVO VENDITM INDISPONIVEL - FS: "
                            WRK-FS-VENDITM
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-VENDITM
                READ ITENS-ARQUIVO
                    AT END
                        SET FIM-VENDITM TO TRUE
                    NOT AT END
                        MOVE ITM-LOJA    TO WRK-EST-LOJA
                        MOVE ITM-PRODUTO TO WRK-EST-PRODUTO
                        PERFORM LOCALIZA-ESTOQUE
                        IF ITM-DEVOLUCAO
                            ADD 1 TO WRK-QTD-DEVOLVIDOS
                            ADD ITM-QTD TO TAB-EST-SALDO(WRK-EDX)
                        ELSE
                            ADD 1 TO WRK-QTD-VENDIDOS
                            SUBTRACT ITM-QTD
                                FROM TAB-EST-SALDO(WRK-EDX)
                        END-IF
                        MOVE WRK-DATA-PROCESSO TO TAB-EST-DATA(WRK-EDX)
                END-READ
            END-PERFORM.
            IF WRK-FS-VENDITM NOT = "35"
                CLOSE ITENS-ARQUIVO
            END-IF.

       LOCALIZA-ESTOQUE.
            MOVE ZEROS TO WRK-EDX-ACHADO.
            MOVE "N" TO WRK-POSICIONADO.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ESTOQUE
                    OR POSICIONADO
                IF TAB-EST-CHAVE(WRK-EDX) >= WRK-EST-CHAVE
                    SET POSICIONADO TO TRUE
                    IF TAB-EST-CHAVE(WRK-EDX) = WRK-EST-CHAVE
                        MOVE WRK-EDX TO WRK-EDX-ACHADO
                    END-IF
                END-IF
            END-PERFORM.
            IF POSICIONADO
                SUBTRACT 1 FROM WRK-EDX
            END-IF.
            IF WRK-EDX-ACHADO NOT = ZEROS
                MOVE WRK-EDX-ACHADO TO WRK-EDX
            END-IF.
            IF WRK-EDX-ACHADO = ZEROS
                PERFORM INSERE-ESTOQUE
            END-IF.

       INSERE-ESTOQUE.
            IF WRK-QTD-ESTOQUE >= 20000
                DISPLAY "CADASTRO DE ESTOQUE EXCEDE O LIMITE DE "
                        "20000 REGISTROS"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WRK-EDX TO WRK-EDX-ACHADO.
            ADD 1 TO WRK-QTD-ESTOQUE.
            PERFORM VARYING WRK-EDX FROM WRK-QTD-ESTOQUE BY -1
                    UNTIL WRK-EDX <= WRK-EDX-ACHADO
                MOVE TAB-EST(WRK-EDX - 1) TO TAB-EST(WRK-EDX)
            END-PERFORM.
            MOVE WRK-EDX-ACHADO TO WRK-EDX.
            MOVE WRK-EST-LOJA    TO TAB-EST-LOJA(WRK-EDX).
            MOVE WRK-EST-PRODUTO TO TAB-EST-PRODUTO(WRK-EDX).
            MOVE ZEROS TO TAB-EST-SALDO(WRK-EDX).
            MOVE ZEROS TO TAB-EST-PONTO(WRK-EDX).
            MOVE ZEROS TO TAB-EST-DATA(WRK-EDX).

       REGRAVA-ESTOQUE.
            OPEN OUTPUT ESTOQUE-MASTER.
            IF WRK-FS-ESTOQUE NOT = "00"
                DISPLAY "ERRO AO REGRAVAR ESTOQUE - FS: "
                        WRK-FS-ESTOQUE
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ESTOQUE
                MOVE TAB-EST-LOJA(WRK-EDX)    TO EST-LOJA
                MOVE TAB-EST-PRODUTO(WRK-EDX) TO EST-PRODUTO
                MOVE TAB-EST-SALDO(WRK-EDX)   TO EST-SALDO
                MOVE TAB-EST-PONTO(WRK-EDX)   TO EST-PONTO-PEDIDO
                MOVE TAB-EST-DATA(WRK-EDX)    TO EST-DATA-ULT-MOV
                WRITE REG-ESTOQUE
            END-PERFORM.
            CLOSE ESTOQUE-MASTER.

       IMPRIME-RELATORIO.
            DISPLAY " ".
            DISPLAY "RELATORIO DE REPOSICAO DE ESTOQUE POR LOJA - DATA "
                    WRK-DATA-PROCESSO.
            DISPLAY "RECEBIMENTOS APLICADOS......: " WRK-QTD-RECEBIDOS.
            DISPLAY "RECEBIMENTOS REJEITADOS.....: "
                    WRK-QTD-REJEITADOS.
            DISPLAY "ITENS VENDIDOS BAIXADOS.....: " WRK-QTD-VENDIDOS.
            DISPLAY "ITENS DEVOLVIDOS AO ESTOQUE.: "
                    WRK-QTD-DEVOLVIDOS.
            DISPLAY "PONTOS DE PEDIDO APLICADOS..: " WRK-QTD-PONTOS.
            MOVE ZEROS TO WRK-LOJA-ATUAL.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ESTOQUE
                MOVE SPACES TO WRK-SITUACAO
                IF TAB-EST-SALDO(WRK-EDX) < ZEROS
                    MOVE "NEGATIVO" TO WRK-SITUACAO
                    ADD 1 TO WRK-QTD-NEGATIVOS
                ELSE
                    IF TAB-EST-PONTO(WRK-EDX) > ZEROS
                       AND TAB-EST-SALDO(WRK-EDX)
                           NOT > TAB-EST-PONTO(WRK-EDX)
                        MOVE "REPOR" TO WRK-SITUACAO
                        ADD 1 TO WRK-QTD-REPOR
                    END-IF
                END-IF
                IF WRK-SITUACAO NOT = SPACES
                    PERFORM IMPRIME-LINHA-ESTOQUE
                END-IF
            END-PERFORM.
            IF WRK-QTD-REPOR = ZEROS AND WRK-QTD-NEGATIVOS = ZEROS
                DISPLAY " "
                DISPLAY "NENHUM PRODUTO A REPOR OU COM SALDO NEGATIVO"
            END-IF.
            DISPLAY " ".
            DISPLAY "RECEBIMENTOS REJEITADOS:".
            IF WRK-QTD-REJEITADOS = ZEROS
                DISPLAY "   NENHUM"
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-REJEITADOS
                DISPLAY "   " TAB-REJ-REGISTRO(WRK-IDX) " "
                        TAB-REJ-MOTIVO(WRK-IDX)
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "PRODUTOS A REPOR............: " WRK-QTD-REPOR.
            DISPLAY "PRODUTOS COM SALDO NEGATIVO.: " WRK-QTD-NEGATIVOS.

       IMPRIME-LINHA-ESTOQUE.
            IF TAB-EST-LOJA(WRK-EDX) NOT = WRK-LOJA-ATUAL
                MOVE TAB-EST-LOJA(WRK-EDX) TO WRK-LOJA-ATUAL
                MOVE "LOJA SEM CADASTRO" TO WRK-NOME-LOJA
                PERFORM VARYING WRK-IDX FROM 1 BY 1
                        UNTIL WRK-IDX > WRK-QTD-LOJAS
                    IF TAB-LOJA-CODIGO(WRK-IDX) = WRK-LOJA-ATUAL
                        MOVE TAB-LOJA-NOME(WRK-IDX) TO WRK-NOME-LOJA
                    END-IF
                END-PERFORM
                DISPLAY " "
                DISPLAY "LOJA " WRK-LOJA-ATUAL " - " WRK-NOME-LOJA
                DISPLAY "   PRODUTO DESCRICAO                     "
                        "     SALDO  PONTO SITUACAO"
            END-IF.
            MOVE "PRODUTO SEM CADASTRO" TO WRK-DESCRICAO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PRODUTOS
                IF TAB-PROD-CODIGO(WRK-IDX) = TAB-EST-PRODUTO(WRK-EDX)
                    MOVE TAB-PROD-DESCR(WRK-IDX) TO WRK-DESCRICAO
                END-IF
            END-PERFORM.
            MOVE TAB-EST-SALDO(WRK-EDX) TO WRK-SALDO-ED.
            MOVE TAB-EST-PONTO(WRK-EDX) TO WRK-PONTO-ED.
            DISPLAY "   " TAB-EST-PRODUTO(WRK-EDX) " " WRK-DESCRICAO
                    " " WRK-SALDO-ED " " WRK-PONTO-ED " "
                    WRK-SITUACAO.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY AUDITP.
