      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: EXPORTACAO FISCAL NOTURNA DO LIVRO DE SAIDAS - O
      * ESCRITORIO CONTABIL REFAZIA O LIVRO FISCAL DAS LOJAS TODO MES
      * A PARTIR DA LISTAGEM DO VENDITM. O PROGRAMA LE OS ITENS
      * VENDIDOS ACEITOS NA CRITICA (VENDITM TIPO "V", GRAVADO PELO
      * PROGRAMACOBOL08), CLASSIFICA CADA ITEM PELO NCM E PELA
      * ALIQUOTA DE ICMS DO CADASTRO DE PRODUTOS (PRODMAST) E GRAVA
      * O ARQUIVO DE EXPORTACAO PARA O SISTEMA FISCAL (FISCEXP, COPY
      * FISCEXP) - UM REGISTRO POR LOJA, DIA, NCM E ALIQUOTA, COM UF
      * E INSCRICAO ESTADUAL DA LOJA (LOJMAST), QUANTIDADE DE ITENS,
      * BASE DE CALCULO E VALOR DO ICMS. IMPRIME O RELATORIO DE
      * CONTROLE POR LOJA COM TOTAL GERAL. ITEM DE PRODUTO SEM
      * CLASSIFICACAO FISCAL (SEM NCM OU SEM ALIQUOTA), DE PRODUTO
      * FORA DO CADASTRO OU DE LOJA SEM UF/INSCRICAO ESTADUAL NAO E
      * EXPORTADO COM IMPOSTO ZERO - SAI NA LISTA DE EXCECOES DO
      * RELATORIO PARA CORRECAO DO CADASTRO. OS ITENS DEVOLVIDOS
      * (TIPO "D") SAO ENTRADA E NAO FAZEM PARTE DO LIVRO DE SAIDAS;
      * SO SAO CONTADOS NO RELATORIO. A CONFERENCIA FINAL MOSTRA QUE
      * BASE EXPORTADA + VALOR EM EXCECAO = VALOR VENDIDO NO VENDITM.
      * RETURN-CODE: 0 = OK; 4 = HOUVE ITEM EM EXCECAO; 16 = ERRO DE
      * ABERTURA OU LIMITE DE TABELA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL35.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITENS-ARQUIVO ASSIGN TO "VENDITM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDITM.
           SELECT LOJAS-MASTER ASSIGN TO "LOJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJAS.
           SELECT PRODUTOS-MASTER ASSIGN TO "PRODMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRODUTOS.
           SELECT EXPORTACAO-FISCAL ASSIGN TO "FISCEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FISCEXP.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  ITENS-ARQUIVO.
       COPY VENDITM.

       FD  LOJAS-MASTER.
       COPY LOJMAST.

       FD  PRODUTOS-MASTER.
       COPY PRODMAST.

       FD  EXPORTACAO-FISCAL.
       COPY FISCEXP.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       77 WRK-FS-VENDITM     PIC X(02) VALUE "00".
       77 WRK-FS-LOJAS       PIC X(02) VALUE "00".
       77 WRK-FS-PRODUTOS    PIC X(02) VALUE "00".
       77 WRK-FS-FISCEXP     PIC X(02) VALUE "00".
       77 WRK-FIM-VENDITM    PIC X(01) VALUE "N".
           88 FIM-VENDITM       VALUE "S".
       77 WRK-FIM-LOJAS      PIC X(01) VALUE "N".
           88 FIM-LOJAS         VALUE "S".
       77 WRK-FIM-PRODUTOS   PIC X(01) VALUE "N".
           88 FIM-PRODUTOS      VALUE "S".
       77 WRK-POSICIONADO    PIC X(01) VALUE "N".
           88 POSICIONADO       VALUE "S".
       77 WRK-QTD-LOJAS      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PRODUTOS   PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FISCAL     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-EXCECOES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-VENDIDOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-EXPORTADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS   PIC 9(07) VALUE ZEROS.
       77 WRK-FDX            PIC 9(05) VALUE ZEROS.
       77 WRK-FDX-ACHADO     PIC 9(05) VALUE ZEROS.
       77 WRK-IDX            PIC 9(05) VALUE ZEROS.
       77 WRK-POS-LOJA       PIC 9(04) VALUE ZEROS.
       77 WRK-POS-PRODUTO    PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-ATUAL     PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-BUSCA     PIC 9(04) VALUE ZEROS.
       77 WRK-NOME-LOJA      PIC X(30) VALUE SPACES.
       77 WRK-MOTIVO         PIC X(25) VALUE SPACES.
       77 WRK-TOTAL-VENDIDO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-EXCECAO  PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BASE-GERAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ICMS-GERAL     PIC 9(11)V99 VALUE ZEROS.
       77 WRK-BASE-LOJA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-ICMS-LOJA      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONFERE        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-QTD-ED         PIC Z.ZZZ.ZZ9.
       77 WRK-VALOR-ED       PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-ICMS-ED        PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-ALIQ-ED        PIC Z9,99.
       01  WRK-FIS-CHAVE.
           05 WRK-FIS-LOJA       PIC 9(04).
           05 WRK-FIS-NCM        PIC 9(08).
           05 WRK-FIS-ALIQ       PIC 9(02)V99.
       01  TAB-FISCAL.
           05 TAB-FIS OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WRK-QTD-FISCAL.
               10 TAB-FIS-CHAVE.
                   15 TAB-FIS-LOJA       PIC 9(04).
                   15 TAB-FIS-NCM        PIC 9(08).
                   15 TAB-FIS-ALIQ       PIC 9(02)V99.
               10 TAB-FIS-QTD        PIC 9(07).
               10 TAB-FIS-BASE       PIC 9(11)V99.
               10 TAB-FIS-ICMS       PIC 9(11)V99.
       01  TAB-LOJAS.
           05 TAB-LOJA OCCURS 1 TO 500 TIMES
                       DEPENDING ON WRK-QTD-LOJAS.
               10 TAB-LOJA-CODIGO    PIC 9(04).
               10 TAB-LOJA-NOME      PIC X(30).
               10 TAB-LOJA-UF        PIC X(02).
               10 TAB-LOJA-IE        PIC X(14).
       01  TAB-PRODUTOS.
           05 TAB-PRODUTO OCCURS 1 TO 1000 TIMES
                          DEPENDING ON WRK-QTD-PRODUTOS.
               10 TAB-PROD-CODIGO    PIC 9(06).
               10 TAB-PROD-NCM       PIC 9(08).
               10 TAB-PROD-ALIQ      PIC 9(02)V99.
               10 TAB-PROD-CLASSIF   PIC X(01).
                   88 PRODUTO-CLASSIFICADO VALUE "S".
       01  TAB-EXCECOES.
           05 TAB-EXC OCCURS 1 TO 1000 TIMES
                      DEPENDING ON WRK-QTD-EXCECOES.
               10 TAB-EXC-LOJA       PIC 9(04).
               10 TAB-EXC-PRODUTO    PIC 9(06).
               10 TAB-EXC-QTD        PIC 9(04).
               10 TAB-EXC-VALOR      PIC 9(07)V99.
               10 TAB-EXC-MOTIVO     PIC X(25).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            PERFORM CARREGA-LOJAS.
            PERFORM CARREGA-PRODUTOS.
            PERFORM PROCESSA-ITENS.
            PERFORM GRAVA-EXPORTACAO.
            PERFORM IMPRIME-RELATORIO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL35" TO AUD-PROGRAMA.
            STRING "FISCAL ITENS " DELIMITED BY SIZE
                   WRK-QTD-EXPORTADOS DELIMITED BY SIZE
                   " REG " DELIMITED BY SIZE
                   WRK-QTD-GRAVADOS DELIMITED BY SIZE
                   " EXC " DELIMITED BY SIZE
                   WRK-QTD-EXCECOES DELIMITED BY SIZE
                   " DEV " DELIMITED BY SIZE
                   WRK-QTD-DEVOLVIDOS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-EXCECOES > ZEROS
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            END-IF.
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
                        MOVE REG-LOJA-UF
                            TO TAB-LOJA-UF(WRK-QTD-LOJAS)
                        MOVE REG-LOJA-IE
                            TO TAB-LOJA-IE(WRK-QTD-LOJAS)
                END-READ
            END-PERFORM.
            CLOSE LOJAS-MASTER.

      * REGISTRO GRAVADO ANTES DA CLASSIFICACAO FISCAL EXISTIR CHEGA
      * COM BRANCOS NO NCM E NA ALIQUOTA - PRODUTO NAO CLASSIFICADO
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
                        MOVE ZEROS TO TAB-PROD-NCM(WRK-QTD-PRODUTOS)
                        MOVE ZEROS TO TAB-PROD-ALIQ(WRK-QTD-PRODUTOS)
                        MOVE "N" TO TAB-PROD-CLASSIF(WRK-QTD-PRODUTOS)
                        IF REG-PRODUTO-NCM IS NUMERIC
                           AND REG-PRODUTO-NCM > ZEROS
                           AND REG-PRODUTO-ALIQ-ICMS IS NUMERIC
                            MOVE REG-PRODUTO-NCM
                                TO TAB-PROD-NCM(WRK-QTD-PRODUTOS)
                            MOVE REG-PRODUTO-ALIQ-ICMS
                                TO TAB-PROD-ALIQ(WRK-QTD-PRODUTOS)
                            MOVE "S"
                                TO TAB-PROD-CLASSIF(WRK-QTD-PRODUTOS)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE PRODUTOS-MASTER.

       PROCESSA-ITENS.
            OPEN INPUT ITENS-ARQUIVO.
            IF WRK-FS-VENDITM = "35"
                DISPLAY "ARQUIVO DE ITENS DE VENDA INEXISTENTE - "
                        "NENHUMA SAIDA NO DIA"
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
                        ADD 1 TO WRK-QTD-LIDOS
                        IF ITM-DEVOLUCAO
                            ADD 1 TO WRK-QTD-DEVOLVIDOS
                        ELSE
                            ADD 1 TO WRK-QTD-VENDIDOS
                            ADD ITM-VALOR TO WRK-TOTAL-VENDIDO
                            PERFORM CLASSIFICA-ITEM
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-VENDITM NOT = "35"
                CLOSE ITENS-ARQUIVO
            END-IF.

       CLASSIFICA-ITEM.
            MOVE SPACES TO WRK-MOTIVO.
            MOVE ITM-LOJA TO WRK-LOJA-BUSCA.
            PERFORM PROCURA-LOJA.
            IF WRK-POS-LOJA = ZEROS
                MOVE "LOJA SEM CADASTRO" TO WRK-MOTIVO
            ELSE
                IF TAB-LOJA-UF(WRK-POS-LOJA) = SPACES
                   OR TAB-LOJA-IE(WRK-POS-LOJA) = SPACES
                    MOVE "LOJA SEM UF/INSCRICAO" TO WRK-MOTIVO
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                PERFORM PROCURA-PRODUTO
                IF WRK-POS-PRODUTO = ZEROS
                    MOVE "PRODUTO SEM CADASTRO" TO WRK-MOTIVO
                ELSE
                    IF NOT PRODUTO-CLASSIFICADO(WRK-POS-PRODUTO)
                        MOVE "PRODUTO SEM NCM/ALIQUOTA" TO WRK-MOTIVO
                    END-IF
                END-IF
            END-IF.
            IF WRK-MOTIVO = SPACES
                ADD 1 TO WRK-QTD-EXPORTADOS
                MOVE ITM-LOJA TO WRK-FIS-LOJA
                MOVE TAB-PROD-NCM(WRK-POS-PRODUTO) TO WRK-FIS-NCM
                MOVE TAB-PROD-ALIQ(WRK-POS-PRODUTO) TO WRK-FIS-ALIQ
                PERFORM LOCALIZA-FISCAL
                ADD 1 TO TAB-FIS-QTD(WRK-FDX)
                ADD ITM-VALOR TO TAB-FIS-BASE(WRK-FDX)
            ELSE
                PERFORM REGISTRA-EXCECAO
            END-IF.

       REGISTRA-EXCECAO.
            ADD ITM-VALOR TO WRK-TOTAL-EXCECAO.
            IF WRK-QTD-EXCECOES >= 1000
                DISPLAY "MAIS DE 1000 ITENS EM EXCECAO - LISTA "
                        "TRUNCADA"
            ELSE
                ADD 1 TO WRK-QTD-EXCECOES
                MOVE ITM-LOJA    TO TAB-EXC-LOJA(WRK-QTD-EXCECOES)
                MOVE ITM-PRODUTO TO TAB-EXC-PRODUTO(WRK-QTD-EXCECOES)
                MOVE ITM-QTD     TO TAB-EXC-QTD(WRK-QTD-EXCECOES)
                MOVE ITM-VALOR   TO TAB-EXC-VALOR(WRK-QTD-EXCECOES)
                MOVE WRK-MOTIVO  TO TAB-EXC-MOTIVO(WRK-QTD-EXCECOES)
            END-IF.

       PROCURA-LOJA.
            MOVE ZEROS TO WRK-POS-LOJA.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-LOJAS
                    OR WRK-POS-LOJA > ZEROS
                IF TAB-LOJA-CODIGO(WRK-IDX) = WRK-LOJA-BUSCA
                    MOVE WRK-IDX TO WRK-POS-LOJA
                END-IF
            END-PERFORM.

       PROCURA-PRODUTO.
            MOVE ZEROS TO WRK-POS-PRODUTO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PRODUTOS
                    OR WRK-POS-PRODUTO > ZEROS
                IF TAB-PROD-CODIGO(WRK-IDX) = ITM-PRODUTO
                    MOVE WRK-IDX TO WRK-POS-PRODUTO
                END-IF
            END-PERFORM.

      * A TABELA E MANTIDA EM ORDEM DE LOJA + NCM + ALIQUOTA PELA
      * INCLUSAO (INSERE-FISCAL, MESMA TECNICA DO PROGRAMACOBOL32),
      * ENTAO EXPORTACAO E RELATORIO SAEM AGRUPADOS POR LOJA.
       LOCALIZA-FISCAL.
            MOVE ZEROS TO WRK-FDX-ACHADO.
            MOVE "N" TO WRK-POSICIONADO.
            PERFORM VARYING WRK-FDX FROM 1 BY 1
                    UNTIL WRK-FDX > WRK-QTD-FISCAL
                    OR POSICIONADO
                IF TAB-FIS-CHAVE(WRK-FDX) >= WRK-FIS-CHAVE
                    SET POSICIONADO TO TRUE
                    IF TAB-FIS-CHAVE(WRK-FDX) = WRK-FIS-CHAVE
                        MOVE WRK-FDX TO WRK-FDX-ACHADO
                    END-IF
                END-IF
            END-PERFORM.
            IF POSICIONADO
                SUBTRACT 1 FROM WRK-FDX
            END-IF.
            IF WRK-FDX-ACHADO NOT = ZEROS
                MOVE WRK-FDX-ACHADO TO WRK-FDX
            END-IF.
            IF WRK-FDX-ACHADO = ZEROS
                PERFORM INSERE-FISCAL
            END-IF.

       INSERE-FISCAL.
            IF WRK-QTD-FISCAL >= 5000
                DISPLAY "EXPORTACAO FISCAL EXCEDE O LIMITE DE "
                        "5000 LINHAS DE LOJA/NCM/ALIQUOTA"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WRK-FDX TO WRK-FDX-ACHADO.
            ADD 1 TO WRK-QTD-FISCAL.
            PERFORM VARYING WRK-FDX FROM WRK-QTD-FISCAL BY -1
                    UNTIL WRK-FDX <= WRK-FDX-ACHADO
                MOVE TAB-FIS(WRK-FDX - 1) TO TAB-FIS(WRK-FDX)
            END-PERFORM.
            MOVE WRK-FDX-ACHADO TO WRK-FDX.
            MOVE WRK-FIS-LOJA TO TAB-FIS-LOJA(WRK-FDX).
            MOVE WRK-FIS-NCM  TO TAB-FIS-NCM(WRK-FDX).
            MOVE WRK-FIS-ALIQ TO TAB-FIS-ALIQ(WRK-FDX).
            MOVE ZEROS TO TAB-FIS-QTD(WRK-FDX).
            MOVE ZEROS TO TAB-FIS-BASE(WRK-FDX).
            MOVE ZEROS TO TAB-FIS-ICMS(WRK-FDX).

      * O ICMS E CALCULADO SOBRE A BASE SOMADA DE CADA LINHA DE
      * LOJA/NCM/ALIQUOTA, COMO NO LIVRO DE SAIDAS
       GRAVA-EXPORTACAO.
            OPEN OUTPUT EXPORTACAO-FISCAL.
            IF WRK-FS-FISCEXP NOT = "00"
                DISPLAY "ERRO AO ABRIR FISCEXP - FS: " WRK-FS-FISCEXP
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-FDX FROM 1 BY 1
                    UNTIL WRK-FDX > WRK-QTD-FISCAL
                COMPUTE TAB-FIS-ICMS(WRK-FDX) ROUNDED =
                        TAB-FIS-BASE(WRK-FDX) * TAB-FIS-ALIQ(WRK-FDX)
                        / 100
                MOVE TAB-FIS-LOJA(WRK-FDX) TO WRK-LOJA-BUSCA
                PERFORM PROCURA-LOJA
                INITIALIZE REG-EXPORTACAO-FISCAL
                MOVE WRK-DATA-PROCESSO     TO FIS-DATA
                MOVE TAB-FIS-LOJA(WRK-FDX) TO FIS-LOJA
                MOVE TAB-LOJA-UF(WRK-POS-LOJA) TO FIS-UF
                MOVE TAB-LOJA-IE(WRK-POS-LOJA) TO FIS-IE
                MOVE TAB-FIS-NCM(WRK-FDX)  TO FIS-NCM
                MOVE TAB-FIS-ALIQ(WRK-FDX) TO FIS-ALIQ-ICMS
                MOVE TAB-FIS-QTD(WRK-FDX)  TO FIS-QTD-ITENS
                MOVE TAB-FIS-BASE(WRK-FDX) TO FIS-BASE
                MOVE TAB-FIS-ICMS(WRK-FDX) TO FIS-ICMS
                WRITE REG-EXPORTACAO-FISCAL
                ADD 1 TO WRK-QTD-GRAVADOS
                ADD TAB-FIS-BASE(WRK-FDX) TO WRK-BASE-GERAL
                ADD TAB-FIS-ICMS(WRK-FDX) TO WRK-ICMS-GERAL
            END-PERFORM.
            CLOSE EXPORTACAO-FISCAL.

       IMPRIME-RELATORIO.
            DISPLAY " ".
            DISPLAY "EXPORTACAO FISCAL - LIVRO DE SAIDAS - DATA "
                    WRK-DATA-PROCESSO.
            MOVE ZEROS TO WRK-LOJA-ATUAL.
            PERFORM VARYING WRK-FDX FROM 1 BY 1
                    UNTIL WRK-FDX > WRK-QTD-FISCAL
                IF TAB-FIS-LOJA(WRK-FDX) NOT = WRK-LOJA-ATUAL
                    IF WRK-LOJA-ATUAL NOT = ZEROS
                        PERFORM IMPRIME-TOTAL-LOJA
                    END-IF
                    PERFORM IMPRIME-CABECALHO-LOJA
                END-IF
                MOVE TAB-FIS-ALIQ(WRK-FDX) TO WRK-ALIQ-ED
                MOVE TAB-FIS-QTD(WRK-FDX)  TO WRK-QTD-ED
                MOVE TAB-FIS-BASE(WRK-FDX) TO WRK-VALOR-ED
                MOVE TAB-FIS-ICMS(WRK-FDX) TO WRK-ICMS-ED
                DISPLAY "   " TAB-FIS-NCM(WRK-FDX) "  " WRK-ALIQ-ED
                        "% " WRK-QTD-ED " " WRK-VALOR-ED " "
                        WRK-ICMS-ED
                ADD TAB-FIS-BASE(WRK-FDX) TO WRK-BASE-LOJA
                ADD TAB-FIS-ICMS(WRK-FDX) TO WRK-ICMS-LOJA
            END-PERFORM.
            IF WRK-LOJA-ATUAL NOT = ZEROS
                PERFORM IMPRIME-TOTAL-LOJA
            ELSE
                DISPLAY " "
                DISPLAY "NENHUM ITEM EXPORTADO"
            END-IF.
            DISPLAY " ".
            MOVE WRK-BASE-GERAL TO WRK-VALOR-ED.
            MOVE WRK-ICMS-GERAL TO WRK-ICMS-ED.
            DISPLAY "TOTAL GERAL - BASE: " WRK-VALOR-ED
                    " ICMS: " WRK-ICMS-ED.
            DISPLAY " ".
            DISPLAY "ITENS SEM CLASSIFICACAO FISCAL (NAO EXPORTADOS):".
            IF WRK-QTD-EXCECOES = ZEROS
                DISPLAY "   NENHUM"
            ELSE
                DISPLAY "   LOJA PRODUTO  QTD           VALOR MOTIVO"
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-EXCECOES
                MOVE TAB-EXC-VALOR(WRK-IDX) TO WRK-VALOR-ED
                DISPLAY "   " TAB-EXC-LOJA(WRK-IDX) " "
                        TAB-EXC-PRODUTO(WRK-IDX) " "
                        TAB-EXC-QTD(WRK-IDX) " " WRK-VALOR-ED " "
                        TAB-EXC-MOTIVO(WRK-IDX)
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "ITENS LIDOS NO VENDITM......: " WRK-QTD-LIDOS.
            DISPLAY "ITENS VENDIDOS..............: " WRK-QTD-VENDIDOS.
            DISPLAY "ITENS EXPORTADOS............: " WRK-QTD-EXPORTADOS.
            DISPLAY "ITENS EM EXCECAO............: " WRK-QTD-EXCECOES.
            DISPLAY "ITENS DEVOLVIDOS (ENTRADAS).: " WRK-QTD-DEVOLVIDOS.
            DISPLAY "REGISTROS NO FISCEXP........: " WRK-QTD-GRAVADOS.
            MOVE WRK-TOTAL-VENDIDO TO WRK-VALOR-ED.
            DISPLAY "VALOR VENDIDO NO VENDITM....: " WRK-VALOR-ED.
            MOVE WRK-TOTAL-EXCECAO TO WRK-VALOR-ED.
            DISPLAY "VALOR EM EXCECAO............: " WRK-VALOR-ED.
            COMPUTE WRK-CONFERE = WRK-BASE-GERAL + WRK-TOTAL-EXCECAO.
            IF WRK-CONFERE = WRK-TOTAL-VENDIDO
                DISPLAY "CONFERENCIA: BASE EXPORTADA + EXCECOES = "
                        "VALOR VENDIDO - OK"
            ELSE
                DISPLAY "CONFERENCIA: BASE EXPORTADA + EXCECOES "
                        "DIFERENTE DO VALOR VENDIDO"
            END-IF.

       IMPRIME-CABECALHO-LOJA.
            MOVE TAB-FIS-LOJA(WRK-FDX) TO WRK-LOJA-ATUAL.
            MOVE WRK-LOJA-ATUAL TO WRK-LOJA-BUSCA.
            PERFORM PROCURA-LOJA.
            MOVE TAB-LOJA-NOME(WRK-POS-LOJA) TO WRK-NOME-LOJA.
            MOVE ZEROS TO WRK-BASE-LOJA.
            MOVE ZEROS TO WRK-ICMS-LOJA.
            DISPLAY " ".
            DISPLAY "LOJA " WRK-LOJA-ATUAL " - " WRK-NOME-LOJA
                    " UF " TAB-LOJA-UF(WRK-POS-LOJA)
                    " IE " TAB-LOJA-IE(WRK-POS-LOJA).
            DISPLAY "   NCM       ALIQ      ITENS   BASE DE CALCULO"
                    "            ICMS".

       IMPRIME-TOTAL-LOJA.
            MOVE WRK-BASE-LOJA TO WRK-VALOR-ED.
            MOVE WRK-ICMS-LOJA TO WRK-ICMS-ED.
            DISPLAY "   TOTAL DA LOJA ..................  "
                    WRK-VALOR-ED " " WRK-ICMS-ED.

       COPY DATPROCP.

       COPY AUDITP.
