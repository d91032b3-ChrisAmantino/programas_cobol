      * PRODUTOS (PRODMAST) E COM A SOMA DOS ITENS CONFERIDA CONTRA
      * O VALOR DA VENDA. O VALOR E O TOTAL DO ITEM (QUANTIDADE X
      * VALOR UNITARIO). LIDO PELO RELATORIO DE MIX DE PRODUTOS POR
      * REGIAO (PROGRAMACOBOL19) E PELA ATUALIZACAO DE ESTOQUE
      * (PROGRAMACOBOL32). ITM-TIPO "V" = ITEM VENDIDO; "D" = ITEM
      * DEVOLVIDO (ITENS DE UMA DEVOLUCAO DE MERCADORIA, QUE VOLTAM
      * PARA O ESTOQUE DA LOJA).
      ******************************************************************
       01  REG-ITEM-VENDA.
           05 ITM-LOJA             PIC 9(04).
           05 ITM-PRODUTO          PIC 9(06).
           05 ITM-QTD              PIC 9(04).
           05 ITM-VALOR            PIC 9(07)V99.
           05 ITM-TIPO             PIC X(01).
               88 ITM-VENDA           VALUE "V".
               88 ITM-DEVOLUCAO       VALUE "D".
