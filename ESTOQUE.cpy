      ******************************************************************
      * Copybook: ESTOQUE
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE ESTOQUE POR LOJA E
      * PRODUTO - UM REGISTRO POR LOJA + PRODUTO, EM ORDEM DE CHAVE,
      * MANTIDO PELA ATUALIZACAO NOTURNA DE ESTOQUE (PROGRAMACOBOL32):
      * O SALDO E BAIXADO PELAS QUANTIDADES VENDIDAS (VENDITM), VOLTA
      * COM AS DEVOLUCOES DE MERCADORIA (ITEM DE VENDA TIPO "D") E
      * SOBE COM OS RECEBIMENTOS DO DEPOSITO (RECMERC). O PONTO DE
      * PEDIDO VEM DA TABELA PONTPED; SALDO IGUAL OU ABAIXO DELE SAI
      * NO RELATORIO DE REPOSICAO. O SALDO TEM SINAL (SEPARADO, NA
      * FRENTE) - SALDO NEGATIVO INDICA RECEBIMENTO NAO LANCADO OU
      * CODIGO DE PRODUTO ERRADO NA VENDA.
      ******************************************************************
       01  REG-ESTOQUE.
           05 EST-CHAVE.
               10 EST-LOJA         PIC 9(04).
               10 EST-PRODUTO      PIC 9(06).
           05 EST-SALDO            PIC S9(07)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05 EST-PONTO-PEDIDO     PIC 9(05).
           05 EST-DATA-ULT-MOV     PIC 9(08).
