      ******************************************************************
      * Copybook: PONTPED
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE PONTOS DE PEDIDO -
      * UMA LINHA POR LOJA + PRODUTO COM A QUANTIDADE MINIMA EM
      * ESTOQUE ANTES DE PEDIR REPOSICAO AO DEPOSITO. APLICADA NO
      * CADASTRO DE ESTOQUE (ESTOQUE) PELA ATUALIZACAO NOTURNA
      * (PROGRAMACOBOL32); A LOJA + PRODUTO QUE AINDA NAO TEM
      * ESTOQUE E INCLUIDA COM SALDO ZERO. PONTO ZERO = SEM
      * REPOSICAO AUTOMATICA (SO O SALDO NEGATIVO E APONTADO).
      ******************************************************************
       01  REG-PONTO-PEDIDO.
           05 PPD-LOJA             PIC 9(04).
           05 PPD-PRODUTO          PIC 9(06).
           05 PPD-PONTO            PIC 9(05).
