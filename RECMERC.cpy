      ******************************************************************
      * Copybook: RECMERC
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DIARIO DE RECEBIMENTO DE
      * MERCADORIAS DO DEPOSITO - UMA LINHA POR NOTA/LOJA/PRODUTO
      * ENTREGUE NA LOJA, COM A QUANTIDADE RECEBIDA. LIDO PELA
      * ATUALIZACAO NOTURNA DE ESTOQUE (PROGRAMACOBOL32), QUE SOMA A
      * QUANTIDADE AO SALDO DA LOJA + PRODUTO. OS CAMPOS NUMERICOS
      * TEM VISAO ALFANUMERICA PARA A CRITICA (LINHA COM LOJA OU
      * PRODUTO INEXISTENTE OU QUANTIDADE INVALIDA E LISTADA E NAO
      * ENTRA NO ESTOQUE).
      ******************************************************************
       01  REG-RECEBIMENTO.
           05 RCB-LOJA             PIC X(04).
           05 RCB-LOJA-NUM REDEFINES RCB-LOJA
                                   PIC 9(04).
           05 RCB-PRODUTO          PIC X(06).
           05 RCB-PRODUTO-NUM REDEFINES RCB-PRODUTO
                                   PIC 9(06).
           05 RCB-QTD              PIC X(05).
           05 RCB-QTD-NUM REDEFINES RCB-QTD
                                   PIC 9(05).
           05 RCB-NOTA             PIC X(10).
