      * PASSO DE CRITICA DO ARQUIVO DE VENDAS (PROGRAMACOBOL08) PARA
      * VALIDAR O CODIGO DA LOJA E PELO RELATORIO DE FECHAMENTO
      * (PROGRAMACOBOL04) PARA EXIBIR NOME E SUBTOTAL POR REGIAO.
      * MANTIDO PELA MANUTENCAO DO CADASTRO DE LOJAS DO MENU
      * (PROGRAMACOBOL33), EM ORDEM DE CODIGO. DATA DE ABERTURA E DE
      * FECHAMENTO EM AAAAMMDD - ZEROS (OU BRANCOS, EM REGISTRO
      * GRAVADO ANTES DAS DATAS EXISTIREM) = NAO INFORMADA: LOJA SEM
      * ABERTURA VALE DESDE SEMPRE E SEM FECHAMENTO CONTINUA ABERTA.
      * A LOJA VENDE ATE O DIA DO FECHAMENTO, INCLUSIVE. UF E
      * INSCRICAO ESTADUAL DA LOJA PARA A EXPORTACAO FISCAL DO LIVRO
      * DE SAIDAS (PROGRAMACOBOL35) - EM BRANCO = NAO INFORMADAS.
      ******************************************************************
       01  REG-LOJA.
           05 REG-LOJA-CODIGO      PIC 9(04).
           05 REG-LOJA-NOME        PIC X(30).
           05 REG-LOJA-REGIAO      PIC X(15).
           05 REG-LOJA-DATA-ABERTURA   PIC 9(08).
           05 REG-LOJA-DATA-FECHAMENTO PIC 9(08).
           05 REG-LOJA-UF              PIC X(02).
           05 REG-LOJA-IE              PIC X(14).
