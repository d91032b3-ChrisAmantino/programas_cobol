      * VALIDAR O CODIGO DE PRODUTO DOS REGISTROS DE ITEM (MESMO
      * PAPEL DO LOJMAST PARA O CODIGO DA LOJA) E PELO RELATORIO DE
      * MIX DE PRODUTOS (PROGRAMACOBOL19) PARA EXIBIR A DESCRICAO.
      * CLASSIFICACAO FISCAL: NCM (NOMENCLATURA COMUM DO MERCOSUL, 8
      * DIGITOS) E ALIQUOTA DE ICMS EM PERCENTUAL, USADAS PELA
      * EXPORTACAO FISCAL DO LIVRO DE SAIDAS (PROGRAMACOBOL35). NCM
      * ZERADO OU EM BRANCO (REGISTRO GRAVADO ANTES DA CLASSIFICACAO
      * EXISTIR) = PRODUTO SEM CLASSIFICACAO FISCAL; ALIQUOTA ZERO
      * COM NCM INFORMADO = PRODUTO ISENTO.
      ******************************************************************
       01  REG-PRODUTO.
           05 REG-PRODUTO-CODIGO    PIC 9(06).
           05 REG-PRODUTO-DESCRICAO PIC X(30).
           05 REG-PRODUTO-NCM       PIC 9(08).
           05 REG-PRODUTO-ALIQ-ICMS PIC 9(02)V99.
