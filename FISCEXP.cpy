      ******************************************************************
      * Copybook: FISCEXP
      * Purpose: LAYOUT DO REGISTRO DA EXPORTACAO FISCAL DO LIVRO DE
      * SAIDAS PARA O SISTEMA FISCAL - GRAVADO PELO PROGRAMACOBOL35,
      * UM REGISTRO POR LOJA, DIA, NCM E ALIQUOTA DE ICMS: DATA DAS
      * VENDAS, LOJA COM UF E INSCRICAO ESTADUAL (LOJMAST), NCM E
      * ALIQUOTA DO CADASTRO DE PRODUTOS (PRODMAST), QUANTIDADE DE
      * ITENS, BASE DE CALCULO (SOMA DO VALOR DOS ITENS VENDIDOS) E
      * VALOR DO ICMS (BASE X ALIQUOTA / 100, ARREDONDADO). ITEM SEM
      * CLASSIFICACAO FISCAL NAO E EXPORTADO - SAI COMO EXCECAO NO
      * RELATORIO DE CONTROLE.
      ******************************************************************
       01  REG-EXPORTACAO-FISCAL.
           05 FIS-DATA             PIC 9(08).
           05 FIS-LOJA             PIC 9(04).
           05 FIS-UF               PIC X(02).
           05 FIS-IE               PIC X(14).
           05 FIS-NCM              PIC 9(08).
           05 FIS-ALIQ-ICMS        PIC 9(02)V99.
           05 FIS-QTD-ITENS        PIC 9(07).
           05 FIS-BASE             PIC 9(11)V99.
           05 FIS-ICMS             PIC 9(11)V99.
