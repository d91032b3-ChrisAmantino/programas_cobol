      * MANUTENCAO (PROGRAMACOBOL05); O EXPOSTO NO MES ACUMULA AS
      * COMPRAS APROVADAS DO MES CORRENTE (PROGRAMACOBOL03) E E
      * ZERADO NA VIRADA DO MES (PROGRAMACOBOL17).
      * SITUACAO "X" = CLIENTE ANONIMIZADO A PEDIDO DO TITULAR (LGPD,
      * PROGRAMACOBOL36): O CPF FOI TROCADO POR UM PSEUDONIMO COM
      * DIGITOS VERIFICADORES INVALIDOS E O NOME POR "CLIENTE
      * ANONIMIZADO"; O REGISTRO FICA PARA OS TOTAIS FINANCEIROS E
      * NAO E MAIS ALTERADO NEM USADO EM EXTRATO DE MARKETING.
      ******************************************************************
       01  REG-CLIENTE.
           05 REG-CLIENTE-CPF      PIC 9(11).
               88 CLIENTE-ATIVO       VALUE "A".
               88 CLIENTE-INATIVO     VALUE "I".
               88 CLIENTE-BLOQUEADO   VALUE "B".
               88 CLIENTE-ANONIMIZADO VALUE "X".
           05 REG-CLIENTE-LIMITE   PIC 9(07)V99.
           05 REG-CLIENTE-EXPOSTO  PIC 9(07)V99.
