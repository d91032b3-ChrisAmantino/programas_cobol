      ******************************************************************
      * Copybook: FRAUDRG
      * Purpose: LAYOUT DO REGISTRO UNICO DO ARQUIVO DE REGRAS DA
      * TRIAGEM ANTIFRAUDE (REGFRAUD), MANTIDO PELA AREA DE RISCO E
      * LIDO PELO PROGRAMACOBOL03 ANTES DE LIQUIDAR AS COMPRAS:
      *   FRG-MAX-COMPRAS-DIA - MAXIMO DE COMPRAS POR CPF NO DIA
      *   FRG-MAX-VALOR-DIA   - VALOR MAXIMO SOMADO POR CPF NO DIA
      *   FRG-FATOR-MEDIA     - QUANTAS VEZES A COMPRA PODE PASSAR DO
      *                         TICKET MEDIO HISTORICO DO CPF NO
      *                         TRANLOG (EX.: 5,00 = 5 VEZES A MEDIA)
      *   FRG-MIN-HISTORICO   - QUANTIDADE MINIMA DE COMPRAS NO
      *                         HISTORICO PARA A REGRA DA MEDIA VALER
      * CAMPO ZERADO DESLIGA A REGRA CORRESPONDENTE; ARQUIVO AUSENTE
      * DESLIGA A TRIAGEM INTEIRA.
      ******************************************************************
       01  REG-REGRAS-FRAUDE.
           05 FRG-MAX-COMPRAS-DIA  PIC 9(03).
           05 FRG-MAX-VALOR-DIA    PIC 9(07)V99.
           05 FRG-FATOR-MEDIA      PIC 9(03)V99.
           05 FRG-MIN-HISTORICO    PIC 9(03).
