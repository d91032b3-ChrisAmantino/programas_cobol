      ******************************************************************
      * Copybook: PRAZOLIQ
      * Purpose: LAYOUT DO REGISTRO DA TABELA DE PRAZOS DE PAGAMENTO
      * DAS ADQUIRENTES - UM REGISTRO POR ADQUIRENTE E BANDEIRA, COM
      * O NUMERO DE DIAS CORRIDOS ENTRE A LIQUIDACAO (DATA DO
      * MOVIMENTO) E O CREDITO DA PRIMEIRA PARCELA NA CONTA (1 PARA
      * DEBITO, 30 PARA CREDITO) E O INTERVALO EM DIAS ENTRE AS
      * PARCELAS SEGUINTES DE UMA VENDA PARCELADA (ZERO = A
      * ADQUIRENTE DEPOSITA TUDO DE UMA VEZ). DATA QUE CAI EM FIM DE
      * SEMANA OU FERIADO (CALFER) PASSA PARA O DIA UTIL SEGUINTE.
      * USADA PELA CONCILIACAO BANCARIA (PROGRAMACOBOL28). MESMO
      * PADRAO DA TABELA DE DESCONTOS (DISCTAB): TROCAR OS PRAZOS =
      * SUBSTITUIR O ARQUIVO.
      ******************************************************************
       01  REG-PRAZO-LIQUIDACAO.
           05 PRZ-ADQUIRENTE       PIC 9(02).
           05 PRZ-BANDEIRA         PIC 9(01).
           05 PRZ-DIAS-PRIMEIRA    PIC 9(03).
           05 PRZ-DIAS-ENTRE       PIC 9(03).
