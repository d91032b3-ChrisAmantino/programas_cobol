      ******************************************************************
      * Copybook: CARTACOB
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE CARTAS DE COBRANCA
      * PARA A GRAFICA - UMA CARTA POR MUDANCA DE ESTAGIO DE COBRANCA
      * (GRAVADO PELO PROGRAMACOBOL27): CPF E NOME DO CLIENTE,
      * ESTAGIO DA CARTA (1 = LEMBRETE, 2 = SEGUNDO AVISO,
      * 3 = AVISO DE BLOQUEIO), DATA DA CARTA, DIAS DE ATRASO, MES
      * DE VENCIMENTO DA PARCELA MAIS ANTIGA, QUANTIDADE E VALOR
      * TOTAL DAS PARCELAS VENCIDAS.
      ******************************************************************
       01  REG-CARTA-COBRANCA.
           05 CRT-CPF              PIC 9(11).
           05 CRT-NOME             PIC X(40).
           05 CRT-ESTAGIO          PIC 9(01).
           05 CRT-DATA             PIC 9(08).
           05 CRT-DIAS-ATRASO      PIC 9(04).
           05 CRT-MES-VENCTO       PIC 9(06).
           05 CRT-QTD-PARCELAS     PIC 9(03).
           05 CRT-VALOR-ATRASO     PIC 9(07)V99.
