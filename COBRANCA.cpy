      ******************************************************************
      * Copybook: COBRANCA
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE COBRANCA - UM
      * REGISTRO POR CPF COM PARCELA EM ATRASO NO PARCREC, MANTIDO
      * PELA COBRANCA DIARIA (PROGRAMACOBOL27): ESTAGIO ATUAL
      * (1 = LEMBRETE, 2 = SEGUNDO AVISO, 3 = BLOQUEIO), DATA EM QUE
      * O CPF ENTROU NO ESTAGIO, DIAS DE ATRASO DA PARCELA MAIS
      * ANTIGA, VALOR E QUANTIDADE DAS PARCELAS VENCIDAS.
      * COB-BLOQUEIO-COBRANCA = "S" QUANDO FOI A COBRANCA QUE MUDOU
      * O CLIENTE PARA "B" NO CLIMAST (CLIENTE JA BLOQUEADO POR
      * OUTRO MOTIVO FICA "N"); SO ESSE BLOQUEIO E DESFEITO PELA
      * BAIXA DE PARCELAS (PROGRAMACOBOL16) QUANDO O CPF NAO TEM MAIS
      * PARCELA VENCIDA EM ABERTO.
      ******************************************************************
       01  REG-COBRANCA.
           05 COB-CPF              PIC 9(11).
           05 COB-ESTAGIO          PIC 9(01).
               88 COB-LEMBRETE        VALUE 1.
               88 COB-SEGUNDO-AVISO   VALUE 2.
               88 COB-BLOQUEIO        VALUE 3.
           05 COB-DATA-ESTAGIO     PIC 9(08).
           05 COB-DIAS-ATRASO      PIC 9(04).
           05 COB-VALOR-ATRASO     PIC 9(07)V99.
           05 COB-QTD-PARCELAS     PIC 9(03).
           05 COB-BLOQUEIO-COBRANCA PIC X(01).
               88 BLOQUEADO-PELA-COBRANCA VALUE "S".
