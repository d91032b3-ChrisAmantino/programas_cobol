      * CMP-COD-AUTORIZACAO-ORIG TRAZ O CODIGO DE AUTORIZACAO DA
      * COMPRA ORIGINAL, PARA O ESTORNO NO TRANLOG E O CANCELAMENTO
      * DAS PARCELAS AINDA NAO VENCIDAS NO PARCREC.
      * O CMP-LOJA E O CODIGO DA LOJA ONDE A COMPRA (OU A DEVOLUCAO)
      * FOI FEITA, CONFERIDO CONTRA O CADASTRO DE LOJAS (LOJMAST).
      * O TIPO "L" E A COMPRA RETIDA PELA TRIAGEM ANTIFRAUDE E
      * LIBERADA PELA MESA (PROGRAMACOBOL25): JA FOI AUTORIZADA, ENTAO
      * O CMP-COD-AUTORIZACAO-ORIG TRAZ O CODIGO DA AUTORIZACAO DA
      * RETENCAO E A COMPRA NAO PASSA DE NOVO PELA TRIAGEM.
      ******************************************************************
       01  REG-COMPRA-PENDENTE.
           05 CMP-CPF              PIC 9(11).
           05 CMP-BANDEIRA         PIC 9(01).
           05 CMP-QTD-PARCELAS     PIC 9(02).
           05 CMP-TIPO             PIC X(01).
               88 COMPRA-VENDA        VALUE " " "V" "L".
               88 COMPRA-LIBERADA     VALUE "L".
               88 COMPRA-DEVOLUCAO    VALUE "D".
           05 CMP-COD-AUTORIZACAO-ORIG PIC X(06).
           05 CMP-LOJA             PIC 9(04).
