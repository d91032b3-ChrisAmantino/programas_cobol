      ******************************************************************
      * Copybook: EXTBANC
      * Purpose: LAYOUT DO REGISTRO DO EXTRATO BANCARIO DIARIO DA
      * CONTA DE RECEBIMENTO DA LOJA - UM LANCAMENTO POR REGISTRO,
      * COMO ENVIADO PELO BANCO: DATA DO LANCAMENTO, TIPO (CREDITO OU
      * DEBITO), VALOR, CODIGO DA ADQUIRENTE DEPOSITANTE (IDENTIFICADA
      * PELO BANCO A PARTIR DO CNPJ DE ORIGEM; ZERO = DEPOSITANTE NAO
      * IDENTIFICADO), DOCUMENTO E HISTORICO. LIDO PELA CONCILIACAO
      * BANCARIA (PROGRAMACOBOL28), QUE SO CONSIDERA OS CREDITOS.
      ******************************************************************
       01  REG-EXTRATO-BANCARIO.
           05 EXTB-DATA            PIC 9(08).
           05 EXTB-TIPO            PIC X(01).
               88 EXTB-CREDITO        VALUE "C".
               88 EXTB-DEBITO         VALUE "D".
           05 EXTB-VALOR           PIC 9(09)V99.
           05 EXTB-ADQUIRENTE      PIC 9(02).
           05 EXTB-DOCUMENTO       PIC X(10).
           05 EXTB-HISTORICO       PIC X(30).
