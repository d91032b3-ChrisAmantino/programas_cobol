      ******************************************************************
      * Copybook: PIXLOG
      * Purpose: LAYOUT DO REGISTRO DO LOG DE TRANSACOES PIX POR CPF
      * GRAVADO PELO PROGRAMACOBOL03 - HISTORICO DE ACUMULO (PIXLOG)
      * E GERACAO DIARIA SO COM O DIA (PIXDIA), NO MESMO PADRAO DO
      * TRANLOG/TRANDIA DO CARTAO. PIX-TIPO "P" E O PIX RECEBIDO E
      * "D" A DEVOLUCAO, QUE LEVA NO PIX-E2E O IDENTIFICADOR DA
      * PROPRIA DEVOLUCAO E NO PIX-E2E-ORIG O DO PIX DEVOLVIDO (EM
      * BRANCO NO PAGAMENTO). A DEVOLUCAO E SEMPRE DO VALOR INTEIRO
      * DO PIX ORIGINAL, COMO O ESTORNO DE CARTAO. O PIXDIA E LIDO
      * PELO FECHAMENTO (PROGRAMACOBOL04) NO PROPRIO DIA E PELA
      * CONCILIACAO PIX (PROGRAMACOBOL34) NA NOITE SEGUINTE, CONTRA
      * O ARQUIVO DE CREDITOS PIX DO BANCO (PIXBANC).
      ******************************************************************
       01  REG-TRANSACAO-PIX.
           05 PIX-DATA             PIC 9(08).
           05 PIX-HORA             PIC 9(06).
           05 PIX-TIPO             PIC X(01).
               88 PIX-PAGAMENTO       VALUE "P".
               88 PIX-DEVOLUCAO       VALUE "D".
           05 PIX-E2E              PIC X(32).
           05 PIX-E2E-ORIG         PIC X(32).
           05 PIX-CPF              PIC 9(11).
           05 PIX-LOJA             PIC 9(04).
           05 PIX-VALOR            PIC 9(07)V99.
