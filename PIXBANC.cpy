      ******************************************************************
      * Copybook: PIXBANC
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE CREDITOS PIX
      * ENVIADO PELO BANCO NA MANHA SEGUINTE - UM LANCAMENTO PIX DA
      * CONTA DA LOJA POR REGISTRO: DATA DO PIX, TIPO (CREDITO DO
      * PIX RECEBIDO OU DEBITO DA DEVOLUCAO), IDENTIFICADOR FIM A
      * FIM (END-TO-END ID - NO DEBITO, O DA DEVOLUCAO) E VALOR.
      * LIDO PELA CONCILIACAO PIX (PROGRAMACOBOL34) CONTRA O PIXDIA
      * DO DIA ANTERIOR.
      ******************************************************************
       01  REG-CREDITO-PIX.
           05 PXB-DATA             PIC 9(08).
           05 PXB-TIPO             PIC X(01).
               88 PXB-CREDITO         VALUE "C".
               88 PXB-DEBITO          VALUE "D".
           05 PXB-E2E              PIC X(32).
           05 PXB-VALOR            PIC 9(07)V99.
