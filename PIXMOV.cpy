      ******************************************************************
      * Copybook: PIXMOV
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DIARIO DE MOVIMENTO PIX
      * ENVIADO PELO PROVEDOR DE PIX DAS LOJAS - UM PIX RECEBIDO OU
      * DEVOLVIDO POR REGISTRO, LIDO PELO PROGRAMACOBOL03 EM MODO
      * LOTE JUNTO COM O ARQUIVO DE COMPRAS DE CARTAO.
      * PXM-E2E E O IDENTIFICADOR FIM A FIM (END-TO-END ID) DO BANCO
      * CENTRAL: NO PAGAMENTO E O DO PROPRIO PIX; NA DEVOLUCAO
      * (PXM-TIPO "D") E O DA DEVOLUCAO, E O PXM-E2E-ORIG TRAZ O DO
      * PIX ORIGINAL, COMO O CMP-COD-AUTORIZACAO-ORIG DA DEVOLUCAO
      * DE CARTAO. PXM-CPF E O CPF DO PAGADOR E PXM-LOJA A LOJA QUE
      * RECEBEU (OU DEVOLVEU) O PIX.
      ******************************************************************
       01  REG-MOVIMENTO-PIX.
           05 PXM-TIPO             PIC X(01).
               88 PXM-PAGAMENTO       VALUE " " "P".
               88 PXM-DEVOLUCAO       VALUE "D".
           05 PXM-E2E              PIC X(32).
           05 PXM-E2E-ORIG         PIC X(32).
           05 PXM-CPF              PIC 9(11).
           05 PXM-LOJA             PIC 9(04).
           05 PXM-VALOR            PIC 9(07)V99.
           05 PXM-HORA             PIC 9(06).
