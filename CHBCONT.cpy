      ******************************************************************
      * Copybook: CHBCONT
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE EVENTOS CONTABEIS DE
      * CONTESTACAO (CHARGEBACK) - UM EVENTO POR EFEITO FINANCEIRO
      * DE UMA DISPUTA, GRAVADO PELO PROGRAMACOBOL14 E LANCADO NO
      * LOTE CONTABIL (CONTJRN) PELO FECHAMENTO DO DIA
      * (PROGRAMACOBOL04):
      *   R = PROVISAO NO REGISTRO DA DISPUTA
      *       (D PERDACHB / C PROVCHB)
      *   P = DISPUTA PERDIDA - O RECEBIVEL DO CARTAO E DEVOLVIDO
      *       (D PROVCHB OU, SEM PROVISAO, D PERDACHB / C CARTAOREC)
      *   G = DISPUTA GANHA - REVERSAO DA PROVISAO
      *       (D PROVCHB / C PERDACHB; SEM PROVISAO NAO GERA EVENTO)
      * CBC-DATA-CONTABIL FICA ZERADA ATE O FECHAMENTO LANCAR O
      * EVENTO E CARIMBAR A DATA DO MOVIMENTO; A REEXECUCAO DO
      * FECHAMENTO DA MESMA DATA LANCA DE NOVO OS EVENTOS CARIMBADOS
      * COM ELA. O EVENTO NAO LEVA CPF (SO A AUTORIZACAO).
      ******************************************************************
       01  REG-CHB-CONTABIL.
           05 CBC-DATA-EVENTO      PIC 9(08).
           05 CBC-TIPO             PIC X(01).
               88 CBC-PROVISAO        VALUE "R".
               88 CBC-PERDA           VALUE "P".
               88 CBC-REVERSAO        VALUE "G".
           05 CBC-COD-AUTORIZACAO  PIC X(06).
           05 CBC-BANDEIRA         PIC 9(01).
           05 CBC-VALOR            PIC 9(04)V99.
           05 CBC-COM-PROVISAO     PIC X(01).
               88 CBC-TEM-PROVISAO    VALUE "S".
           05 CBC-DATA-CONTABIL    PIC 9(08).
