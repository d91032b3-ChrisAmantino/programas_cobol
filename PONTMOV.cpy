      * DO MOVIMENTO, A BANDEIRA E O VALOR DA COMPRA/RESGATE. LIDO
      * PELO RELATORIO MENSAL DE ATIVIDADE DE PONTOS
      * (PROGRAMACOBOL18).
      * MOV-PONT-MES-ORIGEM E O MES DE ACUMULO (AAAAMM) DO LOTE DE
      * PONTOS: NO ACUMULO E O PROPRIO MES DO MOVIMENTO; NO RESGATE
      * E NA EXPIRACAO ("E", GRAVADA PELO FECHAMENTO MENSAL
      * PROGRAMACOBOL26 QUANDO O LOTE PASSA DE 24 MESES, SEM
      * BANDEIRA) E O MES DO LOTE CONSUMIDO. REGISTROS ANTIGOS SEM O
      * MES DE ORIGEM SAO CONSUMIDOS DO LOTE MAIS ANTIGO (COPYBOOK
      * PONTLOTP).
      * O TIPO "C" E O ESTORNO DOS PONTOS DE UMA COMPRA CUJA
      * CONTESTACAO FOI PERDIDA (PROGRAMACOBOL14): DEBITA O SALDO E
      * CONSOME O LOTE DO MES DE ORIGEM COMO O RESGATE, COM A
      * BANDEIRA E O VALOR DA COMPRA ESTORNADA.
      ******************************************************************
       01  REG-MOVIMENTO-PONTOS.
           05 MOV-PONT-CPF         PIC 9(11).
           05 MOV-PONT-TIPO        PIC X(01).
               88 MOV-ACUMULO         VALUE "A".
               88 MOV-RESGATE         VALUE "R".
               88 MOV-EXPIRACAO       VALUE "E".
               88 MOV-ESTORNO-CHB     VALUE "C".
           05 MOV-PONT-PONTOS      PIC 9(07).
           05 MOV-PONT-BANDEIRA    PIC 9(01).
           05 MOV-PONT-VALOR       PIC 9(04)V99.
           05 MOV-PONT-MES-ORIGEM  PIC 9(06).
