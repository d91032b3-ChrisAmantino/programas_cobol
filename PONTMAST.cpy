      * (TAXA DE ACUMULO POR BANDEIRA NA TABELA TABPONT); CADA
      * MOVIMENTO FICA NO LOG PONTMOV PARA O RELATORIO MENSAL DE
      * ATIVIDADE (PROGRAMACOBOL18). RESGATE: 100 PONTOS = R$ 1,00.
      * OS PONTOS VALEM 24 MESES DO MES DE ACUMULO; A EXPIRACAO
      * MENSAL (PROGRAMACOBOL26) DEBITA O SALDO DOS LOTES VENCIDOS.
      ******************************************************************
       01  REG-PONTOS-CLIENTE.
           05 PONT-CPF             PIC 9(11).
