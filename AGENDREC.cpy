      ******************************************************************
      * Copybook: AGENDREC
      * Purpose: LAYOUT DO REGISTRO DA AGENDA DE RECEBIVEIS DAS
      * ADQUIRENTES - UM REGISTRO POR ADQUIRENTE E DATA PREVISTA DE
      * CREDITO NA CONTA, MANTIDO PELA CONCILIACAO BANCARIA
      * (PROGRAMACOBOL28): VALOR PREVISTO (SOMA DAS LIQUIDACOES DO
      * LIQUID COM VENCIMENTO NAQUELA DATA, PELA TABELA DE PRAZOS
      * PRAZOLIQ) E VALOR JA RECEBIDO NO EXTRATO BANCARIO, COM A DATA
      * DO ULTIMO CREDITO. AGD-SITUACAO "P" = PREVISTO (DATA AINDA
      * NAO CHEGOU); "A" = ITEM EM ABERTO (DATA PASSADA E RECEBIDO
      * MENOR QUE O PREVISTO) - O ITEM EM ABERTO FICA NO ARQUIVO,
      * DIA APOS DIA, ATE O CREDITO QUE FALTA ENTRAR; O ITEM QUITADO
      * SAI DO ARQUIVO.
      ******************************************************************
       01  REG-AGENDA-RECEBIVEL.
           05 AGD-ADQUIRENTE       PIC 9(02).
           05 AGD-DATA-PREVISTA    PIC 9(08).
           05 AGD-VALOR-PREVISTO   PIC 9(09)V99.
           05 AGD-VALOR-RECEBIDO   PIC 9(09)V99.
           05 AGD-DATA-ULT-CREDITO PIC 9(08).
           05 AGD-SITUACAO         PIC X(01).
               88 AGD-PREVISTO        VALUE "P".
               88 AGD-EM-ABERTO       VALUE "A".
