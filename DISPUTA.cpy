      *   R = RECEBIDA   A = EM ANALISE   G = GANHA   P = PERDIDA
      * O CPF COM PERDIDAS ACUMULADAS ACIMA DO LIMITE E BLOQUEADO
      * AUTOMATICAMENTE NO CADASTRO DE CLIENTES (CLIMAST).
      * DISP-PROVISAO = "S" QUANDO O REGISTRO DA DISPUTA GEROU O
      * EVENTO DE PROVISAO PARA A CONTABILIDADE (ARQUIVO CHBCONT);
      * EM BRANCO NAS DISPUTAS ANTERIORES A PROVISAO. GANHA OU
      * PERDIDA E STATUS FINAL - O EFEITO FINANCEIRO JA FOI LANCADO.
      ******************************************************************
       01  REG-DISPUTA.
           05 DISP-CPF             PIC 9(11).
               88 DISPUTA-EM-ANALISE  VALUE "A".
               88 DISPUTA-GANHA       VALUE "G".
               88 DISPUTA-PERDIDA     VALUE "P".
               88 DISPUTA-ENCERRADA   VALUE "G" "P".
           05 DISP-PROVISAO        PIC X(01).
               88 DISPUTA-COM-PROVISAO VALUE "S".
