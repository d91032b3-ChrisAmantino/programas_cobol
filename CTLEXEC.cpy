      ******************************************************************
      * Copybook: CTLEXEC
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE CONTROLE DE EXECUCAO
      * DOS PASSOS DE LANCAMENTO DO LOTE NOTURNO (CTLEXEC) - UM
      * REGISTRO POR PROGRAMA E DATA DE PROCESSAMENTO (DPROC-DATA),
      * COM INICIO, FIM E RETURN-CODE DA ULTIMA EXECUCAO. GRAVADO
      * PELOS PARAGRAFOS DO COPYBOOK CTLEXP NOS PASSOS QUE LANCAM
      * MOVIMENTO (PROGRAMACOBOL32/03/14/28/04), QUE RECUSAM RODAR DE
      * NOVO UMA DATA JA CONCLUIDA; A LIBERACAO DE REEXECUCAO E FEITA
      * PELO OPERADOR AUTORIZADO NO CONTROLE DE EXECUCAO DO MENU
      * (PROGRAMACOBOL30) E A SITUACAO DA NOITE E LISTADA PELO
      * RELATORIO DA MANHA (PROGRAMACOBOL31). SITUACAO:
      *   I = INICIADO E NAO CONCLUIDO (ERRO DE ABERTURA/ABEND NO MEIO
      *       DO PASSO - PODE SER REEXECUTADO)
      *   C = CONCLUIDO (RETURN-CODE MENOR QUE 8)
      *   F = TERMINOU COM RETURN-CODE 8 OU MAIOR (PODE SER
      *       REEXECUTADO)
      ******************************************************************
       01  REG-CONTROLE-EXECUCAO.
           05 CTX-PROGRAMA         PIC X(16).
           05 CTX-DATA-PROCESSO    PIC 9(08).
           05 CTX-SITUACAO         PIC X(01).
               88 CTX-INICIADA        VALUE "I".
               88 CTX-CONCLUIDA       VALUE "C".
               88 CTX-FALHOU          VALUE "F".
           05 CTX-DATA-INICIO      PIC 9(08).
           05 CTX-HORA-INICIO      PIC 9(06).
           05 CTX-DATA-FIM         PIC 9(08).
           05 CTX-HORA-FIM         PIC 9(06).
           05 CTX-RETURN-CODE      PIC 9(04).
           05 CTX-QTD-EXECUCOES    PIC 9(03).
           05 CTX-QTD-RECUSAS      PIC 9(03).
           05 CTX-REEXECUCAO       PIC X(01).
               88 CTX-REEXECUCAO-LIBERADA VALUE "S".
           05 CTX-OPERADOR-LIBERACAO PIC X(08).
           05 CTX-DATA-LIBERACAO   PIC 9(08).
