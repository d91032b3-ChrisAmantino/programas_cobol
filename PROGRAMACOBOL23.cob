      * NOVO FLUXO, PARA O DIA CORRENTE JA NASCER COMPLETO. O TRANLOG
      * SEGUE INTACTO COMO HISTORICO PARA PESQUISA DE CONTESTACOES.
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA.
      * Update: 042 - O REGISTRO DO TRANDIA ACOMPANHOU O CODIGO DA
      * LOJA NO LAYOUT TRANLOG (TRAN-LOJA, LRECL 60).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL23.
       COPY TRANLOG.

       FD  TRANSACOES-DIA.
       01  REG-TRANSACAO-DIA  PIC X(60).

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.
