      * TOTAIS DE CONTROLE FECHAVAM MESMO COM WRITE PERDIDO E O
      * PROGARQ PODIA COPIAR UM TRANNOVO INCOMPLETO POR CIMA DO
      * TRANLOG VIVO COM RETURN-CODE 0.
      * Update: 042 - O REGISTRO DO TRANLOG GANHOU O CODIGO DA LOJA
      * (TRAN-LOJA) - AREAS DO TRANARC E DO TRANNOVO PASSAM A 60 BYTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL11.
       COPY TRANLOG.

       FD  TRAN-ARQUIVADAS.
       01  REG-TRANSACAO-ARQ  PIC X(60).

       FD  TRAN-MANTIDAS.
       01  REG-TRANSACAO-NOVA PIC X(60).

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.
