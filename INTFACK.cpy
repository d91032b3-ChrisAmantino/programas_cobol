      ******************************************************************
      * Copybook: INTFACK
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE RETORNO (ACKRET)
      * DEVOLVIDO PELOS SISTEMAS QUE RECEBEM AS INTERFACES DE SAIDA -
      * UM REGISTRO POR CARGA DE ARQUIVO NO DESTINO, IDENTIFICANDO O
      * ARQUIVO PELA INTERFACE E PELO NUMERO SEQUENCIAL DO HEADER, COM
      * DATA/HORA DA CARGA, SITUACAO (A = ACEITO, R = REJEITADO) E A
      * CONTAGEM E O HASH APURADOS PELO DESTINO. CASADO CONTRA O
      * MANIFESTO (COPY INTFMAN) PELO PROGRAMACOBOL38.
      ******************************************************************
       01  REG-RETORNO-INTERFACE.
           05 RET-INTERFACE        PIC X(08).
           05 RET-SEQUENCIA        PIC 9(06).
           05 RET-DATA-CARGA       PIC 9(08).
           05 RET-HORA-CARGA       PIC 9(06).
           05 RET-SITUACAO         PIC X(01).
               88 RET-ACEITO          VALUE "A".
               88 RET-REJEITADO       VALUE "R".
           05 RET-QTD-REGISTROS    PIC 9(07).
           05 RET-HASH             PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 RET-MOTIVO           PIC X(30).
