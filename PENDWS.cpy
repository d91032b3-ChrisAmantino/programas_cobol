      ******************************************************************
      * Copybook: PENDWS
      * Purpose: CAMPOS DE WORKING-STORAGE PARA GRAVAR UMA SOLICITACAO
      * NO ARQUIVO DE ALTERACOES PENDENTES (COPYBOOKS PENDALT/PENDP).
      ******************************************************************
       77 WRK-FS-PENDENCIAS     PIC X(02) VALUE "00".
       77 WRK-PND-FIM           PIC X(01) VALUE "N".
           88 FIM-PND-ARQUIVO      VALUE "S".
       77 WRK-PND-DUPLICADA     PIC X(01) VALUE "N".
           88 PND-JA-PENDENTE      VALUE "S".
       77 WRK-PND-ULTIMO-NUMERO PIC 9(06) VALUE ZEROS.
       77 WRK-PND-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-PND-TIPO          PIC X(01) VALUE SPACES.
       77 WRK-PND-CHAVE         PIC X(29) VALUE SPACES.
       01  WRK-PND-SOLICITACAO  PIC X(149) VALUE SPACES.
