      * TECNICA DO PROGRAMACOBOL05), DATA DUPLICADA E REJEITADA E
      * CADA ALTERACAO GRAVA UM REGISTRO NO LOG DE AUDITORIA.
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 046 - DUPLO CONTROLE: A EXCLUSAO DE FERIADO (QUE FAZ
      * O MOVIMENTO POUSAR EM DIA DE LOJA FECHADA SE FEITA POR
      * ENGANO) NAO ALTERA MAIS O CALFER AQUI - VIRA SOLICITACAO NO
      * ARQUIVO DE ALTERACOES PENDENTES (PENDALT, COPY PENDP) EM
      * NOME DO OPERADOR DO SIGN-ON, APLICADA SO QUANDO OUTRO
      * OPERADOR AUTORIZADO APROVA PELA APROVACAO DE ALTERACOES
      * (PROGRAMACOBOL29). A INCLUSAO CONTINUA IMEDIATA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL20.
           SELECT CALENDARIO-ARQUIVO ASSIGN TO "CALFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALFER.
           SELECT PENDENCIAS-ARQUIVO ASSIGN TO "PENDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       FD  CALENDARIO-ARQUIVO.
       COPY CALFER.

       FD  PENDENCIAS-ARQUIVO.
       COPY PENDALT.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY PENDWS.
       77 WRK-FS-CALFER     PIC X(02) VALUE "00".
       77 WRK-FIM-CALFER    PIC X(01) VALUE "N".
           88 FIM-CALFER       VALUE "S".
            IF WRK-POS-FERIADO = ZEROS
                DISPLAY "FERIADO NAO CADASTRADO"
            ELSE
                INITIALIZE REG-PENDENCIA
                SET PND-TIPO-FERIADO TO TRUE
                MOVE "PROGRAMACOBOL20" TO PND-PROGRAMA
                MOVE WRK-DATA-NOVA     TO PND-DATA-FERIADO
                MOVE TAB-FER-DESCR(WRK-POS-FERIADO) TO PND-DESCRICAO
                PERFORM GRAVA-PENDENCIA
                IF PND-JA-PENDENTE
                    DISPLAY "JA EXISTE EXCLUSAO PENDENTE PARA O "
                            "FERIADO " WRK-DATA-NOVA " - SOLICITACAO "
                            PND-NUMERO
                ELSE
                    DISPLAY "EXCLUSAO SUJEITA A APROVACAO - "
                            "SOLICITACAO " PND-NUMERO " GRAVADA"
                    INITIALIZE REG-AUDITORIA
                    MOVE "PROGRAMACOBOL20" TO AUD-PROGRAMA
                    STRING "SOLIC " DELIMITED BY SIZE
                           PND-NUMERO DELIMITED BY SIZE
                           " EXCLUSAO FERIADO " DELIMITED BY SIZE
                           WRK-DATA-NOVA DELIMITED BY SIZE
                        INTO AUD-DETALHE
                    PERFORM GRAVA-AUDITORIA
                END-IF
            END-IF.

       ACEITA-DATA-FERIADO.
                CLOSE CALENDARIO-ARQUIVO
            END-IF.

       COPY PENDP.

       COPY AUDITP.
