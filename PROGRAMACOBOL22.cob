      * NO LOG DE AUDITORIA. AS METAS ALIMENTAM O FECHAMENTO DO DIA
      * (PROGRAMACOBOL04) E O DESEMPENHO MENSAL (PROGRAMACOBOL13).
      * RETURN-CODE: 0 = OK; 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 046 - DUPLO CONTROLE: INCLUSAO/AJUSTE E EXCLUSAO DE
      * META NAO ALTERAM MAIS O ARQUIVO METAS AQUI - VIRAM
      * SOLICITACAO NO ARQUIVO DE ALTERACOES PENDENTES (PENDALT,
      * COPY PENDP) EM NOME DO OPERADOR DO SIGN-ON, APLICADA SO
      * QUANDO OUTRO OPERADOR AUTORIZADO APROVA PELA APROVACAO DE
      * ALTERACOES (PROGRAMACOBOL29). A LISTAGEM MOSTRA SO AS METAS
      * EM VIGOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL22.
           SELECT LOJAS-MASTER ASSIGN TO "LOJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJAS.
           SELECT PENDENCIAS-ARQUIVO ASSIGN TO "PENDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       FD  LOJAS-MASTER.
       COPY LOJMAST.

       FD  PENDENCIAS-ARQUIVO.
       COPY PENDALT.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY PENDWS.
       77 WRK-FS-METAS      PIC X(02) VALUE "00".
       77 WRK-FS-LOJAS      PIC X(02) VALUE "00".
       77 WRK-FIM-METAS     PIC X(01) VALUE "N".
       77 WRK-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-JDX           PIC 9(04) VALUE ZEROS.
       77 WRK-POS-META      PIC 9(04) VALUE ZEROS.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-SAIR          PIC X(01) VALUE "N".
           88 SAIR-MANUTENCAO  VALUE "S".
            ELSE
                DISPLAY "VALOR DA META MENSAL:"
                ACCEPT WRK-VALOR-NOVO
                INITIALIZE REG-PENDENCIA
                SET PND-TIPO-META TO TRUE
                PERFORM LOCALIZA-META
                IF WRK-POS-META > ZEROS
                    MOVE TAB-META-VALOR(WRK-POS-META)
                        TO PND-VALOR-ANTERIOR
                    MOVE TAB-META-VALOR(WRK-POS-META)
                        TO WRK-VALOR-ED
                    DISPLAY "META ATUAL " WRK-VALOR-ED
                            " SERA SOBREPOSTA NA APROVACAO"
                END-IF
                MOVE WRK-VALOR-NOVO TO PND-VALOR-NOVO
                PERFORM SOLICITA-ALTERACAO-META
            END-IF.

       EXCLUI-META.
            IF WRK-POS-META = ZEROS
                DISPLAY "META NAO CADASTRADA"
            ELSE
                INITIALIZE REG-PENDENCIA
                SET PND-TIPO-EXCLUI-META TO TRUE
                MOVE TAB-META-VALOR(WRK-POS-META)
                    TO PND-VALOR-ANTERIOR
                MOVE ZEROS TO WRK-VALOR-NOVO
                PERFORM SOLICITA-ALTERACAO-META
            END-IF.

       SOLICITA-ALTERACAO-META.
            MOVE "PROGRAMACOBOL22" TO PND-PROGRAMA.
            MOVE WRK-LOJA-NOVA     TO PND-LOJA.
            MOVE WRK-MES-NOVO      TO PND-MES.
            PERFORM GRAVA-PENDENCIA.
            IF PND-JA-PENDENTE
                DISPLAY "JA EXISTE SOLICITACAO PENDENTE PARA A LOJA "
                        WRK-LOJA-NOVA " MES " WRK-MES-NOVO
                        " - SOLICITACAO " PND-NUMERO
            ELSE
                MOVE WRK-VALOR-NOVO TO WRK-VALOR-ED
                DISPLAY "ALTERACAO DE META SUJEITA A APROVACAO - "
                        "SOLICITACAO " PND-NUMERO " GRAVADA"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL22" TO AUD-PROGRAMA
                IF PND-TIPO-EXCLUI-META
                    STRING "SOLIC " DELIMITED BY SIZE
                           PND-NUMERO DELIMITED BY SIZE
                           " EXCLUSAO META LOJA " DELIMITED BY SIZE
                           WRK-LOJA-NOVA DELIMITED BY SIZE
                           " MES " DELIMITED BY SIZE
                           WRK-MES-NOVO DELIMITED BY SIZE
                        INTO AUD-DETALHE
                ELSE
                    STRING "SOLIC " DELIMITED BY SIZE
                           PND-NUMERO DELIMITED BY SIZE
                           " META LOJA " DELIMITED BY SIZE
                           WRK-LOJA-NOVA DELIMITED BY SIZE
                           " MES " DELIMITED BY SIZE
                           WRK-MES-NOVO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WRK-VALOR-ED DELIMITED BY SIZE
                        INTO AUD-DETALHE
                END-IF
                PERFORM GRAVA-AUDITORIA
            END-IF.

                END-IF
            END-PERFORM.

       CARREGA-LOJMAST.
            MOVE ZEROS TO WRK-QTD-LOJMAST.
            OPEN INPUT LOJAS-MASTER.
                CLOSE METAS-ARQUIVO
            END-IF.

       COPY PENDP.

       COPY AUDITP.
