      ******************************************************************
      * Copybook: PENDP
      * Purpose: PARAGRAFO COMPARTILHADO QUE GRAVA UMA SOLICITACAO NO
      * ARQUIVO DE ALTERACOES PENDENTES (PENDALT). O PROGRAMA
      * CHAMADOR DEVE TER FEITO INITIALIZE REG-PENDENCIA E MOVIDO
      * PND-TIPO, PND-PROGRAMA, OS CAMPOS DA CHAVE DO TIPO E OS
      * VALORES ANTERIOR/NOVO ANTES DE EXECUTAR ESTE PARAGRAFO. AQUI
      * SAO PREENCHIDOS O NUMERO (ULTIMO DO ARQUIVO + 1), O
      * SOLICITANTE (VARIAVEL DE AMBIENTE "OPERADOR" GRAVADA PELO
      * SIGN-ON DO MENU; SEM ELA, "USER"), A DATA/HORA E O STATUS
      * "P". SE JA HOUVER SOLICITACAO PENDENTE DO MESMO TIPO E CHAVE
      * NADA E GRAVADO E PND-JA-PENDENTE FICA LIGADO (O NUMERO DA
      * EXISTENTE VOLTA EM PND-NUMERO). REQUER FILE-CONTROL/FD PARA
      * PENDENCIAS-ARQUIVO (COPY PENDALT) E WORKING-STORAGE COPY
      * PENDWS NO PROGRAMA CHAMADOR.
      ******************************************************************
       GRAVA-PENDENCIA.
            MOVE REG-PENDENCIA TO WRK-PND-SOLICITACAO.
            MOVE PND-TIPO      TO WRK-PND-TIPO.
            MOVE PND-CHAVE     TO WRK-PND-CHAVE.
            MOVE ZEROS TO WRK-PND-ULTIMO-NUMERO.
            MOVE "N" TO WRK-PND-DUPLICADA.
            MOVE "N" TO WRK-PND-FIM.
            OPEN INPUT PENDENCIAS-ARQUIVO.
            IF WRK-FS-PENDENCIAS NOT = "00"
                SET FIM-PND-ARQUIVO TO TRUE
            END-IF.
            PERFORM UNTIL FIM-PND-ARQUIVO
                READ PENDENCIAS-ARQUIVO
                    AT END
                        SET FIM-PND-ARQUIVO TO TRUE
                    NOT AT END
                        IF PND-NUMERO > WRK-PND-ULTIMO-NUMERO
                            MOVE PND-NUMERO TO WRK-PND-ULTIMO-NUMERO
                        END-IF
                        IF PND-PENDENTE
                           AND PND-TIPO = WRK-PND-TIPO
                           AND PND-CHAVE = WRK-PND-CHAVE
                            SET PND-JA-PENDENTE TO TRUE
                            SET FIM-PND-ARQUIVO TO TRUE
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PENDENCIAS NOT = "35"
                CLOSE PENDENCIAS-ARQUIVO
            END-IF.
            IF NOT PND-JA-PENDENTE
                MOVE WRK-PND-SOLICITACAO TO REG-PENDENCIA
                ADD 1 WRK-PND-ULTIMO-NUMERO GIVING PND-NUMERO
                ACCEPT PND-SOLICITANTE FROM ENVIRONMENT "OPERADOR"
                IF PND-SOLICITANTE = SPACES
                   OR PND-SOLICITANTE = LOW-VALUES
                    ACCEPT PND-SOLICITANTE FROM ENVIRONMENT "USER"
                END-IF
                ACCEPT PND-DATA-SOLICITACAO FROM DATE YYYYMMDD
                ACCEPT WRK-PND-HORA-COMPLETA FROM TIME
                MOVE WRK-PND-HORA-COMPLETA(1:6)
                    TO PND-HORA-SOLICITACAO
                SET PND-PENDENTE TO TRUE
                MOVE SPACES TO PND-APROVADOR
                MOVE ZEROS  TO PND-DATA-DECISAO
                OPEN EXTEND PENDENCIAS-ARQUIVO
                IF WRK-FS-PENDENCIAS = "35"
                    OPEN OUTPUT PENDENCIAS-ARQUIVO
                END-IF
                IF WRK-FS-PENDENCIAS NOT = "00"
                    DISPLAY "ERRO AO ABRIR PENDALT - FS: "
                            WRK-FS-PENDENCIAS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                WRITE REG-PENDENCIA
                CLOSE PENDENCIAS-ARQUIVO
            END-IF.
