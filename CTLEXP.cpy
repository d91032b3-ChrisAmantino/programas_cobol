      ******************************************************************
      * Copybook: CTLEXP
      * Purpose: PARAGRAFOS COMPARTILHADOS DO CONTROLE DE EXECUCAO DOS
      * PASSOS DE LANCAMENTO (ARQUIVO CTLEXEC). O PASSO MOVE O NOME DO
      * PROGRAMA PARA WRK-CTX-PROGRAMA, LE A DATA DE PROCESSAMENTO
      * (COPY DATPROCP) E EXECUTA:
      *   INICIA-CONTROLE-EXECUCAO - ANTES DE LANCAR QUALQUER COISA.
      *     SE O PROGRAMA JA CONCLUIU A DATA E NAO HA LIBERACAO DE
      *     REEXECUCAO, A RECUSA E GRAVADA NO AUDITLOG E O PASSO
      *     TERMINA AQUI COM RETURN-CODE 8 (OS PASSOS SEGUINTES DO
      *     LOTE FICAM SEGURADOS PELO COND). A LIBERACAO E CONSUMIDA
      *     NA EXECUCAO QUE ELA AUTORIZA.
      *   FINALIZA-CONTROLE-EXECUCAO - NO FIM NORMAL DO PASSO, COM O
      *     RETURN-CODE JA MOVIDO; MENOR QUE 8 = CONCLUIDO.
      * UM PASSO QUE TERMINA NO MEIO (GOBACK POR ERRO) FICA COMO
      * INICIADO E PODE SER REEXECUTADO SEM LIBERACAO.
      * REQUER FILE-CONTROL/FD PARA CONTROLE-EXECUCAO-ARQUIVO (COPY
      * CTLEXEC), WORKING-STORAGE COPY CTLEXWS E COPY DATPROCWS, E O
      * PARAGRAFO GRAVA-AUDITORIA (COPY AUDITP) NO PROGRAMA CHAMADOR.
      ******************************************************************
       INICIA-CONTROLE-EXECUCAO.
            MOVE WRK-DATA-PROCESSO TO WRK-CTX-DATA.
            PERFORM CARREGA-CONTROLE-EXECUCAO.
            PERFORM LOCALIZA-CONTROLE-EXECUCAO.
            IF WRK-CTX-POS = ZEROS
                PERFORM INCLUI-CONTROLE-EXECUCAO
            ELSE
                MOVE TAB-CTX-REGISTRO(WRK-CTX-POS)
                    TO REG-CONTROLE-EXECUCAO
                IF CTX-CONCLUIDA AND NOT CTX-REEXECUCAO-LIBERADA
                    PERFORM RECUSA-REEXECUCAO
                END-IF
                IF CTX-CONCLUIDA
                    DISPLAY "REEXECUCAO LIBERADA POR "
                            CTX-OPERADOR-LIBERACAO " EM "
                            CTX-DATA-LIBERACAO
                    INITIALIZE REG-AUDITORIA
                    MOVE WRK-CTX-PROGRAMA TO AUD-PROGRAMA
                    STRING "REEXECUCAO DATA " DELIMITED BY SIZE
                           WRK-CTX-DATA DELIMITED BY SIZE
                           " LIBERADA POR " DELIMITED BY SIZE
                           CTX-OPERADOR-LIBERACAO DELIMITED BY SIZE
                        INTO AUD-DETALHE
                    PERFORM GRAVA-AUDITORIA
                ELSE
                    DISPLAY "EXECUCAO ANTERIOR DA DATA " WRK-CTX-DATA
                            " NAO CONCLUIDA (SITUACAO " CTX-SITUACAO
                            ") - REPROCESSANDO"
                END-IF
            END-IF.
            MOVE "N"    TO CTX-REEXECUCAO.
            SET CTX-INICIADA TO TRUE.
            ACCEPT CTX-DATA-INICIO FROM DATE YYYYMMDD.
            ACCEPT WRK-CTX-HORA-COMPLETA FROM TIME.
            MOVE WRK-CTX-HORA-COMPLETA(1:6) TO CTX-HORA-INICIO.
            MOVE ZEROS TO CTX-DATA-FIM.
            MOVE ZEROS TO CTX-HORA-FIM.
            MOVE ZEROS TO CTX-RETURN-CODE.
            ADD 1 TO CTX-QTD-EXECUCOES.
            MOVE REG-CONTROLE-EXECUCAO TO TAB-CTX-REGISTRO(WRK-CTX-POS).
            PERFORM REGRAVA-CONTROLE-EXECUCAO.

       RECUSA-REEXECUCAO.
            ADD 1 TO CTX-QTD-RECUSAS.
            MOVE REG-CONTROLE-EXECUCAO TO TAB-CTX-REGISTRO(WRK-CTX-POS).
            MOVE CTX-RETURN-CODE TO WRK-CTX-RC.
            DISPLAY WRK-CTX-PROGRAMA " JA CONCLUIU A DATA DE "
                    "PROCESSAMENTO " WRK-CTX-DATA " EM " CTX-DATA-FIM
                    " (RC " WRK-CTX-RC ")".
            DISPLAY "EXECUCAO RECUSADA PARA NAO LANCAR O MOVIMENTO DE "
                    "NOVO - REEXECUCAO SO COM LIBERACAO NO CONTROLE DE "
                    "EXECUCAO (PROGRAMACOBOL30)".
            PERFORM REGRAVA-CONTROLE-EXECUCAO.
            INITIALIZE REG-AUDITORIA.
            MOVE WRK-CTX-PROGRAMA TO AUD-PROGRAMA.
            STRING "EXECUCAO RECUSADA - DATA " DELIMITED BY SIZE
                   WRK-CTX-DATA DELIMITED BY SIZE
                   " JA CONCLUIDA RC " DELIMITED BY SIZE
                   WRK-CTX-RC DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            MOVE 8 TO RETURN-CODE.
            GOBACK.

       FINALIZA-CONTROLE-EXECUCAO.
            MOVE RETURN-CODE TO WRK-CTX-RC.
            PERFORM CARREGA-CONTROLE-EXECUCAO.
            PERFORM LOCALIZA-CONTROLE-EXECUCAO.
            IF WRK-CTX-POS = ZEROS
                PERFORM INCLUI-CONTROLE-EXECUCAO
                ADD 1 TO CTX-QTD-EXECUCOES
            ELSE
                MOVE TAB-CTX-REGISTRO(WRK-CTX-POS)
                    TO REG-CONTROLE-EXECUCAO
            END-IF.
            MOVE WRK-CTX-RC TO CTX-RETURN-CODE.
            IF WRK-CTX-RC < 8
                SET CTX-CONCLUIDA TO TRUE
            ELSE
                SET CTX-FALHOU TO TRUE
            END-IF.
            ACCEPT CTX-DATA-FIM FROM DATE YYYYMMDD.
            ACCEPT WRK-CTX-HORA-COMPLETA FROM TIME.
            MOVE WRK-CTX-HORA-COMPLETA(1:6) TO CTX-HORA-FIM.
            MOVE REG-CONTROLE-EXECUCAO TO TAB-CTX-REGISTRO(WRK-CTX-POS).
            PERFORM REGRAVA-CONTROLE-EXECUCAO.
            MOVE WRK-CTX-RC TO RETURN-CODE.

       INCLUI-CONTROLE-EXECUCAO.
            IF WRK-CTX-QTD >= 2000
                DISPLAY "CONTROLE DE EXECUCAO EXCEDE O LIMITE DE "
                        "2000 REGISTROS"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            ADD 1 TO WRK-CTX-QTD.
            MOVE WRK-CTX-QTD TO WRK-CTX-POS.
            INITIALIZE REG-CONTROLE-EXECUCAO.
            MOVE WRK-CTX-PROGRAMA TO CTX-PROGRAMA.
            MOVE WRK-CTX-DATA     TO CTX-DATA-PROCESSO.
            MOVE "N"              TO CTX-REEXECUCAO.

       LOCALIZA-CONTROLE-EXECUCAO.
            MOVE ZEROS TO WRK-CTX-POS.
            PERFORM VARYING WRK-CTX-IDX FROM 1 BY 1
                    UNTIL WRK-CTX-IDX > WRK-CTX-QTD
                    OR WRK-CTX-POS > ZEROS
                MOVE TAB-CTX-REGISTRO(WRK-CTX-IDX)
                    TO REG-CONTROLE-EXECUCAO
                IF CTX-PROGRAMA = WRK-CTX-PROGRAMA
                   AND CTX-DATA-PROCESSO = WRK-CTX-DATA
                    MOVE WRK-CTX-IDX TO WRK-CTX-POS
                END-IF
            END-PERFORM.

       CARREGA-CONTROLE-EXECUCAO.
            MOVE ZEROS TO WRK-CTX-QTD.
            MOVE "N" TO WRK-CTX-FIM.
            ACCEPT WRK-CTX-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-CTX-DIA-CORTE =
                FUNCTION INTEGER-OF-DATE (WRK-CTX-DATA-HOJE)
                - WRK-CTX-DIAS-RETENCAO.
            OPEN INPUT CONTROLE-EXECUCAO-ARQUIVO.
            IF WRK-FS-CTLEXEC = "35"
                SET FIM-CTX-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-CTLEXEC NOT = "00"
                    DISPLAY "CONTROLE DE EXECUCAO INDISPONIVEL - FS: "
                            WRK-FS-CTLEXEC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-CTX-ARQUIVO
                READ CONTROLE-EXECUCAO-ARQUIVO
                    AT END
                        SET FIM-CTX-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM CARREGA-UM-CONTROLE-EXECUCAO
                END-READ
            END-PERFORM.
            IF WRK-FS-CTLEXEC NOT = "35"
                CLOSE CONTROLE-EXECUCAO-ARQUIVO
            END-IF.

       CARREGA-UM-CONTROLE-EXECUCAO.
            IF CTX-DATA-PROCESSO > ZEROS
               AND FUNCTION INTEGER-OF-DATE (CTX-DATA-PROCESSO)
                   >= WRK-CTX-DIA-CORTE
                IF WRK-CTX-QTD >= 2000
                    DISPLAY "CONTROLE DE EXECUCAO EXCEDE O LIMITE DE "
                            "2000 REGISTROS"
                    CLOSE CONTROLE-EXECUCAO-ARQUIVO
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-CTX-QTD
                MOVE REG-CONTROLE-EXECUCAO
                    TO TAB-CTX-REGISTRO(WRK-CTX-QTD)
            END-IF.

       REGRAVA-CONTROLE-EXECUCAO.
            OPEN OUTPUT CONTROLE-EXECUCAO-ARQUIVO.
            IF WRK-FS-CTLEXEC NOT = "00"
                DISPLAY "ERRO AO REGRAVAR CTLEXEC - FS: "
                        WRK-FS-CTLEXEC
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-CTX-IDX FROM 1 BY 1
                    UNTIL WRK-CTX-IDX > WRK-CTX-QTD
                MOVE TAB-CTX-REGISTRO(WRK-CTX-IDX)
                    TO REG-CONTROLE-EXECUCAO
                WRITE REG-CONTROLE-EXECUCAO
            END-PERFORM.
            CLOSE CONTROLE-EXECUCAO-ARQUIVO.
