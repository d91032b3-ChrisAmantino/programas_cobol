      ******************************************************************
      * Copybook: INTFP
      * Purpose: PARAGRAFOS COMPARTILHADOS DO MANIFESTO DE INTERFACES
      * DE SAIDA (ARQUIVO INTFMAN). O PROGRAMA QUE GERA UM ARQUIVO DE
      * INTERFACE MOVE O NOME DO PROGRAMA PARA WRK-ITF-PROGRAMA E O
      * NOME DA INTERFACE PARA WRK-ITF-INTERFACE E EXECUTA:
      *   RESERVA-SEQUENCIA-INTERFACE - ANTES DE GRAVAR O HEADER;
      *     DEVOLVE EM WRK-ITF-SEQUENCIA O PROXIMO NUMERO SEQUENCIAL
      *     DO ARQUIVO NA INTERFACE (ULTIMO DO MANIFESTO + 1).
      *   REGISTRA-MANIFESTO - DEPOIS DE FECHAR O ARQUIVO, COM
      *     WRK-ITF-SEQUENCIA, WRK-ITF-DATA-REFERENCIA,
      *     WRK-ITF-QTD-REGISTROS, WRK-ITF-HASH E WRK-ITF-SITUACAO
      *     (G OU N) JA MOVIDOS. O ARQUIVO AINDA NAO CONFIRMADO DA
      *     MESMA INTERFACE E DATA DE REFERENCIA (REEXECUCAO) FICA
      *     COMO SUBSTITUIDO. O REGISTRO E GRAVADO NO AUDITLOG.
      * CARREGA-MANIFESTO E REGRAVA-MANIFESTO SAO USADOS TAMBEM PELO
      * CASAMENTO DOS RETORNOS (PROGRAMACOBOL38).
      * REQUER FILE-CONTROL/FD PARA MANIFESTO-ARQUIVO (COPY INTFMAN),
      * WORKING-STORAGE COPY INTFWS E O PARAGRAFO GRAVA-AUDITORIA
      * (COPY AUDITP) NO PROGRAMA CHAMADOR.
      ******************************************************************
       RESERVA-SEQUENCIA-INTERFACE.
            PERFORM CARREGA-MANIFESTO.
            MOVE ZEROS TO WRK-ITF-SEQUENCIA.
            PERFORM VARYING WRK-ITF-IDX FROM 1 BY 1
                    UNTIL WRK-ITF-IDX > WRK-ITF-QTD
                MOVE TAB-ITF-REGISTRO(WRK-ITF-IDX) TO REG-MANIFESTO
                IF MAN-INTERFACE = WRK-ITF-INTERFACE
                   AND MAN-SEQUENCIA > WRK-ITF-SEQUENCIA
                    MOVE MAN-SEQUENCIA TO WRK-ITF-SEQUENCIA
                END-IF
            END-PERFORM.
            IF WRK-ITF-SEQUENCIA = 999999
                MOVE ZEROS TO WRK-ITF-SEQUENCIA
            END-IF.
            ADD 1 TO WRK-ITF-SEQUENCIA.
            DISPLAY "INTERFACE " WRK-ITF-INTERFACE " - ARQUIVO "
                    "SEQUENCIA " WRK-ITF-SEQUENCIA.

       REGISTRA-MANIFESTO.
            PERFORM CARREGA-MANIFESTO.
            PERFORM VARYING WRK-ITF-IDX FROM 1 BY 1
                    UNTIL WRK-ITF-IDX > WRK-ITF-QTD
                MOVE TAB-ITF-REGISTRO(WRK-ITF-IDX) TO REG-MANIFESTO
                IF MAN-INTERFACE = WRK-ITF-INTERFACE
                   AND MAN-DATA-REFERENCIA = WRK-ITF-DATA-REFERENCIA
                   AND (MAN-GERADO OR MAN-NAO-LIBERADO
                        OR MAN-REJEITADO OR MAN-DIVERGENTE)
                    SET MAN-SUBSTITUIDO TO TRUE
                    MOVE REG-MANIFESTO TO TAB-ITF-REGISTRO(WRK-ITF-IDX)
                    DISPLAY "INTERFACE " WRK-ITF-INTERFACE
                            " - ARQUIVO SEQUENCIA " MAN-SEQUENCIA
                            " SUBSTITUIDO PELO " WRK-ITF-SEQUENCIA
                END-IF
            END-PERFORM.
            IF WRK-ITF-QTD >= 5000
                DISPLAY "MANIFESTO DE INTERFACES EXCEDE O LIMITE DE "
                        "5000 REGISTROS"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            INITIALIZE REG-MANIFESTO.
            MOVE WRK-ITF-INTERFACE       TO MAN-INTERFACE.
            MOVE WRK-ITF-SEQUENCIA       TO MAN-SEQUENCIA.
            MOVE WRK-ITF-DATA-REFERENCIA TO MAN-DATA-REFERENCIA.
            MOVE WRK-ITF-PROGRAMA        TO MAN-PROGRAMA.
            ACCEPT MAN-DATA-GERACAO FROM DATE YYYYMMDD.
            ACCEPT WRK-ITF-HORA-COMPLETA FROM TIME.
            MOVE WRK-ITF-HORA-COMPLETA(1:6) TO MAN-HORA-GERACAO.
            MOVE WRK-ITF-QTD-REGISTROS   TO MAN-QTD-REGISTROS.
            MOVE WRK-ITF-HASH            TO MAN-HASH.
            MOVE WRK-ITF-SITUACAO        TO MAN-SITUACAO.
            MOVE SPACES                  TO MAN-MOTIVO.
            ADD 1 TO WRK-ITF-QTD.
            MOVE REG-MANIFESTO TO TAB-ITF-REGISTRO(WRK-ITF-QTD).
            PERFORM REGRAVA-MANIFESTO.
            INITIALIZE REG-AUDITORIA.
            MOVE WRK-ITF-PROGRAMA TO AUD-PROGRAMA.
            STRING "ENVIO " DELIMITED BY SIZE
                   WRK-ITF-INTERFACE DELIMITED BY SIZE
                   " SEQ " DELIMITED BY SIZE
                   WRK-ITF-SEQUENCIA DELIMITED BY SIZE
                   " REGS " DELIMITED BY SIZE
                   WRK-ITF-QTD-REGISTROS DELIMITED BY SIZE
                   " SITUACAO " DELIMITED BY SIZE
                   WRK-ITF-SITUACAO DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       CARREGA-MANIFESTO.
            MOVE ZEROS TO WRK-ITF-QTD.
            MOVE "N" TO WRK-ITF-FIM.
            ACCEPT WRK-ITF-DATA-HOJE FROM DATE YYYYMMDD.
            COMPUTE WRK-ITF-DIA-CORTE =
                FUNCTION INTEGER-OF-DATE (WRK-ITF-DATA-HOJE)
                - WRK-ITF-DIAS-RETENCAO.
            OPEN INPUT MANIFESTO-ARQUIVO.
            IF WRK-FS-INTFMAN = "35"
                SET FIM-ITF-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-INTFMAN NOT = "00"
                    DISPLAY "MANIFESTO DE INTERFACES INDISPONIVEL - "
                            "FS: " WRK-FS-INTFMAN
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ITF-ARQUIVO
                READ MANIFESTO-ARQUIVO
                    AT END
                        SET FIM-ITF-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM CARREGA-UM-MANIFESTO
                END-READ
            END-PERFORM.
            IF WRK-FS-INTFMAN NOT = "35"
                CLOSE MANIFESTO-ARQUIVO
            END-IF.

       CARREGA-UM-MANIFESTO.
            IF (MAN-ACEITO OR MAN-SUBSTITUIDO)
               AND MAN-DATA-GERACAO > ZEROS
               AND FUNCTION INTEGER-OF-DATE (MAN-DATA-GERACAO)
                   < WRK-ITF-DIA-CORTE
                CONTINUE
            ELSE
                IF WRK-ITF-QTD >= 5000
                    DISPLAY "MANIFESTO DE INTERFACES EXCEDE O LIMITE "
                            "DE 5000 REGISTROS"
                    CLOSE MANIFESTO-ARQUIVO
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-ITF-QTD
                MOVE REG-MANIFESTO TO TAB-ITF-REGISTRO(WRK-ITF-QTD)
            END-IF.

       REGRAVA-MANIFESTO.
            OPEN OUTPUT MANIFESTO-ARQUIVO.
            IF WRK-FS-INTFMAN NOT = "00"
                DISPLAY "ERRO AO REGRAVAR INTFMAN - FS: "
                        WRK-FS-INTFMAN
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-ITF-IDX FROM 1 BY 1
                    UNTIL WRK-ITF-IDX > WRK-ITF-QTD
                MOVE TAB-ITF-REGISTRO(WRK-ITF-IDX) TO REG-MANIFESTO
                WRITE REG-MANIFESTO
            END-PERFORM.
            CLOSE MANIFESTO-ARQUIVO.
