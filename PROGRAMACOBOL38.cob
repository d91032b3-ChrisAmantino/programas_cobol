      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: RELATORIO DA MANHA DO RETORNO DAS INTERFACES DE SAIDA
      * - CASA O ARQUIVO DE RETORNO DEVOLVIDO PELOS SISTEMAS DESTINO
      * (ACKRET, COPY INTFACK - UM REGISTRO POR CARGA, COM INTERFACE,
      * NUMERO SEQUENCIAL DO ARQUIVO, SITUACAO, CONTAGEM E HASH
      * APURADOS NO DESTINO) CONTRA O MANIFESTO DE INTERFACES
      * (INTFMAN, COPYBOOKS INTFMAN/INTFWS/INTFP) GRAVADO PELOS
      * PROGRAMAS QUE GERAM O CONTJRN, O RELFECH (PROGRAMACOBOL04) E
      * O EXTRMKT (PROGRAMACOBOL24), ATUALIZA A SITUACAO DE CADA
      * ARQUIVO NO MANIFESTO E LISTA NO SYSOUT:
      * 1) OS RETORNOS RECEBIDOS, APONTANDO ARQUIVO REJEITADO PELO
      *    DESTINO, ACEITO COM CONTAGEM OU HASH DIFERENTE DO TRAILER,
      *    CARREGADO DUAS VEZES (O MESMO ARQUIVO DE NOVO, OU OUTRO
      *    ARQUIVO DA MESMA INTERFACE E DATA DE REFERENCIA JA
      *    CARREGADO), ARQUIVO SUBSTITUIDO OU NAO LIBERADO QUE FOI
      *    CARREGADO E RETORNO DE ARQUIVO QUE NAO ESTA NO MANIFESTO;
      * 2) OS ARQUIVOS GERADOS QUE AINDA NAO TIVERAM RETORNO.
      * RETORNO COM DATA/HORA DE CARGA NAO POSTERIOR A DO ULTIMO JA
      * REGISTRADO PARA O ARQUIVO E CONSIDERADO JA PROCESSADO (A
      * REEXECUCAO DO RELATORIO NAO ACUSA DUPLICIDADE FALSA). SEM O
      * ACKRET (FILE STATUS 35) NENHUMA CARGA FOI CONFIRMADA E TODOS
      * OS ARQUIVOS GERADOS SAEM COMO SEM RETORNO. RODA NO JOB
      * PROGSTAT, ANTES DA ABERTURA DAS LOJAS.
      * RETURN-CODE: 0 = TODOS OS ARQUIVOS CONFIRMADOS E CONFERIDOS;
      * 4 = ARQUIVO SEM RETORNO; 8 = REJEICAO, DIVERGENCIA DE
      * CONTAGEM/HASH, CARGA EM DUPLICIDADE OU RETORNO SEM ARQUIVO NO
      * MANIFESTO; 16 = ERRO DE ABERTURA OU LIMITE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL38.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFESTO-ARQUIVO ASSIGN TO "INTFMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTFMAN.
           SELECT RETORNO-ARQUIVO ASSIGN TO "ACKRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ACKRET.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  MANIFESTO-ARQUIVO.
       COPY INTFMAN.

       FD  RETORNO-ARQUIVO.
       COPY INTFACK.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY INTFWS.
       77 WRK-FS-ACKRET         PIC X(02) VALUE "00".
       77 WRK-FIM-ACKRET        PIC X(01) VALUE "N".
           88 FIM-ACKRET           VALUE "S".
       77 WRK-QTD-RETORNOS      PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ACEITOS       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REJEITADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERGENTES   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DUPLICADOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-MANIFESTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-JA-PROCESSADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-INFORMATIVOS  PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-OCORRENCIAS   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PENDENTES     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATUALIZADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-OCORRENCIA        PIC X(45) VALUE SPACES.
       77 WRK-MOMENTO-RETORNO   PIC 9(14) VALUE ZEROS.
       77 WRK-MOMENTO-REGISTRO  PIC 9(14) VALUE ZEROS.
       77 WRK-MANIFESTO-ATUAL   PIC X(145) VALUE SPACES.
       77 WRK-SEQ-OUTRA-CARGA   PIC 9(06) VALUE ZEROS.
       77 WRK-OUTRA-CARGA       PIC X(01) VALUE "N".
           88 OUTRA-CARGA-ACHADA   VALUE "S".
       77 WRK-IMPRIME-CONTAGEM  PIC X(01) VALUE "N".
           88 IMPRIME-CONTAGEM     VALUE "S".
       77 WRK-QTD-ED            PIC Z.ZZZ.ZZ9.
       77 WRK-QTD-RET-ED        PIC Z.ZZZ.ZZ9.
       77 WRK-HASH-ED           PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-HASH-RET-ED       PIC -Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            MOVE "PROGRAMACOBOL38" TO WRK-ITF-PROGRAMA.
            PERFORM CARREGA-MANIFESTO.
            DISPLAY "============================================".
            DISPLAY "   RETORNO DAS INTERFACES DE SAIDA".
            DISPLAY "============================================".
            DISPLAY "DATA DE PROCESSAMENTO ATUAL..: " WRK-DATA-PROCESSO.
            DISPLAY "ARQUIVOS NO MANIFESTO........: " WRK-ITF-QTD.
            DISPLAY " ".
            PERFORM PROCESSA-RETORNOS.
            IF WRK-QTD-ATUALIZADOS > ZEROS
                PERFORM REGRAVA-MANIFESTO
            END-IF.
            PERFORM LISTA-SEM-RETORNO.
            PERFORM IMPRIME-RESUMO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL38" TO AUD-PROGRAMA.
            STRING "RET " DELIMITED BY SIZE
                   WRK-QTD-RETORNOS DELIMITED BY SIZE
                   " ACEITOS " DELIMITED BY SIZE
                   WRK-QTD-ACEITOS DELIMITED BY SIZE
                   " OCORR " DELIMITED BY SIZE
                   WRK-QTD-OCORRENCIAS DELIMITED BY SIZE
                   " PENDENTES " DELIMITED BY SIZE
                   WRK-QTD-PENDENTES DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            EVALUATE TRUE
                WHEN WRK-QTD-OCORRENCIAS > ZEROS
                    DISPLAY "OCORRENCIAS NO RETORNO DAS INTERFACES - "
                            "RETURN-CODE 8"
                    MOVE 8 TO RETURN-CODE
                WHEN WRK-QTD-PENDENTES > ZEROS
                    DISPLAY "ARQUIVOS AGUARDANDO RETORNO - "
                            "RETURN-CODE 4"
                    MOVE 4 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "TODOS OS ARQUIVOS CONFIRMADOS E CONFERIDOS"
                    MOVE 0 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

       PROCESSA-RETORNOS.
            DISPLAY "1) RETORNOS RECEBIDOS DOS DESTINOS".
            DISPLAY "INTERFACE SEQUEN REFERENC S OCORRENCIA".
            OPEN INPUT RETORNO-ARQUIVO.
            IF WRK-FS-ACKRET = "35"
                DISPLAY "ARQUIVO DE RETORNO ACKRET AUSENTE - NENHUMA "
                        "CARGA CONFIRMADA PELOS DESTINOS"
                SET FIM-ACKRET TO TRUE
            ELSE
                IF WRK-FS-ACKRET NOT = "00"
                    DISPLAY "ARQUIVO ACKRET INDISPONIVEL - FS: "
                            WRK-FS-ACKRET
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ACKRET
                READ RETORNO-ARQUIVO
                    AT END
                        SET FIM-ACKRET TO TRUE
                    NOT AT END
                        PERFORM PROCESSA-UM-RETORNO
                END-READ
            END-PERFORM.
            IF WRK-FS-ACKRET NOT = "35"
                CLOSE RETORNO-ARQUIVO
            END-IF.
            IF WRK-QTD-RETORNOS = ZEROS
                DISPLAY "NENHUM RETORNO RECEBIDO"
            END-IF.
            DISPLAY " ".

       PROCESSA-UM-RETORNO.
            ADD 1 TO WRK-QTD-RETORNOS.
            MOVE "N" TO WRK-IMPRIME-CONTAGEM.
            PERFORM LOCALIZA-MANIFESTO.
            IF WRK-ITF-POS = ZEROS
                ADD 1 TO WRK-QTD-SEM-MANIFESTO
                ADD 1 TO WRK-QTD-OCORRENCIAS
                MOVE "RETORNO DE ARQUIVO FORA DO MANIFESTO"
                    TO WRK-OCORRENCIA
                DISPLAY RET-INTERFACE "  " RET-SEQUENCIA " "
                        "-------- " RET-SITUACAO " " WRK-OCORRENCIA
            ELSE
                MOVE TAB-ITF-REGISTRO(WRK-ITF-POS) TO REG-MANIFESTO
                COMPUTE WRK-MOMENTO-RETORNO =
                    RET-DATA-CARGA * 1000000 + RET-HORA-CARGA
                COMPUTE WRK-MOMENTO-REGISTRO =
                    MAN-DATA-RETORNO * 1000000 + MAN-HORA-RETORNO
                IF MAN-DATA-RETORNO > ZEROS
                   AND WRK-MOMENTO-RETORNO NOT > WRK-MOMENTO-REGISTRO
                    ADD 1 TO WRK-QTD-JA-PROCESSADOS
                    MOVE "RETORNO JA PROCESSADO - IGNORADO"
                        TO WRK-OCORRENCIA
                ELSE
                    PERFORM CONFERE-RETORNO
                END-IF
                DISPLAY MAN-INTERFACE "  " MAN-SEQUENCIA " "
                        MAN-DATA-REFERENCIA " " MAN-SITUACAO " "
                        WRK-OCORRENCIA
                IF IMPRIME-CONTAGEM
                    PERFORM IMPRIME-CONTAGEM-RETORNO
                END-IF
            END-IF.

       LOCALIZA-MANIFESTO.
            MOVE ZEROS TO WRK-ITF-POS.
            PERFORM VARYING WRK-ITF-IDX FROM 1 BY 1
                    UNTIL WRK-ITF-IDX > WRK-ITF-QTD
                    OR WRK-ITF-POS > ZEROS
                MOVE TAB-ITF-REGISTRO(WRK-ITF-IDX) TO REG-MANIFESTO
                IF MAN-INTERFACE = RET-INTERFACE
                   AND MAN-SEQUENCIA = RET-SEQUENCIA
                    MOVE WRK-ITF-IDX TO WRK-ITF-POS
                END-IF
            END-PERFORM.

      * A SITUACAO DO ARQUIVO NO MANIFESTO DECIDE O QUE O RETORNO
      * SIGNIFICA; O RETORNO E SEMPRE CARIMBADO NO REGISTRO.
       CONFERE-RETORNO.
            EVALUATE TRUE
                WHEN NOT RET-ACEITO AND NOT RET-REJEITADO
                    ADD 1 TO WRK-QTD-OCORRENCIAS
                    MOVE "SITUACAO DE RETORNO INVALIDA"
                        TO WRK-OCORRENCIA
                WHEN RET-REJEITADO AND MAN-SUBSTITUIDO
                    ADD 1 TO WRK-QTD-INFORMATIVOS
                    MOVE "REJEITADO - ARQUIVO JA SUBSTITUIDO"
                        TO WRK-OCORRENCIA
                WHEN RET-REJEITADO
                    ADD 1 TO WRK-QTD-REJEITADOS
                    ADD 1 TO WRK-QTD-OCORRENCIAS
                    SET MAN-REJEITADO TO TRUE
                    MOVE SPACES TO WRK-OCORRENCIA
                    STRING "REJEITADO: " DELIMITED BY SIZE
                           RET-MOTIVO DELIMITED BY SIZE
                        INTO WRK-OCORRENCIA
                WHEN MAN-ACEITO OR MAN-DIVERGENTE
                    ADD 1 TO MAN-QTD-CARGAS
                    ADD 1 TO WRK-QTD-DUPLICADOS
                    ADD 1 TO WRK-QTD-OCORRENCIAS
                    SET MAN-DIVERGENTE TO TRUE
                    MOVE "CARGA EM DUPLICIDADE"
                        TO WRK-OCORRENCIA
                WHEN MAN-SUBSTITUIDO
                    ADD 1 TO MAN-QTD-CARGAS
                    ADD 1 TO WRK-QTD-DUPLICADOS
                    ADD 1 TO WRK-QTD-OCORRENCIAS
                    SET MAN-DIVERGENTE TO TRUE
                    MOVE "SUBSTITUIDO E CARREGADO"
                        TO WRK-OCORRENCIA
                WHEN MAN-NAO-LIBERADO
                    ADD 1 TO MAN-QTD-CARGAS
                    ADD 1 TO WRK-QTD-OCORRENCIAS
                    SET MAN-DIVERGENTE TO TRUE
                    MOVE "NAO LIBERADO E CARREGADO"
                        TO WRK-OCORRENCIA
                WHEN OTHER
                    ADD 1 TO MAN-QTD-CARGAS
                    PERFORM CONFERE-CARGA-ACEITA
            END-EVALUATE.
            IF RET-ACEITO OR RET-REJEITADO
                MOVE RET-DATA-CARGA    TO MAN-DATA-RETORNO
                MOVE RET-HORA-CARGA    TO MAN-HORA-RETORNO
                MOVE RET-QTD-REGISTROS TO MAN-QTD-RETORNO
                MOVE RET-HASH          TO MAN-HASH-RETORNO
                IF RET-REJEITADO
                    MOVE RET-MOTIVO TO MAN-MOTIVO
                ELSE
                    MOVE WRK-OCORRENCIA TO MAN-MOTIVO
                END-IF
                MOVE REG-MANIFESTO TO TAB-ITF-REGISTRO(WRK-ITF-POS)
                ADD 1 TO WRK-QTD-ATUALIZADOS
            END-IF.

      * ARQUIVO GERADO (OU REJEITADO ANTES E AGORA ACEITO): OUTRO
      * ARQUIVO DA MESMA INTERFACE E DATA JA CARREGADO E DUPLICIDADE;
      * SENAO A CONTAGEM E O HASH DO DESTINO TEM DE BATER COM O
      * TRAILER GRAVADO.
       CONFERE-CARGA-ACEITA.
            PERFORM PROCURA-OUTRA-CARGA.
            IF OUTRA-CARGA-ACHADA
                ADD 1 TO WRK-QTD-DUPLICADOS
                ADD 1 TO WRK-QTD-OCORRENCIAS
                SET MAN-DIVERGENTE TO TRUE
                MOVE SPACES TO WRK-OCORRENCIA
                STRING "DATA JA CARREGADA - ARQ " DELIMITED BY SIZE
                       WRK-SEQ-OUTRA-CARGA DELIMITED BY SIZE
                    INTO WRK-OCORRENCIA
            ELSE
                IF RET-QTD-REGISTROS = MAN-QTD-REGISTROS
                   AND RET-HASH = MAN-HASH
                    ADD 1 TO WRK-QTD-ACEITOS
                    SET MAN-ACEITO TO TRUE
                    MOVE "ACEITO - CONTAGEM/HASH OK"
                        TO WRK-OCORRENCIA
                ELSE
                    ADD 1 TO WRK-QTD-DIVERGENTES
                    ADD 1 TO WRK-QTD-OCORRENCIAS
                    SET MAN-DIVERGENTE TO TRUE
                    SET IMPRIME-CONTAGEM TO TRUE
                    MOVE "CONTAGEM/HASH DIVERGENTE"
                        TO WRK-OCORRENCIA
                END-IF
            END-IF.

       PROCURA-OUTRA-CARGA.
            MOVE "N" TO WRK-OUTRA-CARGA.
            MOVE REG-MANIFESTO TO WRK-MANIFESTO-ATUAL.
            MOVE MAN-INTERFACE TO WRK-ITF-INTERFACE.
            MOVE MAN-DATA-REFERENCIA TO WRK-ITF-DATA-REFERENCIA.
            PERFORM VARYING WRK-ITF-IDX FROM 1 BY 1
                    UNTIL WRK-ITF-IDX > WRK-ITF-QTD
                    OR OUTRA-CARGA-ACHADA
                MOVE TAB-ITF-REGISTRO(WRK-ITF-IDX) TO REG-MANIFESTO
                IF WRK-ITF-IDX NOT = WRK-ITF-POS
                   AND MAN-INTERFACE = WRK-ITF-INTERFACE
                   AND MAN-DATA-REFERENCIA = WRK-ITF-DATA-REFERENCIA
                   AND (MAN-ACEITO OR MAN-DIVERGENTE)
                    MOVE MAN-SEQUENCIA TO WRK-SEQ-OUTRA-CARGA
                    SET OUTRA-CARGA-ACHADA TO TRUE
                END-IF
            END-PERFORM.
            MOVE WRK-MANIFESTO-ATUAL TO REG-MANIFESTO.

       IMPRIME-CONTAGEM-RETORNO.
            MOVE MAN-QTD-REGISTROS TO WRK-QTD-ED.
            MOVE MAN-HASH          TO WRK-HASH-ED.
            MOVE RET-QTD-REGISTROS TO WRK-QTD-RET-ED.
            MOVE RET-HASH          TO WRK-HASH-RET-ED.
            DISPLAY "         ENVIADO.: REGISTROS " WRK-QTD-ED
                    " HASH " WRK-HASH-ED.
            DISPLAY "         RECEBIDO: REGISTROS " WRK-QTD-RET-ED
                    " HASH " WRK-HASH-RET-ED.

       LISTA-SEM-RETORNO.
            DISPLAY "2) ARQUIVOS GERADOS SEM RETORNO DO DESTINO".
            DISPLAY "INTERFACE SEQUEN REFERENC GERADO EM       "
                    "REGISTROS".
            PERFORM VARYING WRK-ITF-IDX FROM 1 BY 1
                    UNTIL WRK-ITF-IDX > WRK-ITF-QTD
                MOVE TAB-ITF-REGISTRO(WRK-ITF-IDX) TO REG-MANIFESTO
                IF MAN-GERADO
                    ADD 1 TO WRK-QTD-PENDENTES
                    MOVE MAN-QTD-REGISTROS TO WRK-QTD-ED
                    DISPLAY MAN-INTERFACE "  " MAN-SEQUENCIA " "
                            MAN-DATA-REFERENCIA " "
                            MAN-DATA-GERACAO "-" MAN-HORA-GERACAO " "
                            WRK-QTD-ED
                END-IF
            END-PERFORM.
            IF WRK-QTD-PENDENTES = ZEROS
                DISPLAY "NENHUM ARQUIVO AGUARDANDO RETORNO"
            END-IF.
            DISPLAY " ".

       IMPRIME-RESUMO.
            DISPLAY "RETORNOS LIDOS................: " WRK-QTD-RETORNOS.
            DISPLAY "ACEITOS E CONFERIDOS..........: " WRK-QTD-ACEITOS.
            DISPLAY "REJEITADOS PELO DESTINO.......: "
                    WRK-QTD-REJEITADOS.
            DISPLAY "CONTAGEM/HASH DIVERGENTE......: "
                    WRK-QTD-DIVERGENTES.
            DISPLAY "CARGAS EM DUPLICIDADE.........: "
                    WRK-QTD-DUPLICADOS.
            DISPLAY "RETORNOS FORA DO MANIFESTO....: "
                    WRK-QTD-SEM-MANIFESTO.
            DISPLAY "RETORNOS JA PROCESSADOS.......: "
                    WRK-QTD-JA-PROCESSADOS.
            DISPLAY "ARQUIVOS SEM RETORNO..........: "
                    WRK-QTD-PENDENTES.

       COPY DATPROCP.

       COPY INTFP.

       COPY AUDITP.
