      * RETURN-CODE: 0 = OK; 4 = CONTESTACAO SEM TRANSACAO NO
      * TRANLOG (LISTADA NO RELATORIO); 12 = CADASTRO DE CLIENTES
      * FORA DE ORDEM (CARGA CLIMLOAD); 16 = ERRO DE ABERTURA.
      * Update: 047 - CONTROLE DE EXECUCAO DO LOTE (CTLEXEC, COPYBOOKS
      * CTLEXEC/CTLEXWS/CTLEXP): O MODO LOTE REGISTRA INICIO, FIM E
      * RETURN-CODE POR DATA DE PROCESSAMENTO E RECUSA PROCESSAR DE
      * NOVO O CHBACK DE UMA DATA JA CONCLUIDA (RETURN-CODE 8) SEM A
      * LIBERACAO DE REEXECUCAO DO PROGRAMACOBOL30. A MANUTENCAO
      * INTERATIVA NAO E CONTROLADA.
      * Update: 052 - CLIENTE ANONIMIZADO (SITUACAO X, LGPD) NAO E
      * MAIS BLOQUEADO PELA REGRA DE DISPUTAS PERDIDAS - O BLOQUEIO
      * TIRARIA A SITUACAO X E O CLIENTE VOLTARIA AOS EXTRATOS.
      * Update: 053 - EFEITO FINANCEIRO DAS DISPUTAS: CADA DISPUTA
      * REGISTRADA NO LOTE GERA O EVENTO DE PROVISAO (ARQUIVO
      * CHBCONT, COPY CHBCONT - LANCADO NO CONTJRN PELO
      * PROGRAMACOBOL04) E FICA MARCADA COM DISP-PROVISAO. NA
      * MANUTENCAO, A DISPUTA PERDIDA GRAVA O EVENTO DE PERDA,
      * CANCELA AS PARCELAS EM ABERTO DA AUTORIZACAO NO PARCREC,
      * ABATE A COMPRA DO MES DO EXPOSTO DO CLIENTE NO CLIMAST
      * (MESMA REGRA DA DEVOLUCAO DO PROGRAMACOBOL03) E ESTORNA OS
      * PONTOS DA COMPRA (MOVIMENTO "C" NO PONTMOV, SALDO DO
      * PONTMAST, LIMITADO AO SALDO DISPONIVEL); A DISPUTA GANHA
      * COM PROVISAO GRAVA O EVENTO DE REVERSAO. GANHA E PERDIDA
      * PASSAM A SER STATUS FINAIS - A MUDANCA E RECUSADA.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL14.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT CONTROLE-EXECUCAO-ARQUIVO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLEXEC.
           SELECT EVENTOS-CHB-ARQUIVO ASSIGN TO "CHBCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHBCONT.
           SELECT PARCELAS-ARQUIVO ASSIGN TO "PARCREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARCREC.
           SELECT PONTOS-MASTER ASSIGN TO "PONTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMAST.
           SELECT MOVIMENTO-PONTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMOV.
       DATA DIVISION.
       FILE SECTION.
       FD  CHARGEBACK-ARQUIVO.
       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       FD  EVENTOS-CHB-ARQUIVO.
       COPY CHBCONT.

       FD  PARCELAS-ARQUIVO.
       COPY PARCREC.

       FD  PONTOS-MASTER.
       COPY PONTMAST.

       FD  MOVIMENTO-PONTOS.
       COPY PONTMOV.

       WORKING-STORAGE SECTION.
       COPY CTLEXWS.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CLIMTAB.
       COPY PONTLOTE.
       77 WRK-FS-CHBACK      PIC X(02) VALUE "00".
       77 WRK-FS-DISPUTA     PIC X(02) VALUE "00".
       77 WRK-FS-TRANLOG     PIC X(02) VALUE "00".
       77 WRK-QTD-ANA        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-GAN        PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PER        PIC 9(04) VALUE ZEROS.
       77 WRK-FS-CHBCONT     PIC X(02) VALUE "00".
       77 WRK-FS-PARCREC     PIC X(02) VALUE "00".
       77 WRK-FS-PONTMAST    PIC X(02) VALUE "00".
       77 WRK-FS-PONTMOV     PIC X(02) VALUE "00".
       77 WRK-QTD-PROVISOES  PIC 9(04) VALUE ZEROS.
       77 WRK-CBC-TIPO       PIC X(01) VALUE SPACES.
       77 WRK-CBC-CODIGO     PIC X(06) VALUE SPACES.
       77 WRK-CBC-BANDEIRA   PIC 9(01) VALUE ZEROS.
       77 WRK-CBC-VALOR      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-CBC-PROVISAO   PIC X(01) VALUE SPACES.
       77 WRK-COMPRA-ACHADA  PIC X(01) VALUE "N".
           88 COMPRA-ACHADA     VALUE "S".
       77 WRK-COMPRA-DATA    PIC 9(08) VALUE ZEROS.
       77 WRK-COMPRA-VALOR   PIC 9(04)V99 VALUE ZEROS.
       77 WRK-COMPRA-BANDEIRA PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-PARCREC    PIC X(01) VALUE "N".
           88 FIM-PARCREC       VALUE "S".
       77 WRK-QTD-PARC-TAB   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARC-CANC  PIC 9(03) VALUE ZEROS.
       77 WRK-PARC-J         PIC 9(05) VALUE ZEROS.
       77 WRK-POS-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-EXPOSTO-ESTORNO PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIM-PONTMAST   PIC X(01) VALUE "N".
           88 FIM-PONTMAST      VALUE "S".
       77 WRK-FIM-PONTMOV    PIC X(01) VALUE "N".
           88 FIM-PONTMOV       VALUE "S".
       77 WRK-QTD-PONTOS-CLI PIC 9(05) VALUE ZEROS.
       77 WRK-POS-PONTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-PONT-I         PIC 9(05) VALUE ZEROS.
       77 WRK-ACUMULO-ACHADO PIC X(01) VALUE "N".
           88 ACUMULO-ACHADO    VALUE "S".
       77 WRK-PONTOS-COMPRA  PIC 9(07) VALUE ZEROS.
       77 WRK-PONTOS-ESTORNO PIC 9(07) VALUE ZEROS.
       77 WRK-PONTOS-LOTE    PIC 9(07) VALUE ZEROS.
       77 WRK-PONTOS-NAO-EST PIC 9(07) VALUE ZEROS.
       77 WRK-MES-LOTE-COMPRA PIC 9(06) VALUE ZEROS.
       77 WRK-MOV-PONTOS     PIC 9(07) VALUE ZEROS.
       77 WRK-MOV-VALOR      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MOV-MES-ORIGEM PIC 9(06) VALUE ZEROS.
       01  TAB-CHARGEBACKS.
           05 TAB-CHARGEBACK OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTD-CHB.
               10 TAB-CHB-CPF       PIC 9(11).
               10 TAB-CHB-VALOR     PIC 9(04)V99.
               10 TAB-CHB-MOTIVO    PIC X(02).
               10 TAB-CHB-BANDEIRA  PIC 9(01).
               10 TAB-CHB-SITUACAO  PIC X(01).
                   88 CHB-NAO-CASADA   VALUE "N".
                   88 CHB-CASADA       VALUE "C".
               10 TAB-DISP-VALOR    PIC 9(04)V99.
               10 TAB-DISP-MOTIVO   PIC X(02).
               10 TAB-DISP-STATUS   PIC X(01).
               10 TAB-DISP-PROVISAO PIC X(01).
       01  TAB-PARCELAS.
           05 TAB-PARCELA OCCURS 1 TO 20000 TIMES
                          DEPENDING ON WRK-QTD-PARC-TAB.
               10 TAB-PARC-REGISTRO PIC X(55).
       01  TAB-PONTOS-CLIENTES.
           05 TAB-PONTOS-CLIENTE OCCURS 1 TO 20000 TIMES
                                 DEPENDING ON WRK-QTD-PONTOS-CLI.
               10 TAB-PONT-CPF    PIC 9(11).
               10 TAB-PONT-SALDO  PIC 9(09).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            PERFORM CARREGA-DISPUTAS.
            PERFORM ABRE-CHARGEBACKS.
            IF MODO-LOTE
                MOVE "PROGRAMACOBOL14" TO WRK-CTX-PROGRAMA
                PERFORM INICIA-CONTROLE-EXECUCAO
                PERFORM PROCESSA-LOTE
                PERFORM FINALIZA-CONTROLE-EXECUCAO
            ELSE
                PERFORM PROCESSA-INTERATIVO
            END-IF.
            PERFORM CASA-TRANLOG.
            PERFORM REGISTRA-DISPUTAS.
            PERFORM REGRAVA-DISPUTAS.
            PERFORM GRAVA-PROVISOES.
            PERFORM IMPRIME-RELATORIO.
            PERFORM VERIFICA-BLOQUEIOS.
            INITIALIZE REG-AUDITORIA.
                            TO TAB-CHB-MOTIVO(WRK-QTD-CHB)
                        MOVE "N"
                            TO TAB-CHB-SITUACAO(WRK-QTD-CHB)
                        MOVE ZEROS
                            TO TAB-CHB-BANDEIRA(WRK-QTD-CHB)
                        PERFORM MARCA-JA-REGISTRADA
                END-READ
            END-PERFORM.
                   AND TAB-CHB-CODIGO(WRK-IDX) = TRAN-COD-AUTORIZACAO
                   AND TAB-CHB-CPF(WRK-IDX) = TRAN-CPF
                    MOVE "C" TO TAB-CHB-SITUACAO(WRK-IDX)
                    MOVE TRAN-BANDEIRA TO TAB-CHB-BANDEIRA(WRK-IDX)
                    ADD 1 TO WRK-QTD-CASADAS
                END-IF
            END-PERFORM.
            MOVE TAB-CHB-MOTIVO(WRK-IDX)
                TO TAB-DISP-MOTIVO(WRK-QTD-DISPUTAS).
            MOVE "R" TO TAB-DISP-STATUS(WRK-QTD-DISPUTAS).
            MOVE "S" TO TAB-DISP-PROVISAO(WRK-QTD-DISPUTAS).

       GRAVA-PROVISOES.
            MOVE ZEROS TO WRK-QTD-PROVISOES.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-CHB
                IF CHB-CASADA(WRK-IDX)
                    MOVE "R" TO WRK-CBC-TIPO
                    MOVE TAB-CHB-CODIGO(WRK-IDX)   TO WRK-CBC-CODIGO
                    MOVE TAB-CHB-BANDEIRA(WRK-IDX) TO WRK-CBC-BANDEIRA
                    MOVE TAB-CHB-VALOR(WRK-IDX)    TO WRK-CBC-VALOR
                    MOVE "S" TO WRK-CBC-PROVISAO
                    PERFORM GRAVA-EVENTO-CONTABIL
                    ADD 1 TO WRK-QTD-PROVISOES
                END-IF
            END-PERFORM.

       GRAVA-EVENTO-CONTABIL.
            OPEN EXTEND EVENTOS-CHB-ARQUIVO.
            IF WRK-FS-CHBCONT = "35"
                OPEN OUTPUT EVENTOS-CHB-ARQUIVO
            END-IF.
            IF WRK-FS-CHBCONT NOT = "00"
                DISPLAY "ERRO AO ABRIR CHBCONT - FS: "
                        WRK-FS-CHBCONT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            INITIALIZE REG-CHB-CONTABIL.
            MOVE WRK-DATA-PROCESSO TO CBC-DATA-EVENTO.
            MOVE WRK-CBC-TIPO      TO CBC-TIPO.
            MOVE WRK-CBC-CODIGO    TO CBC-COD-AUTORIZACAO.
            MOVE WRK-CBC-BANDEIRA  TO CBC-BANDEIRA.
            MOVE WRK-CBC-VALOR     TO CBC-VALOR.
            MOVE WRK-CBC-PROVISAO  TO CBC-COM-PROVISAO.
            MOVE ZEROS             TO CBC-DATA-CONTABIL.
            WRITE REG-CHB-CONTABIL.
            CLOSE EVENTOS-CHB-ARQUIVO.

       IMPRIME-RELATORIO.
            DISPLAY " ".
                    WRK-QTD-CASADAS.
            DISPLAY "JA REGISTRADAS (IGNORADAS)...: "
                    WRK-QTD-JA-REG.
            DISPLAY "PROVISOES ENVIADAS A CONTAB..: "
                    WRK-QTD-PROVISOES.
            DISPLAY " ".
            DISPLAY "CONTESTACOES SEM TRANSACAO NO TRANLOG:".
            MOVE ZEROS TO WRK-QTD-SEM-TRAN.
            PERFORM VARYING WRK-JDX FROM 1 BY 1
                    UNTIL WRK-JDX > WRK-QTD-CLIENTES
                IF TAB-CLIENTE-STATUS(WRK-JDX) NOT = "B"
                   AND TAB-CLIENTE-STATUS(WRK-JDX) NOT = "X"
                    PERFORM CONTA-PERDIDAS-CLIENTE
                    IF WRK-QTD-PERDIDAS >= WRK-LIMITE-PERDIDAS
                        PERFORM BLOQUEIA-CLIENTE
                            TO TAB-DISP-MOTIVO(WRK-QTD-DISPUTAS)
                        MOVE DISP-STATUS
                            TO TAB-DISP-STATUS(WRK-QTD-DISPUTAS)
                        MOVE DISP-PROVISAO
                            TO TAB-DISP-PROVISAO(WRK-QTD-DISPUTAS)
                END-READ
            END-PERFORM.
            IF WRK-FS-DISPUTA NOT = "35"
                MOVE TAB-DISP-VALOR(WRK-IDX)  TO DISP-VALOR
                MOVE TAB-DISP-MOTIVO(WRK-IDX) TO DISP-MOTIVO
                MOVE TAB-DISP-STATUS(WRK-IDX) TO DISP-STATUS
                MOVE TAB-DISP-PROVISAO(WRK-IDX) TO DISP-PROVISAO
                WRITE REG-DISPUTA
            END-PERFORM.
            CLOSE DISPUTAS-ARQUIVO.
       LISTA-DISPUTAS.
            DISPLAY " ".
            DISPLAY "ITEM CPF            AUTORIZ DATA     VALOR "
                    "     MOT ST PV".
            IF WRK-QTD-DISPUTAS = ZEROS
                DISPLAY "NENHUMA DISPUTA REGISTRADA"
            END-IF.
                        TAB-DISP-DATA(WRK-IDX) " "
                        WRK-VALOR-ED " "
                        TAB-DISP-MOTIVO(WRK-IDX) "  "
                        TAB-DISP-STATUS(WRK-IDX) "  "
                        TAB-DISP-PROVISAO(WRK-IDX)
            END-PERFORM.

       ALTERA-STATUS-DISPUTA.
            IF WRK-ITEM < 1 OR WRK-ITEM > WRK-QTD-DISPUTAS
                DISPLAY "ITEM INEXISTENTE"
            ELSE
                IF TAB-DISP-STATUS(WRK-ITEM) = "G"
                   OR TAB-DISP-STATUS(WRK-ITEM) = "P"
                    DISPLAY "DISPUTA " WRK-ITEM " JA ENCERRADA COM "
                            "STATUS " TAB-DISP-STATUS(WRK-ITEM)
                            " - ALTERACAO RECUSADA"
                ELSE
                    PERFORM MUDA-STATUS-DISPUTA
                END-IF
            END-IF.

       MUDA-STATUS-DISPUTA.
            MOVE SPACES TO WRK-STATUS-NOVO.
            PERFORM UNTIL STATUS-NOVO-VALIDO
                DISPLAY "NOVO STATUS (A=EM ANALISE G=GANHA "
                        "P=PERDIDA):"
                ACCEPT WRK-STATUS-NOVO
            END-PERFORM.
            MOVE WRK-STATUS-NOVO TO TAB-DISP-STATUS(WRK-ITEM).
            PERFORM REGRAVA-DISPUTAS.
            DISPLAY "DISPUTA " WRK-ITEM " ALTERADA PARA "
                    WRK-STATUS-NOVO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL14" TO AUD-PROGRAMA.
            STRING "DISPUTA CPF " DELIMITED BY SIZE
                   TAB-DISP-CPF(WRK-ITEM) DELIMITED BY SIZE
                   " AUT " DELIMITED BY SIZE
                   TAB-DISP-CODIGO(WRK-ITEM) DELIMITED BY SIZE
                   " STATUS " DELIMITED BY SIZE
                   WRK-STATUS-NOVO DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-STATUS-NOVO = "P"
                PERFORM APLICA-DISPUTA-PERDIDA
                PERFORM VERIFICA-BLOQUEIOS
            END-IF.
            IF WRK-STATUS-NOVO = "G"
                PERFORM APLICA-DISPUTA-GANHA
            END-IF.

       APLICA-DISPUTA-GANHA.
            IF TAB-DISP-PROVISAO(WRK-ITEM) = "S"
                MOVE "G" TO WRK-CBC-TIPO
                MOVE TAB-DISP-CODIGO(WRK-ITEM) TO WRK-CBC-CODIGO
                PERFORM LOCALIZA-COMPRA-DISPUTADA
                MOVE WRK-COMPRA-BANDEIRA TO WRK-CBC-BANDEIRA
                MOVE TAB-DISP-VALOR(WRK-ITEM) TO WRK-CBC-VALOR
                MOVE "S" TO WRK-CBC-PROVISAO
                PERFORM GRAVA-EVENTO-CONTABIL
                DISPLAY "REVERSAO DA PROVISAO ENVIADA A CONTABILIDADE"
            ELSE
                DISPLAY "DISPUTA SEM PROVISAO - NADA A REVERTER"
            END-IF.

       APLICA-DISPUTA-PERDIDA.
            MOVE ZEROS TO WRK-QTD-PARC-CANC.
            MOVE ZEROS TO WRK-EXPOSTO-ESTORNO.
            MOVE ZEROS TO WRK-PONTOS-ESTORNO.
            PERFORM LOCALIZA-COMPRA-DISPUTADA.
            MOVE "P" TO WRK-CBC-TIPO.
            MOVE TAB-DISP-CODIGO(WRK-ITEM) TO WRK-CBC-CODIGO.
            MOVE WRK-COMPRA-BANDEIRA TO WRK-CBC-BANDEIRA.
            MOVE TAB-DISP-VALOR(WRK-ITEM) TO WRK-CBC-VALOR.
            MOVE TAB-DISP-PROVISAO(WRK-ITEM) TO WRK-CBC-PROVISAO.
            PERFORM GRAVA-EVENTO-CONTABIL.
            PERFORM CANCELA-PARCELAS-DISPUTA.
            IF COMPRA-ACHADA
                PERFORM ESTORNA-EXPOSICAO-DISPUTA
                PERFORM ESTORNA-PONTOS-DISPUTA
            ELSE
                DISPLAY "COMPRA NAO LOCALIZADA NO TRANLOG - EXPOSTO "
                        "E PONTOS NAO ESTORNADOS"
            END-IF.
            MOVE WRK-EXPOSTO-ESTORNO TO WRK-VALOR-ED.
            DISPLAY "PERDA ENVIADA A CONTABILIDADE - PARCELAS "
                    "CANCELADAS: " WRK-QTD-PARC-CANC
                    " EXPOSTO ABATIDO: " WRK-VALOR-ED
                    " PONTOS ESTORNADOS: " WRK-PONTOS-ESTORNO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL14" TO AUD-PROGRAMA.
            STRING "PERDA AUT " DELIMITED BY SIZE
                   TAB-DISP-CODIGO(WRK-ITEM) DELIMITED BY SIZE
                   " PARC " DELIMITED BY SIZE
                   WRK-QTD-PARC-CANC DELIMITED BY SIZE
                   " PONTOS " DELIMITED BY SIZE
                   WRK-PONTOS-ESTORNO DELIMITED BY SIZE
                   " EXP " DELIMITED BY SIZE
                   WRK-VALOR-ED DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       LOCALIZA-COMPRA-DISPUTADA.
            MOVE "N" TO WRK-COMPRA-ACHADA.
            MOVE ZEROS TO WRK-COMPRA-DATA.
            MOVE ZEROS TO WRK-COMPRA-VALOR.
            MOVE ZEROS TO WRK-COMPRA-BANDEIRA.
            MOVE "N" TO WRK-FIM-TRANLOG.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG NOT = "00"
                DISPLAY "ARQUIVO TRANLOG INDISPONIVEL - FS: "
                        WRK-FS-TRANLOG
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-TRANLOG OR COMPRA-ACHADA
                READ TRANSACOES-ARQUIVO
                    AT END
                        SET FIM-TRANLOG TO TRUE
                    NOT AT END
                        IF TRAN-STATUS-AUTORIZ = "A"
                           AND TRAN-COD-AUTORIZACAO =
                               TAB-DISP-CODIGO(WRK-ITEM)
                           AND TRAN-CPF = TAB-DISP-CPF(WRK-ITEM)
                            SET COMPRA-ACHADA TO TRUE
                            MOVE TRAN-DATA        TO WRK-COMPRA-DATA
                            MOVE TRAN-VALOR-FINAL TO WRK-COMPRA-VALOR
                            MOVE TRAN-BANDEIRA
                                TO WRK-COMPRA-BANDEIRA
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSACOES-ARQUIVO.

       CANCELA-PARCELAS-DISPUTA.
            MOVE ZEROS TO WRK-QTD-PARC-TAB.
            MOVE "N" TO WRK-FIM-PARCREC.
            OPEN INPUT PARCELAS-ARQUIVO.
            IF WRK-FS-PARCREC = "35"
                SET FIM-PARCREC TO TRUE
            ELSE
                IF WRK-FS-PARCREC NOT = "00"
                    DISPLAY "ARQUIVO PARCREC INDISPONIVEL - FS: "
                            WRK-FS-PARCREC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PARCREC
                READ PARCELAS-ARQUIVO
                    AT END
                        SET FIM-PARCREC TO TRUE
                    NOT AT END
                        PERFORM CANCELA-UMA-PARCELA
                END-READ
            END-PERFORM.
            IF WRK-FS-PARCREC NOT = "35"
                CLOSE PARCELAS-ARQUIVO
                IF WRK-QTD-PARC-CANC > ZEROS
                    PERFORM REGRAVA-PARCELAS
                END-IF
            END-IF.

       CANCELA-UMA-PARCELA.
            IF WRK-QTD-PARC-TAB >= 20000
                DISPLAY "ARQUIVO PARCREC EXCEDE O LIMITE DE 20000 "
                        "REGISTROS - RODE UM EXPURGO"
                CLOSE PARCELAS-ARQUIVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            IF PARCELA-ABERTA
               AND PARC-CPF = TAB-DISP-CPF(WRK-ITEM)
               AND PARC-COD-AUTORIZACAO = TAB-DISP-CODIGO(WRK-ITEM)
                MOVE "C" TO PARC-STATUS
                ADD 1 TO WRK-QTD-PARC-CANC
            END-IF.
            ADD 1 TO WRK-QTD-PARC-TAB.
            MOVE REG-PARCELA-RECEBER
                TO TAB-PARC-REGISTRO(WRK-QTD-PARC-TAB).

       REGRAVA-PARCELAS.
            OPEN OUTPUT PARCELAS-ARQUIVO.
            IF WRK-FS-PARCREC NOT = "00"
                DISPLAY "ERRO AO REGRAVAR PARCREC - FS: "
                        WRK-FS-PARCREC
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-PARC-J FROM 1 BY 1
                    UNTIL WRK-PARC-J > WRK-QTD-PARC-TAB
                MOVE TAB-PARC-REGISTRO(WRK-PARC-J)
                    TO REG-PARCELA-RECEBER
                WRITE REG-PARCELA-RECEBER
            END-PERFORM.
            CLOSE PARCELAS-ARQUIVO.

       ESTORNA-EXPOSICAO-DISPUTA.
            IF WRK-COMPRA-DATA(1:6) = WRK-DATA-PROCESSO(1:6)
                PERFORM CARREGA-CLIENTES
                MOVE ZEROS TO WRK-POS-CLIENTE
                SEARCH ALL TAB-CLIENTE
                    AT END
                        CONTINUE
                    WHEN TAB-CLIENTE-CPF(TAB-IDX) =
                         TAB-DISP-CPF(WRK-ITEM)
                        SET WRK-POS-CLIENTE TO TAB-IDX
                END-SEARCH
                IF WRK-POS-CLIENTE > ZEROS
                    IF TAB-CLIENTE-EXPOSTO(WRK-POS-CLIENTE)
                       >= WRK-COMPRA-VALOR
                        MOVE WRK-COMPRA-VALOR TO WRK-EXPOSTO-ESTORNO
                    ELSE
                        MOVE TAB-CLIENTE-EXPOSTO(WRK-POS-CLIENTE)
                            TO WRK-EXPOSTO-ESTORNO
                    END-IF
                    SUBTRACT WRK-EXPOSTO-ESTORNO
                        FROM TAB-CLIENTE-EXPOSTO(WRK-POS-CLIENTE)
                    PERFORM REGRAVA-CADASTRO
                END-IF
            END-IF.

       ESTORNA-PONTOS-DISPUTA.
            PERFORM LOCALIZA-ACUMULO-COMPRA.
            IF ACUMULO-ACHADO
                PERFORM CARREGA-PONTOS-CLIENTES
                MOVE ZEROS TO WRK-POS-PONTOS
                PERFORM VARYING WRK-PONT-I FROM 1 BY 1
                        UNTIL WRK-PONT-I > WRK-QTD-PONTOS-CLI
                        OR WRK-POS-PONTOS > ZEROS
                    IF TAB-PONT-CPF(WRK-PONT-I) = TAB-DISP-CPF(WRK-ITEM)
                        MOVE WRK-PONT-I TO WRK-POS-PONTOS
                    END-IF
                END-PERFORM
                IF WRK-POS-PONTOS > ZEROS
                    PERFORM DEBITA-PONTOS-COMPRA
                END-IF
                COMPUTE WRK-PONTOS-NAO-EST =
                    WRK-PONTOS-COMPRA - WRK-PONTOS-ESTORNO
                IF WRK-PONTOS-NAO-EST > ZEROS
                    DISPLAY "PONTOS DA COMPRA JA UTILIZADOS - NAO "
                            "ESTORNADOS: " WRK-PONTOS-NAO-EST
                END-IF
            END-IF.

       LOCALIZA-ACUMULO-COMPRA.
            MOVE "N" TO WRK-ACUMULO-ACHADO.
            MOVE ZEROS TO WRK-PONTOS-COMPRA.
            MOVE "N" TO WRK-FIM-PONTMOV.
            OPEN INPUT MOVIMENTO-PONTOS.
            IF WRK-FS-PONTMOV = "35"
                SET FIM-PONTMOV TO TRUE
            ELSE
                IF WRK-FS-PONTMOV NOT = "00"
                    DISPLAY "ARQUIVO PONTMOV INDISPONIVEL - FS: "
                            WRK-FS-PONTMOV
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PONTMOV OR ACUMULO-ACHADO
                READ MOVIMENTO-PONTOS
                    AT END
                        SET FIM-PONTMOV TO TRUE
                    NOT AT END
                        IF MOV-ACUMULO
                           AND MOV-PONT-CPF = TAB-DISP-CPF(WRK-ITEM)
                           AND MOV-PONT-DATA = WRK-COMPRA-DATA
                           AND MOV-PONT-BANDEIRA = WRK-COMPRA-BANDEIRA
                           AND MOV-PONT-VALOR = WRK-COMPRA-VALOR
                            SET ACUMULO-ACHADO TO TRUE
                            MOVE MOV-PONT-PONTOS TO WRK-PONTOS-COMPRA
                            IF MOV-PONT-MES-ORIGEM NUMERIC
                               AND MOV-PONT-MES-ORIGEM > ZEROS
                                MOVE MOV-PONT-MES-ORIGEM
                                    TO WRK-MES-LOTE-COMPRA
                            ELSE
                                MOVE MOV-PONT-DATA(1:6)
                                    TO WRK-MES-LOTE-COMPRA
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMOV NOT = "35"
                CLOSE MOVIMENTO-PONTOS
            END-IF.

       DEBITA-PONTOS-COMPRA.
            MOVE WRK-PONTOS-COMPRA TO WRK-PONTOS-ESTORNO.
            IF WRK-PONTOS-ESTORNO > TAB-PONT-SALDO(WRK-POS-PONTOS)
                MOVE TAB-PONT-SALDO(WRK-POS-PONTOS)
                    TO WRK-PONTOS-ESTORNO
            END-IF.
            IF WRK-PONTOS-ESTORNO > ZEROS
                MOVE TAB-DISP-CPF(WRK-ITEM) TO WRK-LOTE-CPF-FILTRO
                PERFORM CARREGA-LOTES-PONTOS
                MOVE WRK-MES-LOTE-COMPRA    TO WRK-LOTE-MES
                MOVE TAB-DISP-CPF(WRK-ITEM) TO WRK-LOTE-CPF
                PERFORM LOCALIZA-LOTE-PONTOS
                MOVE ZEROS TO WRK-PONTOS-LOTE
                IF WRK-LOTE-POS > ZEROS
                    PERFORM CALCULA-SALDO-LOTE
                    MOVE WRK-LOTE-SALDO TO WRK-PONTOS-LOTE
                    IF WRK-PONTOS-LOTE > WRK-PONTOS-ESTORNO
                        MOVE WRK-PONTOS-ESTORNO TO WRK-PONTOS-LOTE
                    END-IF
                END-IF
                MOVE WRK-COMPRA-VALOR TO WRK-MOV-VALOR
                IF WRK-PONTOS-LOTE > ZEROS
                    MOVE WRK-PONTOS-LOTE     TO WRK-MOV-PONTOS
                    MOVE WRK-MES-LOTE-COMPRA TO WRK-MOV-MES-ORIGEM
                    PERFORM GRAVA-MOVIMENTO-PONTOS
                    MOVE ZEROS TO WRK-MOV-VALOR
                END-IF
                IF WRK-PONTOS-ESTORNO > WRK-PONTOS-LOTE
                    COMPUTE WRK-MOV-PONTOS =
                        WRK-PONTOS-ESTORNO - WRK-PONTOS-LOTE
                    MOVE ZEROS TO WRK-MOV-MES-ORIGEM
                    PERFORM GRAVA-MOVIMENTO-PONTOS
                END-IF
                SUBTRACT WRK-PONTOS-ESTORNO
                    FROM TAB-PONT-SALDO(WRK-POS-PONTOS)
                PERFORM REGRAVA-PONTOS
            END-IF.

       GRAVA-MOVIMENTO-PONTOS.
            OPEN EXTEND MOVIMENTO-PONTOS.
            IF WRK-FS-PONTMOV = "35"
                OPEN OUTPUT MOVIMENTO-PONTOS
            END-IF.
            IF WRK-FS-PONTMOV NOT = "00"
                DISPLAY "ERRO AO ABRIR PONTMOV - FS: "
                        WRK-FS-PONTMOV
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            INITIALIZE REG-MOVIMENTO-PONTOS.
            MOVE TAB-DISP-CPF(WRK-ITEM) TO MOV-PONT-CPF.
            MOVE WRK-DATA-PROCESSO      TO MOV-PONT-DATA.
            MOVE "C"                    TO MOV-PONT-TIPO.
            MOVE WRK-MOV-PONTOS         TO MOV-PONT-PONTOS.
            MOVE WRK-COMPRA-BANDEIRA    TO MOV-PONT-BANDEIRA.
            MOVE WRK-MOV-VALOR          TO MOV-PONT-VALOR.
            MOVE WRK-MOV-MES-ORIGEM     TO MOV-PONT-MES-ORIGEM.
            WRITE REG-MOVIMENTO-PONTOS.
            CLOSE MOVIMENTO-PONTOS.

       CARREGA-PONTOS-CLIENTES.
            MOVE ZEROS TO WRK-QTD-PONTOS-CLI.
            MOVE "N" TO WRK-FIM-PONTMAST.
            OPEN INPUT PONTOS-MASTER.
            IF WRK-FS-PONTMAST = "35"
                SET FIM-PONTMAST TO TRUE
            ELSE
                IF WRK-FS-PONTMAST NOT = "00"
                    DISPLAY "CADASTRO DE PONTOS INDISPONIVEL - FS: "
                            WRK-FS-PONTMAST
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PONTMAST
                READ PONTOS-MASTER
                    AT END
                        SET FIM-PONTMAST TO TRUE
                    NOT AT END
                        IF WRK-QTD-PONTOS-CLI >= 20000
                            DISPLAY "CADASTRO DE PONTOS EXCEDE O "
                                    "LIMITE DE 20000 REGISTROS"
                            CLOSE PONTOS-MASTER
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-PONTOS-CLI
                        MOVE PONT-CPF
                            TO TAB-PONT-CPF(WRK-QTD-PONTOS-CLI)
                        MOVE PONT-SALDO
                            TO TAB-PONT-SALDO(WRK-QTD-PONTOS-CLI)
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMAST NOT = "35"
                CLOSE PONTOS-MASTER
            END-IF.

       REGRAVA-PONTOS.
            OPEN OUTPUT PONTOS-MASTER.
            IF WRK-FS-PONTMAST NOT = "00"
                DISPLAY "ERRO AO REGRAVAR PONTMAST - FS: "
                        WRK-FS-PONTMAST
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-PONT-I FROM 1 BY 1
                    UNTIL WRK-PONT-I > WRK-QTD-PONTOS-CLI
                MOVE TAB-PONT-CPF(WRK-PONT-I)   TO PONT-CPF
                MOVE TAB-PONT-SALDO(WRK-PONT-I) TO PONT-SALDO
                WRITE REG-PONTOS-CLIENTE
            END-PERFORM.
            CLOSE PONTOS-MASTER.

       COPY CLIMLOAD.

       COPY PONTLOTP.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY AUDITP.
