      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: CONFERENCIA NOTURNA DE INTEGRIDADE ENTRE OS ARQUIVOS
      * MESTRES E DE HISTORICO (PROGJOBS STEP070, ULTIMO PASSO DO
      * JOB) - SO LEITURA, NAO ALTERA NENHUM ARQUIVO. DEPOIS DE UM
      * RESTORE ERRADO OU DE UM ACERTO MANUAL A DIVERGENCIA APARECE
      * NA MESMA NOITE, EM VEZ DE SEMANAS DEPOIS. REGRAS CONFERIDAS:
      * 1) PONTOS - O SALDO DO PONTMAST (PONT-SALDO) DE CADA CPF E
      *    IGUAL AOS ACUMULOS ("A") MENOS RESGATES ("R"), EXPIRACOES
      *    ("E") E ESTORNOS POR CONTESTACAO PERDIDA ("C") DO PONTMOV;
      *    CPF COM MOVIMENTO E SEM REGISTRO NO PONTMAST, OU EM
      *    DOBRO NO PONTMAST, TAMBEM E DIVERGENCIA.
      * 2) EXPOSTO - O EXPOSTO NO MES DO CLIMAST
      *    (REG-CLIENTE-EXPOSTO) E IGUAL AO VALOR FINAL DAS COMPRAS
      *    APROVADAS DO CLIENTE NO MES DA DATA DE PROCESSAMENTO
      *    (TRANLOG), MENOS AS DEVOLVIDAS (ESTORNO "E") E AS DE
      *    CONTESTACAO PERDIDA ("P" NO DISPUTA) - E ASSIM QUE O
      *    PROGRAMACOBOL03 E O PROGRAMACOBOL14 MANTEM O CAMPO. A
      *    PRIMEIRA PARCELA NAO VAI PARA O PARCREC E AS PARCELAS DE
      *    MESES ANTERIORES NAO ESTAO NO EXPOSTO, POR ISSO A
      *    COMPARACAO E CONTRA AS COMPRAS DO MES E NAO CONTRA AS
      *    PARCELAS. NA VIRADA DE MES, ENQUANTO O MES DA DATA DE
      *    PROCESSAMENTO AINDA NAO TEM COMPRA APROVADA, O EXPOSTO
      *    PODE ESTAR COM O MES ANTERIOR (PROGMES AINDA NAO RODOU) E
      *    A REGRA NAO E CONFERIDA, COM AVISO.
      * 3) AUTORIZACOES - TODA DISPUTA (DISPUTA) E TODA PARCELA
      *    (PARCREC) TEM A COMPRA APROVADA NO TRANLOG OU NO
      *    ARQUIVAMENTO (TRANARC, TODAS AS GERACOES) COM A MESMA
      *    AUTORIZACAO E CPF; COMPRA APROVADA EM DOBRO NO HISTORICO
      *    TAMBEM E APONTADA.
      * 4) PARCELAMENTO - CADA COMPRA APROVADA EM N PARCELAS TEM N-1
      *    REGISTROS NO PARCREC (PARCELAS 2 EM DIANTE, EM QUALQUER
      *    SITUACAO), E A COMPRA A VISTA NAO TEM NENHUM.
      * CADA CPF OU AUTORIZACAO QUEBRADA E LISTADA NO SYSOUT COM O
      * VALOR ESPERADO E O ENCONTRADO. O REGISTRO RESUMO GRAVADO NO
      * AUDITLOG LEVA A DATA DA NOITE CONFERIDA - A MAIOR DATA DE
      * PROCESSAMENTO DO CONTROLE DE EXECUCAO (CTLEXEC), A MESMA QUE O
      * RELATORIO DA MANHA (PROGRAMACOBOL31) LISTA - E NAO A DO
      * DATPROC, QUE O STEP050 PODE JA TER AVANCADO PARA O PROXIMO DIA
      * UTIL.
      * RETURN-CODE: 0 = ARQUIVOS CONSISTENTES; 8 = DIVERGENCIA
      * ENCONTRADA (ALERTA PARA A OPERACAO - O PASSO E O ULTIMO DO
      * JOB E NAO SEGURA NADA); 12 = CLIMAST FORA DE ORDEM; 16 =
      * ERRO DE ABERTURA OU LIMITE DE TABELA.
      * Review fix: O EXPOSTO RECALCULADO E SOMADO NA POSICAO DO
      * CLIENTE (WRK-POS-CLIENTE) E NAO MAIS PELO INDICE DO CLIMTAB,
      * QUE APONTA PARA ELEMENTOS DE OUTRO TAMANHO.
      * Review fix: O RESUMO NO AUDITLOG PASSA A SER CARIMBADO COM A
      * DATA DA NOITE APURADA NO CTLEXEC (DD CTLEXEC, SO LEITURA), E
      * NAO MAIS COM O DATPROC JA AVANCADO - SEM ISSO O STEP070 SAIA
      * COMO NAO EXECUTADO NO PROGRAMACOBOL31 TODA MANHA. SEM
      * REGISTRO NO CTLEXEC FICA A DATA DO DATPROC.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL37.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT TRANSACOES-ARQUIVO ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANLOG.
           SELECT TRAN-ARQUIVADAS ASSIGN TO "TRANARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANARC.
           SELECT PARCELAS-ARQUIVO ASSIGN TO "PARCREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARCREC.
           SELECT DISPUTAS-ARQUIVO ASSIGN TO "DISPUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISPUTA.
           SELECT PONTOS-MASTER ASSIGN TO "PONTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMAST.
           SELECT MOVIMENTO-PONTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMOV.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT CONTROLE-EXECUCAO-ARQUIVO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLEXEC.
       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
       COPY CLIMAST.

       FD  TRANSACOES-ARQUIVO.
       COPY TRANLOG.

       FD  TRAN-ARQUIVADAS.
       01  REG-TRANSACAO-ARQ  PIC X(60).

       FD  PARCELAS-ARQUIVO.
       COPY PARCREC.

       FD  DISPUTAS-ARQUIVO.
       COPY DISPUTA.

       FD  PONTOS-MASTER.
       COPY PONTMAST.

       FD  MOVIMENTO-PONTOS.
       COPY PONTMOV.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CTLEXWS.
       COPY CLIMTAB.
       77 WRK-FS-TRANLOG     PIC X(02) VALUE "00".
       77 WRK-FS-TRANARC     PIC X(02) VALUE "00".
       77 WRK-FS-PARCREC     PIC X(02) VALUE "00".
       77 WRK-FS-DISPUTA     PIC X(02) VALUE "00".
       77 WRK-FS-PONTMAST    PIC X(02) VALUE "00".
       77 WRK-FS-PONTMOV     PIC X(02) VALUE "00".
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88 FIM-ARQUIVO       VALUE "S".
       77 WRK-MES-REFERENCIA PIC 9(06) VALUE ZEROS.
       77 WRK-DATA-NOITE     PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-MES        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-AUT        PIC 9(05) VALUE ZEROS.
       77 WRK-POS-AUT        PIC 9(05) VALUE ZEROS.
       77 WRK-POS-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-AUT-I          PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PONTOS-CLI PIC 9(05) VALUE ZEROS.
       77 WRK-POS-PONTOS     PIC 9(05) VALUE ZEROS.
       77 WRK-PONT-I         PIC 9(05) VALUE ZEROS.
       77 WRK-PONT-CPF       PIC 9(11) VALUE ZEROS.
       77 WRK-IDX            PIC 9(05) VALUE ZEROS.
       77 WRK-PARC-ESPERADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TRAN-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-COMPRAS    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PARC-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DISP-LIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-MOV-LIDOS  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-DIV-PONTOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIV-EXPOSTO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DISP-SEM-TRAN PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PARC-SEM-TRAN PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DUPLICADAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIV-PARCELAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-DIVERGENCIAS PIC 9(05) VALUE ZEROS.
       77 WRK-EXPOSTO-CONFERIDO PIC X(01) VALUE "N".
           88 EXPOSTO-CONFERIDO    VALUE "S".
       77 WRK-VALOR-ESP-ED   PIC $Z.ZZZ.ZZ9,99.
       77 WRK-VALOR-ATU-ED   PIC $Z.ZZZ.ZZ9,99.
       77 WRK-PONTOS-ESP-ED  PIC ---.---.--9.
       77 WRK-PONTOS-ATU-ED  PIC ---.---.--9.
       01  WRK-AUT-CHAVE.
           05 WRK-AUT-CODIGO     PIC X(06).
           05 WRK-AUT-CPF        PIC 9(11).
       01  WRK-ORFA-ANTERIOR     PIC X(17) VALUE SPACES.
      * COMPRAS APROVADAS DO TRANLOG + TRANARC, EM ORDEM DE
      * AUTORIZACAO + CPF PARA O SEARCH ALL.
       01  TAB-AUTORIZACOES.
           05 TAB-AUT OCCURS 1 TO 50000 TIMES
                      DEPENDING ON WRK-QTD-AUT
                      ASCENDING KEY IS TAB-AUT-CHAVE
                      INDEXED BY AUT-IDX.
               10 TAB-AUT-CHAVE.
                   15 TAB-AUT-CODIGO     PIC X(06).
                   15 TAB-AUT-CPF        PIC 9(11).
               10 TAB-AUT-DATA           PIC 9(08).
               10 TAB-AUT-VALOR-FINAL    PIC 9(04)V99.
               10 TAB-AUT-QTD-PARCELAS   PIC 9(02).
               10 TAB-AUT-QTD-PARCREC    PIC 9(03).
               10 TAB-AUT-QTD-COMPRAS    PIC 9(03).
               10 TAB-AUT-ESTORNADA      PIC X(01).
                   88 AUT-ESTORNADA         VALUE "S".
               10 TAB-AUT-PERDIDA        PIC X(01).
                   88 AUT-PERDIDA           VALUE "S".
      * EXPOSTO RECALCULADO, NA MESMA POSICAO DO CLIENTE NO CLIMTAB.
       01  TAB-EXPOSTO-CALCULADO.
           05 TAB-EXP-CALC OCCURS 50000 TIMES PIC 9(09)V99.
       01  TAB-PONTOS-CLIENTES.
           05 TAB-PONTOS-CLIENTE OCCURS 1 TO 20000 TIMES
                                 DEPENDING ON WRK-QTD-PONTOS-CLI
                                 ASCENDING KEY IS TAB-PONT-CPF
                                 INDEXED BY PONT-IDX.
               10 TAB-PONT-CPF        PIC 9(11).
               10 TAB-PONT-SALDO      PIC 9(09).
               10 TAB-PONT-CALCULADO  PIC S9(09).
               10 TAB-PONT-QTD-MESTRE PIC 9(03).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            MOVE WRK-DATA-PROCESSO(1:6) TO WRK-MES-REFERENCIA.
            DISPLAY "CONFERENCIA DE INTEGRIDADE DOS ARQUIVOS - "
                    "PROCESSAMENTO " WRK-DATA-PROCESSO.
            PERFORM CARREGA-CLIENTES.
            INITIALIZE TAB-EXPOSTO-CALCULADO.
            PERFORM CARREGA-COMPRAS-ARQUIVADAS.
            PERFORM CARREGA-COMPRAS-TRANLOG.
            PERFORM CONFERE-DISPUTAS.
            PERFORM CONFERE-PARCELAS.
            PERFORM CONFERE-PARCELAMENTO.
            PERFORM CONFERE-EXPOSICAO.
            PERFORM CARREGA-PONTOS-MASTER.
            PERFORM ACUMULA-MOVIMENTO-PONTOS.
            PERFORM CONFERE-PONTOS.
            PERFORM IMPRIME-RESUMO.
            PERFORM APURA-DATA-NOITE.
            MOVE WRK-DATA-NOITE TO WRK-AUD-DATA-PROCESSO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL37" TO AUD-PROGRAMA.
            STRING "INTEGR PT " DELIMITED BY SIZE
                   WRK-QTD-DIV-PONTOS DELIMITED BY SIZE
                   " EX " DELIMITED BY SIZE
                   WRK-QTD-DIV-EXPOSTO DELIMITED BY SIZE
                   " AU " DELIMITED BY SIZE
                   WRK-QTD-DISP-SEM-TRAN DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WRK-QTD-PARC-SEM-TRAN DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WRK-QTD-DUPLICADAS DELIMITED BY SIZE
                   " PC " DELIMITED BY SIZE
                   WRK-QTD-DIV-PARCELAS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-DIVERGENCIAS > ZEROS
                DISPLAY "ARQUIVOS COM DIVERGENCIA - RETURN-CODE 8"
                MOVE 8 TO RETURN-CODE
            ELSE
                DISPLAY "ARQUIVOS CONSISTENTES"
                MOVE 0 TO RETURN-CODE
            END-IF.
            GOBACK.

      * O ARQUIVAMENTO (TODAS AS GERACOES DO TRANARC) VEM ANTES DO
      * TRANLOG VIVO, PARA O ESTORNO SEMPRE ENCONTRAR A COMPRA JA NA
      * TABELA. SEM GERACAO ARQUIVADA O ARQUIVO PODE ESTAR AUSENTE.
       CARREGA-COMPRAS-ARQUIVADAS.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRAN-ARQUIVADAS.
            IF WRK-FS-TRANARC = "35"
                DISPLAY "ARQUIVAMENTO TRANARC AUSENTE - SO O TRANLOG "
                        "SERA CONFERIDO"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-TRANARC NOT = "00"
                    DISPLAY "ARQUIVO TRANARC INDISPONIVEL - FS: "
                            WRK-FS-TRANARC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ TRAN-ARQUIVADAS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE REG-TRANSACAO-ARQ TO REG-TRANSACAO
                        PERFORM REGISTRA-TRANSACAO
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANARC NOT = "35"
                CLOSE TRAN-ARQUIVADAS
            END-IF.

       CARREGA-COMPRAS-TRANLOG.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG = "35"
                DISPLAY "ARQUIVO TRANLOG AUSENTE - NENHUMA COMPRA "
                        "REGISTRADA"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-TRANLOG NOT = "00"
                    DISPLAY "ARQUIVO TRANLOG INDISPONIVEL - FS: "
                            WRK-FS-TRANLOG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ TRANSACOES-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM REGISTRA-TRANSACAO
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANLOG NOT = "35"
                CLOSE TRANSACOES-ARQUIVO
            END-IF.

      * SO A COMPRA APROVADA ("A") ENTRA NA TABELA; O ESTORNO ("E")
      * MARCA A COMPRA DEVOLVIDA E A RECUSA ("R") E IGNORADA.
       REGISTRA-TRANSACAO.
            ADD 1 TO WRK-QTD-TRAN-LIDAS.
            MOVE TRAN-COD-AUTORIZACAO TO WRK-AUT-CODIGO.
            MOVE TRAN-CPF             TO WRK-AUT-CPF.
            EVALUATE TRAN-STATUS-AUTORIZ
                WHEN "A"
                    ADD 1 TO WRK-QTD-COMPRAS
                    IF TRAN-DATA(1:6) = WRK-MES-REFERENCIA
                        ADD 1 TO WRK-QTD-MES
                    END-IF
                    PERFORM LOCALIZA-OU-CRIA-AUTORIZACAO
                    ADD 1 TO TAB-AUT-QTD-COMPRAS(WRK-POS-AUT)
                    MOVE TRAN-DATA TO TAB-AUT-DATA(WRK-POS-AUT)
                    MOVE TRAN-VALOR-FINAL
                        TO TAB-AUT-VALOR-FINAL(WRK-POS-AUT)
                    MOVE TRAN-QTD-PARCELAS
                        TO TAB-AUT-QTD-PARCELAS(WRK-POS-AUT)
                WHEN "E"
                    PERFORM LOCALIZA-AUTORIZACAO
                    IF WRK-POS-AUT > ZEROS
                        MOVE "S" TO TAB-AUT-ESTORNADA(WRK-POS-AUT)
                    END-IF
            END-EVALUATE.

       LOCALIZA-AUTORIZACAO.
            MOVE ZEROS TO WRK-POS-AUT.
            IF WRK-QTD-AUT > ZEROS
                SEARCH ALL TAB-AUT
                    AT END
                        CONTINUE
                    WHEN TAB-AUT-CHAVE(AUT-IDX) = WRK-AUT-CHAVE
                        SET WRK-POS-AUT TO AUT-IDX
                END-SEARCH
            END-IF.

      * A TABELA FICA EM ORDEM DE AUTORIZACAO + CPF PARA O SEARCH ALL
      * - A CHAVE NOVA ENTRA NA POSICAO CERTA, DESLOCANDO AS MAIORES
      * UMA CASA.
       LOCALIZA-OU-CRIA-AUTORIZACAO.
            PERFORM LOCALIZA-AUTORIZACAO.
            IF WRK-POS-AUT = ZEROS
                IF WRK-QTD-AUT >= 50000
                    DISPLAY "HISTORICO DE COMPRAS EXCEDE O LIMITE DE "
                            "50000 AUTORIZACOES"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM VARYING WRK-AUT-I FROM 1 BY 1
                        UNTIL WRK-AUT-I > WRK-QTD-AUT
                        OR WRK-POS-AUT > ZEROS
                    IF TAB-AUT-CHAVE(WRK-AUT-I) > WRK-AUT-CHAVE
                        MOVE WRK-AUT-I TO WRK-POS-AUT
                    END-IF
                END-PERFORM
                ADD 1 TO WRK-QTD-AUT
                IF WRK-POS-AUT = ZEROS
                    MOVE WRK-QTD-AUT TO WRK-POS-AUT
                ELSE
                    PERFORM VARYING WRK-AUT-I FROM WRK-QTD-AUT BY -1
                            UNTIL WRK-AUT-I <= WRK-POS-AUT
                        MOVE TAB-AUT(WRK-AUT-I - 1)
                            TO TAB-AUT(WRK-AUT-I)
                    END-PERFORM
                END-IF
                MOVE WRK-AUT-CHAVE TO TAB-AUT-CHAVE(WRK-POS-AUT)
                MOVE ZEROS TO TAB-AUT-DATA(WRK-POS-AUT)
                MOVE ZEROS TO TAB-AUT-VALOR-FINAL(WRK-POS-AUT)
                MOVE ZEROS TO TAB-AUT-QTD-PARCELAS(WRK-POS-AUT)
                MOVE ZEROS TO TAB-AUT-QTD-PARCREC(WRK-POS-AUT)
                MOVE ZEROS TO TAB-AUT-QTD-COMPRAS(WRK-POS-AUT)
                MOVE "N" TO TAB-AUT-ESTORNADA(WRK-POS-AUT)
                MOVE "N" TO TAB-AUT-PERDIDA(WRK-POS-AUT)
            END-IF.

       CONFERE-DISPUTAS.
            DISPLAY " ".
            DISPLAY "1) DISPUTAS SEM COMPRA APROVADA NO TRANLOG:".
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT DISPUTAS-ARQUIVO.
            IF WRK-FS-DISPUTA = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-DISPUTA NOT = "00"
                    DISPLAY "ARQUIVO DISPUTA INDISPONIVEL - FS: "
                            WRK-FS-DISPUTA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ DISPUTAS-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM CONFERE-UMA-DISPUTA
                END-READ
            END-PERFORM.
            IF WRK-FS-DISPUTA NOT = "35"
                CLOSE DISPUTAS-ARQUIVO
            END-IF.
            IF WRK-QTD-DISP-SEM-TRAN = ZEROS
                DISPLAY "   NENHUMA"
            END-IF.

       CONFERE-UMA-DISPUTA.
            ADD 1 TO WRK-QTD-DISP-LIDAS.
            MOVE DISP-COD-AUTORIZACAO TO WRK-AUT-CODIGO.
            MOVE DISP-CPF             TO WRK-AUT-CPF.
            PERFORM LOCALIZA-AUTORIZACAO.
            IF WRK-POS-AUT = ZEROS
                ADD 1 TO WRK-QTD-DISP-SEM-TRAN
                ADD 1 TO WRK-QTD-DIVERGENCIAS
                MOVE DISP-VALOR TO WRK-VALOR-ATU-ED
                DISPLAY "   AUT " DISP-COD-AUTORIZACAO
                        " CPF " DISP-CPF
                        " RECEBIDA " DISP-DATA-RECEBIDA
                        " VALOR " WRK-VALOR-ATU-ED
                        " STATUS " DISP-STATUS
                        " - ESPERADA 1 COMPRA, ENCONTRADA 0"
            ELSE
                IF DISPUTA-PERDIDA
                    MOVE "S" TO TAB-AUT-PERDIDA(WRK-POS-AUT)
                END-IF
            END-IF.

      * AS PARCELAS DE UMA VENDA SAO GRAVADAS JUNTAS NO PARCREC -
      * A AUTORIZACAO SEM COMPRA SAI UMA VEZ SO, NA PRIMEIRA PARCELA.
       CONFERE-PARCELAS.
            DISPLAY " ".
            DISPLAY "2) PARCELAS SEM COMPRA APROVADA NO TRANLOG:".
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT PARCELAS-ARQUIVO.
            IF WRK-FS-PARCREC = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-PARCREC NOT = "00"
                    DISPLAY "ARQUIVO PARCREC INDISPONIVEL - FS: "
                            WRK-FS-PARCREC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ PARCELAS-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM CONFERE-UMA-PARCELA
                END-READ
            END-PERFORM.
            IF WRK-FS-PARCREC NOT = "35"
                CLOSE PARCELAS-ARQUIVO
            END-IF.
            IF WRK-QTD-PARC-SEM-TRAN = ZEROS
                DISPLAY "   NENHUMA"
            END-IF.

       CONFERE-UMA-PARCELA.
            ADD 1 TO WRK-QTD-PARC-LIDAS.
            MOVE PARC-COD-AUTORIZACAO TO WRK-AUT-CODIGO.
            MOVE PARC-CPF             TO WRK-AUT-CPF.
            PERFORM LOCALIZA-AUTORIZACAO.
            IF WRK-POS-AUT > ZEROS
                ADD 1 TO TAB-AUT-QTD-PARCREC(WRK-POS-AUT)
            ELSE
                IF WRK-AUT-CHAVE NOT = WRK-ORFA-ANTERIOR
                    MOVE WRK-AUT-CHAVE TO WRK-ORFA-ANTERIOR
                    ADD 1 TO WRK-QTD-PARC-SEM-TRAN
                    ADD 1 TO WRK-QTD-DIVERGENCIAS
                    DISPLAY "   AUT " PARC-COD-AUTORIZACAO
                            " CPF " PARC-CPF
                            " VENDA " PARC-DATA-VENDA
                            " PARCELA " PARC-NUM-PARCELA
                            " - ESPERADA 1 COMPRA, ENCONTRADA 0"
                END-IF
            END-IF.

       CONFERE-PARCELAMENTO.
            DISPLAY " ".
            DISPLAY "3) COMPRAS COM PARCREC DIVERGENTE DO PARCELAMENTO "
                    "OU EM DOBRO NO TRANLOG:".
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-AUT
                PERFORM CONFERE-UMA-COMPRA
            END-PERFORM.
            IF WRK-QTD-DIV-PARCELAS = ZEROS
               AND WRK-QTD-DUPLICADAS = ZEROS
                DISPLAY "   NENHUMA"
            END-IF.

      * COMPRA SO DE ESTORNO (COMPRA ORIGINAL EXPURGADA ANTES DO
      * ARQUIVAMENTO) NAO ENTRA NA TABELA E NAO E CONFERIDA AQUI.
       CONFERE-UMA-COMPRA.
            IF TAB-AUT-QTD-COMPRAS(WRK-IDX) > 1
                ADD 1 TO WRK-QTD-DUPLICADAS
                ADD 1 TO WRK-QTD-DIVERGENCIAS
                DISPLAY "   AUT " TAB-AUT-CODIGO(WRK-IDX)
                        " CPF " TAB-AUT-CPF(WRK-IDX)
                        " - ESPERADA 1 COMPRA APROVADA, ENCONTRADAS "
                        TAB-AUT-QTD-COMPRAS(WRK-IDX)
            END-IF.
            IF TAB-AUT-QTD-PARCELAS(WRK-IDX) > 1
                COMPUTE WRK-PARC-ESPERADAS =
                    TAB-AUT-QTD-PARCELAS(WRK-IDX) - 1
            ELSE
                MOVE ZEROS TO WRK-PARC-ESPERADAS
            END-IF.
            IF TAB-AUT-QTD-PARCREC(WRK-IDX) NOT = WRK-PARC-ESPERADAS
                ADD 1 TO WRK-QTD-DIV-PARCELAS
                ADD 1 TO WRK-QTD-DIVERGENCIAS
                DISPLAY "   AUT " TAB-AUT-CODIGO(WRK-IDX)
                        " CPF " TAB-AUT-CPF(WRK-IDX)
                        " DATA " TAB-AUT-DATA(WRK-IDX)
                        " EM " TAB-AUT-QTD-PARCELAS(WRK-IDX)
                        "X - PARCREC ESPERADO " WRK-PARC-ESPERADAS
                        ", ENCONTRADO " TAB-AUT-QTD-PARCREC(WRK-IDX)
            END-IF.
            IF TAB-AUT-DATA(WRK-IDX)(1:6) = WRK-MES-REFERENCIA
               AND NOT AUT-ESTORNADA(WRK-IDX)
               AND NOT AUT-PERDIDA(WRK-IDX)
                SEARCH ALL TAB-CLIENTE
                    AT END
                        CONTINUE
                    WHEN TAB-CLIENTE-CPF(TAB-IDX) = TAB-AUT-CPF(WRK-IDX)
                        SET WRK-POS-CLIENTE TO TAB-IDX
                        ADD TAB-AUT-VALOR-FINAL(WRK-IDX)
                            TO TAB-EXP-CALC(WRK-POS-CLIENTE)
                END-SEARCH
            END-IF.

       CONFERE-EXPOSICAO.
            DISPLAY " ".
            DISPLAY "4) EXPOSTO NO MES " WRK-MES-REFERENCIA
                    " DIFERENTE DAS COMPRAS DO MES:".
            IF WRK-QTD-MES = ZEROS
                DISPLAY "   NENHUMA COMPRA APROVADA NO MES AINDA - "
                        "EXPOSTO NAO CONFERIDO (VIRADA DE MES)"
            ELSE
                SET EXPOSTO-CONFERIDO TO TRUE
                PERFORM VARYING WRK-IDX FROM 1 BY 1
                        UNTIL WRK-IDX > WRK-QTD-CLIENTES
                    IF TAB-CLIENTE-EXPOSTO(WRK-IDX)
                       NOT = TAB-EXP-CALC(WRK-IDX)
                        ADD 1 TO WRK-QTD-DIV-EXPOSTO
                        ADD 1 TO WRK-QTD-DIVERGENCIAS
                        MOVE TAB-EXP-CALC(WRK-IDX) TO WRK-VALOR-ESP-ED
                        MOVE TAB-CLIENTE-EXPOSTO(WRK-IDX)
                            TO WRK-VALOR-ATU-ED
                        DISPLAY "   CPF " TAB-CLIENTE-CPF(WRK-IDX)
                                " - ESPERADO " WRK-VALOR-ESP-ED
                                ", CLIMAST " WRK-VALOR-ATU-ED
                    END-IF
                END-PERFORM
                IF WRK-QTD-DIV-EXPOSTO = ZEROS
                    DISPLAY "   NENHUM"
                END-IF
            END-IF.

       CARREGA-PONTOS-MASTER.
            MOVE ZEROS TO WRK-QTD-PONTOS-CLI.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT PONTOS-MASTER.
            IF WRK-FS-PONTMAST = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-PONTMAST NOT = "00"
                    DISPLAY "ARQUIVO PONTMAST INDISPONIVEL - FS: "
                            WRK-FS-PONTMAST
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ PONTOS-MASTER
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE PONT-CPF TO WRK-PONT-CPF
                        PERFORM LOCALIZA-OU-CRIA-PONTOS
                        ADD 1 TO TAB-PONT-QTD-MESTRE(WRK-POS-PONTOS)
                        ADD PONT-SALDO
                            TO TAB-PONT-SALDO(WRK-POS-PONTOS)
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMAST NOT = "35"
                CLOSE PONTOS-MASTER
            END-IF.

       ACUMULA-MOVIMENTO-PONTOS.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT MOVIMENTO-PONTOS.
            IF WRK-FS-PONTMOV = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-PONTMOV NOT = "00"
                    DISPLAY "ARQUIVO PONTMOV INDISPONIVEL - FS: "
                            WRK-FS-PONTMOV
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ MOVIMENTO-PONTOS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        ADD 1 TO WRK-QTD-MOV-LIDOS
                        MOVE MOV-PONT-CPF TO WRK-PONT-CPF
                        PERFORM LOCALIZA-OU-CRIA-PONTOS
                        IF MOV-ACUMULO
                            ADD MOV-PONT-PONTOS
                                TO TAB-PONT-CALCULADO(WRK-POS-PONTOS)
                        ELSE
                            SUBTRACT MOV-PONT-PONTOS
                                FROM TAB-PONT-CALCULADO(WRK-POS-PONTOS)
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMOV NOT = "35"
                CLOSE MOVIMENTO-PONTOS
            END-IF.

       LOCALIZA-OU-CRIA-PONTOS.
            MOVE ZEROS TO WRK-POS-PONTOS.
            IF WRK-QTD-PONTOS-CLI > ZEROS
                SEARCH ALL TAB-PONTOS-CLIENTE
                    AT END
                        CONTINUE
                    WHEN TAB-PONT-CPF(PONT-IDX) = WRK-PONT-CPF
                        SET WRK-POS-PONTOS TO PONT-IDX
                END-SEARCH
            END-IF.
            IF WRK-POS-PONTOS = ZEROS
                IF WRK-QTD-PONTOS-CLI >= 20000
                    DISPLAY "CADASTRO DE PONTOS EXCEDE O LIMITE DE "
                            "20000 CPFS"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM VARYING WRK-PONT-I FROM 1 BY 1
                        UNTIL WRK-PONT-I > WRK-QTD-PONTOS-CLI
                        OR WRK-POS-PONTOS > ZEROS
                    IF TAB-PONT-CPF(WRK-PONT-I) > WRK-PONT-CPF
                        MOVE WRK-PONT-I TO WRK-POS-PONTOS
                    END-IF
                END-PERFORM
                ADD 1 TO WRK-QTD-PONTOS-CLI
                IF WRK-POS-PONTOS = ZEROS
                    MOVE WRK-QTD-PONTOS-CLI TO WRK-POS-PONTOS
                ELSE
                    PERFORM VARYING WRK-PONT-I FROM WRK-QTD-PONTOS-CLI
                            BY -1 UNTIL WRK-PONT-I <= WRK-POS-PONTOS
                        MOVE TAB-PONTOS-CLIENTE(WRK-PONT-I - 1)
                            TO TAB-PONTOS-CLIENTE(WRK-PONT-I)
                    END-PERFORM
                END-IF
                MOVE WRK-PONT-CPF TO TAB-PONT-CPF(WRK-POS-PONTOS)
                MOVE ZEROS TO TAB-PONT-SALDO(WRK-POS-PONTOS)
                MOVE ZEROS TO TAB-PONT-CALCULADO(WRK-POS-PONTOS)
                MOVE ZEROS TO TAB-PONT-QTD-MESTRE(WRK-POS-PONTOS)
            END-IF.

       CONFERE-PONTOS.
            DISPLAY " ".
            DISPLAY "5) SALDO DE PONTOS DIFERENTE DO MOVIMENTO "
                    "(A - R - E - C):".
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PONTOS-CLI
                PERFORM CONFERE-UM-SALDO
            END-PERFORM.
            IF WRK-QTD-DIV-PONTOS = ZEROS
                DISPLAY "   NENHUM"
            END-IF.

       CONFERE-UM-SALDO.
            MOVE TAB-PONT-CALCULADO(WRK-IDX) TO WRK-PONTOS-ESP-ED.
            MOVE TAB-PONT-SALDO(WRK-IDX)     TO WRK-PONTOS-ATU-ED.
            EVALUATE TRUE
                WHEN TAB-PONT-QTD-MESTRE(WRK-IDX) = ZEROS
                    ADD 1 TO WRK-QTD-DIV-PONTOS
                    ADD 1 TO WRK-QTD-DIVERGENCIAS
                    DISPLAY "   CPF " TAB-PONT-CPF(WRK-IDX)
                            " - ESPERADO " WRK-PONTOS-ESP-ED
                            ", SEM REGISTRO NO PONTMAST"
                WHEN TAB-PONT-QTD-MESTRE(WRK-IDX) > 1
                    ADD 1 TO WRK-QTD-DIV-PONTOS
                    ADD 1 TO WRK-QTD-DIVERGENCIAS
                    DISPLAY "   CPF " TAB-PONT-CPF(WRK-IDX)
                            " - ESPERADO " WRK-PONTOS-ESP-ED
                            ", PONTMAST " WRK-PONTOS-ATU-ED
                            " EM " TAB-PONT-QTD-MESTRE(WRK-IDX)
                            " REGISTROS"
                WHEN TAB-PONT-CALCULADO(WRK-IDX)
                     NOT = TAB-PONT-SALDO(WRK-IDX)
                    ADD 1 TO WRK-QTD-DIV-PONTOS
                    ADD 1 TO WRK-QTD-DIVERGENCIAS
                    DISPLAY "   CPF " TAB-PONT-CPF(WRK-IDX)
                            " - ESPERADO " WRK-PONTOS-ESP-ED
                            ", PONTMAST " WRK-PONTOS-ATU-ED
            END-EVALUATE.

      * A NOITE CONFERIDA E A MAIOR DATA DE PROCESSAMENTO REGISTRADA
      * NO CONTROLE DE EXECUCAO, COMO NO PROGRAMACOBOL31
       APURA-DATA-NOITE.
            PERFORM CARREGA-CONTROLE-EXECUCAO.
            MOVE ZEROS TO WRK-DATA-NOITE.
            PERFORM VARYING WRK-CTX-IDX FROM 1 BY 1
                    UNTIL WRK-CTX-IDX > WRK-CTX-QTD
                MOVE TAB-CTX-REGISTRO(WRK-CTX-IDX)
                    TO REG-CONTROLE-EXECUCAO
                IF CTX-DATA-PROCESSO > WRK-DATA-NOITE
                    MOVE CTX-DATA-PROCESSO TO WRK-DATA-NOITE
                END-IF
            END-PERFORM.
            IF WRK-DATA-NOITE = ZEROS
                MOVE WRK-DATA-PROCESSO TO WRK-DATA-NOITE
            END-IF.
            DISPLAY "DATA DA NOITE NO AUDITLOG...: " WRK-DATA-NOITE.

       IMPRIME-RESUMO.
            DISPLAY " ".
            DISPLAY "RESUMO DA CONFERENCIA DE INTEGRIDADE".
            DISPLAY "TRANSACOES LIDAS (TRANARC+TRANLOG): "
                    WRK-QTD-TRAN-LIDAS.
            DISPLAY "COMPRAS APROVADAS..................: "
                    WRK-QTD-COMPRAS.
            DISPLAY "DISPUTAS LIDAS.....................: "
                    WRK-QTD-DISP-LIDAS.
            DISPLAY "PARCELAS LIDAS.....................: "
                    WRK-QTD-PARC-LIDAS.
            DISPLAY "MOVIMENTOS DE PONTOS LIDOS.........: "
                    WRK-QTD-MOV-LIDOS.
            DISPLAY "CLIENTES NO CADASTRO...............: "
                    WRK-QTD-CLIENTES.
            DISPLAY "DISPUTAS SEM COMPRA................: "
                    WRK-QTD-DISP-SEM-TRAN.
            DISPLAY "AUTORIZACOES DO PARCREC SEM COMPRA.: "
                    WRK-QTD-PARC-SEM-TRAN.
            DISPLAY "COMPRAS EM DOBRO NO HISTORICO......: "
                    WRK-QTD-DUPLICADAS.
            DISPLAY "COMPRAS COM PARCREC DIVERGENTE.....: "
                    WRK-QTD-DIV-PARCELAS.
            IF EXPOSTO-CONFERIDO
                DISPLAY "CLIENTES COM EXPOSTO DIVERGENTE....: "
                        WRK-QTD-DIV-EXPOSTO
            ELSE
                DISPLAY "CLIENTES COM EXPOSTO DIVERGENTE....: "
                        "NAO CONFERIDO"
            END-IF.
            DISPLAY "CPFS COM SALDO DE PONTOS DIVERGENTE: "
                    WRK-QTD-DIV-PONTOS.

       COPY CLIMLOAD.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY AUDITP.
