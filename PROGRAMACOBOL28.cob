      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: CONCILIACAO BANCARIA DOS CREDITOS DAS ADQUIRENTES -
      * A CONCILIACAO DA LIQUIDACAO (PROGRAMACOBOL06) CONFERE QUE
      * CADA TRANSACAO VEIO NO LIQUID PELO VALOR LIQUIDO CERTO, MAS
      * NINGUEM CONFERIA SE A ADQUIRENTE DEPOSITOU O DINHEIRO: A
      * TESOURARIA FAZIA ISSO NA MAO CONTRA O EXTRATO DO BANCO.
      * O PROGRAMA MONTA A AGENDA DE RECEBIVEIS (AGENDREC, COPY
      * AGENDREC) - VALOR PREVISTO POR ADQUIRENTE (LIQ-ADQUIRENTE,
      * A MESMA DO TRAN-ADQUIRENTE) E DATA DE CREDITO - A PARTIR DAS
      * LIQUIDACOES DO DIA (LIQUID, QUE JA TRAZ AS DUAS ADQUIRENTES
      * CONCATENADAS PELA CRITICA PROGRAMACOBOL21): A DATA PREVISTA
      * VEM DA TABELA DE PRAZOS POR ADQUIRENTE E BANDEIRA (PRAZOLIQ,
      * COPY PRAZOLIQ - D+1 NO DEBITO, D+30 NO CREDITO E, NA VENDA
      * PARCELADA, UM CREDITO POR PARCELA NO INTERVALO DA TABELA,
      * COM A QUANTIDADE DE PARCELAS TIRADA DO TRANDIA), AJUSTADA
      * PARA O DIA UTIL SEGUINTE QUANDO CAI EM FIM DE SEMANA OU
      * FERIADO DO CALFER. EM SEGUIDA CASA OS CREDITOS DO EXTRATO
      * BANCARIO DO DIA (EXTBANC, COPY EXTBANC) CONTRA A AGENDA DA
      * MESMA ADQUIRENTE: PRIMEIRO UM ITEM VENCIDO COM O VALOR
      * PENDENTE EXATO, DEPOIS O ITEM PREVISTO PARA A DATA DO
      * CREDITO, DEPOIS OS ITENS VENCIDOS MAIS ANTIGOS. O RELATORIO
      * LISTA OS DEPOSITOS ATRASADOS (CREDITO QUE QUITOU ITEM DE
      * DATA ANTERIOR), OS CREDITOS NAO IDENTIFICADOS (SEM
      * ADQUIRENTE OU SEM ITEM PREVISTO QUE OS ABSORVA) E OS ITENS EM
      * ABERTO - PAGAMENTO A MENOR OU NAO DEPOSITADO NO DIA E AS
      * PENDENCIAS DE DIAS ANTERIORES, QUE FICAM NA AGENDA COMO ITEM
      * EM ABERTO ("A") ATE O CREDITO QUE FALTA ENTRAR. ITEM QUITADO
      * SAI DA AGENDA, QUE E REGRAVADA POR INTEIRO NO FINAL.
      * RETURN-CODE: 0 = TUDO CASOU; 4 = HOUVE ITEM EM ABERTO,
      * DEPOSITO ATRASADO OU CREDITO NAO IDENTIFICADO; 16 = ERRO DE
      * ABERTURA (EXTRATO AUSENTE INCLUSIVE) OU LIMITE DE TABELA.
      * Update: 047 - CONTROLE DE EXECUCAO DO LOTE (CTLEXEC, COPYBOOKS
      * CTLEXEC/CTLEXWS/CTLEXP): O PROGRAMA REGISTRA INICIO, FIM E
      * RETURN-CODE POR DATA DE PROCESSAMENTO E RECUSA RODAR DE NOVO
      * UMA DATA JA CONCLUIDA (RETURN-CODE 8) - AS PARCELAS DO
      * TRANDIA SERIAM AGENDADAS DUAS VEZES E O EXTRATO BAIXADO DE
      * NOVO. REEXECUCAO SO COM A LIBERACAO DO PROGRAMACOBOL30.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL28.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIQUIDACAO-ARQUIVO ASSIGN TO "LIQUID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LIQUID.
           SELECT TRANSACOES-ARQUIVO ASSIGN TO "TRANDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANLOG.
           SELECT PRAZOS-ARQUIVO ASSIGN TO "PRAZOLIQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PRAZOLIQ.
           SELECT CALENDARIO-ARQUIVO ASSIGN TO "CALFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALFER.
           SELECT EXTRATO-ARQUIVO ASSIGN TO "EXTBANC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTBANC.
           SELECT AGENDA-ARQUIVO ASSIGN TO "AGENDREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGENDREC.
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
       FD  LIQUIDACAO-ARQUIVO.
       COPY LIQUID.

       FD  TRANSACOES-ARQUIVO.
       COPY TRANLOG.

       FD  PRAZOS-ARQUIVO.
       COPY PRAZOLIQ.

       FD  CALENDARIO-ARQUIVO.
       COPY CALFER.

       FD  EXTRATO-ARQUIVO.
       COPY EXTBANC.

       FD  AGENDA-ARQUIVO.
       COPY AGENDREC.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       WORKING-STORAGE SECTION.
       COPY CTLEXWS.
       COPY AUDITWS.
       COPY DATPROCWS.
       77 WRK-FS-LIQUID      PIC X(02) VALUE "00".
       77 WRK-FS-TRANLOG     PIC X(02) VALUE "00".
       77 WRK-FS-PRAZOLIQ    PIC X(02) VALUE "00".
       77 WRK-FS-CALFER      PIC X(02) VALUE "00".
       77 WRK-FS-EXTBANC     PIC X(02) VALUE "00".
       77 WRK-FS-AGENDREC    PIC X(02) VALUE "00".
       77 WRK-FIM-LIQUID     PIC X(01) VALUE "N".
           88 FIM-LIQUID        VALUE "S".
       77 WRK-FIM-TRANLOG    PIC X(01) VALUE "N".
           88 FIM-TRANLOG       VALUE "S".
       77 WRK-FIM-PRAZOLIQ   PIC X(01) VALUE "N".
           88 FIM-PRAZOLIQ      VALUE "S".
       77 WRK-FIM-CALFER     PIC X(01) VALUE "N".
           88 FIM-CALFER        VALUE "S".
       77 WRK-FIM-EXTBANC    PIC X(01) VALUE "N".
           88 FIM-EXTBANC       VALUE "S".
       77 WRK-FIM-AGENDREC   PIC X(01) VALUE "N".
           88 FIM-AGENDREC      VALUE "S".
       77 WRK-ACHOU          PIC X(01) VALUE "N".
           88 ACHOU             VALUE "S".
       77 WRK-DIA-UTIL       PIC X(01) VALUE "N".
           88 DIA-UTIL          VALUE "S".
       77 WRK-POSICIONADO    PIC X(01) VALUE "N".
           88 POSICIONADO       VALUE "S".
       77 WRK-DIAS-PRIMEIRA-PADRAO PIC 9(03) VALUE 30.
       77 WRK-DIAS-ENTRE-PADRAO    PIC 9(03) VALUE 30.
       77 WRK-DIA-HOJE       PIC 9(07) VALUE ZEROS.
       77 WRK-DIA-CALC       PIC 9(07) VALUE ZEROS.
       77 WRK-DATA-CALC      PIC 9(08) VALUE ZEROS.
       77 WRK-DIA-SEMANA     PIC 9(01) VALUE ZEROS.
       77 WRK-DIAS-ATRASO    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-FERIADOS   PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-PRAZOS     PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-TRAN       PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-AGENDA     PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ATRASOS    PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-NAO-IDENT  PIC 9(04) VALUE ZEROS.
       77 WRK-FDX            PIC 9(03) VALUE ZEROS.
       77 WRK-PDX            PIC 9(03) VALUE ZEROS.
       77 WRK-TDX            PIC 9(05) VALUE ZEROS.
       77 WRK-GDX            PIC 9(05) VALUE ZEROS.
       77 WRK-GDX-ACHADO     PIC 9(05) VALUE ZEROS.
       77 WRK-XDX            PIC 9(04) VALUE ZEROS.
       77 WRK-ADQ            PIC 9(02) VALUE ZEROS.
       77 WRK-ADQ-IDX        PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-PARCELAS   PIC 9(02) VALUE ZEROS.
       77 WRK-PARC           PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-PRIMEIRA  PIC 9(03) VALUE ZEROS.
       77 WRK-DIAS-ENTRE     PIC 9(03) VALUE ZEROS.
       77 WRK-VALOR-PARCELA  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-RESTO    PIC 9(07)V99 VALUE ZEROS.
       77 WRK-VALOR-AGENDA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-SALDO-CREDITO  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-PENDENTE PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-APLICADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-LIQ        PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-SEM-PRAZO  PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-CREDITOS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ABERTOS    PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ABERTOS-DIA PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-QUITADOS   PIC 9(05) VALUE ZEROS.
       77 WRK-TOTAL-AGENDADO PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-CREDITOS PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ABERTO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-FUTURO   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-VALOR-ED       PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR2-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR3-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-DESCR-ABERTO   PIC X(14) VALUE SPACES.
       01  TAB-FERIADOS.
           05 TAB-FERIADO OCCURS 1 TO 200 TIMES
                          DEPENDING ON WRK-QTD-FERIADOS.
               10 TAB-FER-DATA       PIC 9(08).
       01  TAB-PRAZOS.
           05 TAB-PRAZO OCCURS 1 TO 200 TIMES
                        DEPENDING ON WRK-QTD-PRAZOS.
               10 TAB-PRZ-ADQ        PIC 9(02).
               10 TAB-PRZ-BANDEIRA   PIC 9(01).
               10 TAB-PRZ-PRIMEIRA   PIC 9(03).
               10 TAB-PRZ-ENTRE      PIC 9(03).
       01  TAB-TRANSACOES-DIA.
           05 TAB-TRAN OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WRK-QTD-TRAN.
               10 TAB-TRAN-CODIGO    PIC X(06).
               10 TAB-TRAN-ADQ       PIC 9(02).
               10 TAB-TRAN-PARCELAS  PIC 9(02).
       01  WRK-AGD-CHAVE.
           05 WRK-AGD-ADQ        PIC 9(02).
           05 WRK-AGD-DATA       PIC 9(08).
       01  TAB-AGENDA.
           05 TAB-AGD OCCURS 1 TO 9000 TIMES
                      DEPENDING ON WRK-QTD-AGENDA.
               10 TAB-AGD-CHAVE.
                   15 TAB-AGD-ADQ        PIC 9(02).
                   15 TAB-AGD-DATA       PIC 9(08).
               10 TAB-AGD-PREVISTO   PIC 9(09)V99.
               10 TAB-AGD-RECEBIDO   PIC 9(09)V99.
               10 TAB-AGD-ULT-CREDITO PIC 9(08).
               10 TAB-AGD-SITUACAO   PIC X(01).
                   88 TAB-AGD-PREVISTO-SIT VALUE "P".
                   88 TAB-AGD-EM-ABERTO    VALUE "A".
                   88 TAB-AGD-QUITADO      VALUE "Q".
       01  TAB-ATRASOS.
           05 TAB-ATR OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WRK-QTD-ATRASOS.
               10 TAB-ATR-ADQ        PIC 9(02).
               10 TAB-ATR-PREVISTA   PIC 9(08).
               10 TAB-ATR-CREDITO    PIC 9(08).
               10 TAB-ATR-DIAS       PIC 9(05).
               10 TAB-ATR-VALOR      PIC 9(09)V99.
       01  TAB-NAO-IDENTIFICADOS.
           05 TAB-NID OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WRK-QTD-NAO-IDENT.
               10 TAB-NID-ADQ        PIC 9(02).
               10 TAB-NID-DATA       PIC 9(08).
               10 TAB-NID-DOCUMENTO  PIC X(10).
               10 TAB-NID-VALOR      PIC 9(09)V99.
               10 TAB-NID-HISTORICO  PIC X(30).
       01  TAB-TOTAIS-ADQUIRENTES.
           05 TAB-TOT-ADQ OCCURS 10 TIMES.
               10 TAB-ADQ-PREVISTO-DIA PIC 9(09)V99.
               10 TAB-ADQ-RECEBIDO     PIC 9(09)V99.
               10 TAB-ADQ-ABERTO       PIC 9(09)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            MOVE "PROGRAMACOBOL28" TO WRK-CTX-PROGRAMA.
            PERFORM INICIA-CONTROLE-EXECUCAO.
            COMPUTE WRK-DIA-HOJE =
                FUNCTION INTEGER-OF-DATE (WRK-DATA-PROCESSO).
            INITIALIZE TAB-TOTAIS-ADQUIRENTES.
            PERFORM CARREGA-FERIADOS.
            PERFORM CARREGA-PRAZOS.
            PERFORM CARREGA-AGENDA.
            PERFORM CARREGA-TRANSACOES-DIA.
            PERFORM AGENDA-LIQUIDACOES.
            PERFORM CONCILIA-EXTRATO.
            PERFORM APURA-ITENS-ABERTOS.
            PERFORM IMPRIME-RELATORIO.
            PERFORM REGRAVA-AGENDA.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL28" TO AUD-PROGRAMA.
            STRING "CONC BANC CRED " DELIMITED BY SIZE
                   WRK-QTD-CREDITOS DELIMITED BY SIZE
                   " ABERTOS " DELIMITED BY SIZE
                   WRK-QTD-ABERTOS DELIMITED BY SIZE
                   " ATRASO " DELIMITED BY SIZE
                   WRK-QTD-ATRASOS DELIMITED BY SIZE
                   " NAO IDENT " DELIMITED BY SIZE
                   WRK-QTD-NAO-IDENT DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-ABERTOS > ZEROS
               OR WRK-QTD-ATRASOS > ZEROS
               OR WRK-QTD-NAO-IDENT > ZEROS
                DISPLAY "CONCILIACAO BANCARIA COM PENDENCIAS - "
                        "RETURN-CODE 4"
                MOVE 4 TO RETURN-CODE
            ELSE
                DISPLAY "CONCILIACAO BANCARIA SEM PENDENCIAS"
                MOVE 0 TO RETURN-CODE
            END-IF.
            PERFORM FINALIZA-CONTROLE-EXECUCAO.
            GOBACK.

       CARREGA-FERIADOS.
            MOVE ZEROS TO WRK-QTD-FERIADOS.
            OPEN INPUT CALENDARIO-ARQUIVO.
            IF WRK-FS-CALFER = "35"
                DISPLAY "CALENDARIO DE FERIADOS AUSENTE - SOMENTE "
                        "FINS DE SEMANA SERAO PULADOS"
                SET FIM-CALFER TO TRUE
            ELSE
                IF WRK-FS-CALFER NOT = "00"
                    DISPLAY "CALENDARIO DE FERIADOS INDISPONIVEL - "
                            "FS: " WRK-FS-CALFER
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-CALFER
                READ CALENDARIO-ARQUIVO
                    AT END
                        SET FIM-CALFER TO TRUE
                    NOT AT END
                        IF WRK-QTD-FERIADOS >= 200
                            DISPLAY "CALENDARIO EXCEDE O LIMITE DE "
                                    "200 FERIADOS"
                            CLOSE CALENDARIO-ARQUIVO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-FERIADOS
                        MOVE FER-DATA
                            TO TAB-FER-DATA(WRK-QTD-FERIADOS)
                END-READ
            END-PERFORM.
            IF WRK-FS-CALFER NOT = "35"
                CLOSE CALENDARIO-ARQUIVO
            END-IF.

       CARREGA-PRAZOS.
            MOVE ZEROS TO WRK-QTD-PRAZOS.
            OPEN INPUT PRAZOS-ARQUIVO.
            IF WRK-FS-PRAZOLIQ = "35"
                DISPLAY "TABELA DE PRAZOS AUSENTE - TODA LIQUIDACAO "
                        "PREVISTA EM D+30 POR PARCELA"
                SET FIM-PRAZOLIQ TO TRUE
            ELSE
                IF WRK-FS-PRAZOLIQ NOT = "00"
                    DISPLAY "TABELA DE PRAZOS INDISPONIVEL - FS: "
                            WRK-FS-PRAZOLIQ
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PRAZOLIQ
                READ PRAZOS-ARQUIVO
                    AT END
                        SET FIM-PRAZOLIQ TO TRUE
                    NOT AT END
                        IF WRK-QTD-PRAZOS >= 200
                            DISPLAY "TABELA DE PRAZOS EXCEDE O "
                                    "LIMITE DE 200 REGISTROS"
                            CLOSE PRAZOS-ARQUIVO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-PRAZOS
                        MOVE PRZ-ADQUIRENTE
                            TO TAB-PRZ-ADQ(WRK-QTD-PRAZOS)
                        MOVE PRZ-BANDEIRA
                            TO TAB-PRZ-BANDEIRA(WRK-QTD-PRAZOS)
                        MOVE PRZ-DIAS-PRIMEIRA
                            TO TAB-PRZ-PRIMEIRA(WRK-QTD-PRAZOS)
                        MOVE PRZ-DIAS-ENTRE
                            TO TAB-PRZ-ENTRE(WRK-QTD-PRAZOS)
                END-READ
            END-PERFORM.
            IF WRK-FS-PRAZOLIQ NOT = "35"
                CLOSE PRAZOS-ARQUIVO
            END-IF.

      * A AGENDA E GRAVADA EM ORDEM DE ADQUIRENTE + DATA PREVISTA, E A
      * TABELA E MANTIDA NESSA ORDEM PELA INCLUSAO (INSERE-AGENDA) -
      * O CASAMENTO DOS CREDITOS VARRE OS ITENS DO MAIS ANTIGO PARA O
      * MAIS NOVO.
       CARREGA-AGENDA.
            MOVE ZEROS TO WRK-QTD-AGENDA.
            OPEN INPUT AGENDA-ARQUIVO.
            IF WRK-FS-AGENDREC = "35"
                DISPLAY "AGENDA DE RECEBIVEIS INEXISTENTE - INICIANDO "
                        "AGENDA VAZIA"
                SET FIM-AGENDREC TO TRUE
            ELSE
                IF WRK-FS-AGENDREC NOT = "00"
                    DISPLAY "AGENDA DE RECEBIVEIS INDISPONIVEL - FS: "
                            WRK-FS-AGENDREC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-AGENDREC
                READ AGENDA-ARQUIVO
                    AT END
                        SET FIM-AGENDREC TO TRUE
                    NOT AT END
                        MOVE AGD-ADQUIRENTE    TO WRK-AGD-ADQ
                        MOVE AGD-DATA-PREVISTA TO WRK-AGD-DATA
                        PERFORM LOCALIZA-AGENDA
                        ADD AGD-VALOR-PREVISTO
                            TO TAB-AGD-PREVISTO(WRK-GDX)
                        ADD AGD-VALOR-RECEBIDO
                            TO TAB-AGD-RECEBIDO(WRK-GDX)
                        MOVE AGD-DATA-ULT-CREDITO
                            TO TAB-AGD-ULT-CREDITO(WRK-GDX)
                        MOVE AGD-SITUACAO
                            TO TAB-AGD-SITUACAO(WRK-GDX)
                END-READ
            END-PERFORM.
            IF WRK-FS-AGENDREC NOT = "35"
                CLOSE AGENDA-ARQUIVO
            END-IF.

       CARREGA-TRANSACOES-DIA.
            MOVE ZEROS TO WRK-QTD-TRAN.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG NOT = "00"
                DISPLAY "ARQUIVO TRANDIA INDISPONIVEL - FS: "
                        WRK-FS-TRANLOG
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-TRANLOG
                READ TRANSACOES-ARQUIVO
                    AT END
                        SET FIM-TRANLOG TO TRUE
                    NOT AT END
                        IF TRAN-DATA = WRK-DATA-PROCESSO
                           AND TRAN-STATUS-AUTORIZ = "A"
                            IF WRK-QTD-TRAN >= 20000
                                DISPLAY "ARQUIVO TRANDIA EXCEDE O "
                                        "LIMITE DE 20000 TRANSACOES"
                                CLOSE TRANSACOES-ARQUIVO
                                MOVE 16 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WRK-QTD-TRAN
                            MOVE TRAN-COD-AUTORIZACAO
                                TO TAB-TRAN-CODIGO(WRK-QTD-TRAN)
                            MOVE TRAN-ADQUIRENTE
                                TO TAB-TRAN-ADQ(WRK-QTD-TRAN)
                            MOVE TRAN-QTD-PARCELAS
                                TO TAB-TRAN-PARCELAS(WRK-QTD-TRAN)
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE TRANSACOES-ARQUIVO.

       AGENDA-LIQUIDACOES.
            OPEN INPUT LIQUIDACAO-ARQUIVO.
            IF WRK-FS-LIQUID NOT = "00"
                DISPLAY "ARQUIVO DE LIQUIDACAO INDISPONIVEL - FS: "
                        WRK-FS-LIQUID
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-LIQUID
                READ LIQUIDACAO-ARQUIVO
                    AT END
                        SET FIM-LIQUID TO TRUE
                    NOT AT END
                        ADD 1 TO WRK-QTD-LIQ
                        PERFORM AGENDA-UMA-LIQUIDACAO
                END-READ
            END-PERFORM.
            CLOSE LIQUIDACAO-ARQUIVO.

       AGENDA-UMA-LIQUIDACAO.
            MOVE 1 TO WRK-QTD-PARCELAS.
            MOVE "N" TO WRK-ACHOU.
            PERFORM VARYING WRK-TDX FROM 1 BY 1
                    UNTIL WRK-TDX > WRK-QTD-TRAN
                    OR ACHOU
                IF TAB-TRAN-CODIGO(WRK-TDX) = LIQ-COD-AUTORIZACAO
                   AND (TAB-TRAN-ADQ(WRK-TDX) = ZEROS
                        OR LIQ-ADQUIRENTE = ZEROS
                        OR TAB-TRAN-ADQ(WRK-TDX) = LIQ-ADQUIRENTE)
                    SET ACHOU TO TRUE
                    IF TAB-TRAN-PARCELAS(WRK-TDX) > 1
                        MOVE TAB-TRAN-PARCELAS(WRK-TDX)
                            TO WRK-QTD-PARCELAS
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WRK-DIAS-PRIMEIRA-PADRAO TO WRK-DIAS-PRIMEIRA.
            MOVE WRK-DIAS-ENTRE-PADRAO    TO WRK-DIAS-ENTRE.
            MOVE "N" TO WRK-ACHOU.
            PERFORM VARYING WRK-PDX FROM 1 BY 1
                    UNTIL WRK-PDX > WRK-QTD-PRAZOS
                    OR ACHOU
                IF TAB-PRZ-ADQ(WRK-PDX) = LIQ-ADQUIRENTE
                   AND TAB-PRZ-BANDEIRA(WRK-PDX) = LIQ-BANDEIRA
                    SET ACHOU TO TRUE
                    MOVE TAB-PRZ-PRIMEIRA(WRK-PDX)
                        TO WRK-DIAS-PRIMEIRA
                    MOVE TAB-PRZ-ENTRE(WRK-PDX) TO WRK-DIAS-ENTRE
                END-IF
            END-PERFORM.
            IF NOT ACHOU AND WRK-QTD-PRAZOS > ZEROS
                ADD 1 TO WRK-QTD-SEM-PRAZO
                DISPLAY "SEM PRAZO PARA ADQUIRENTE " LIQ-ADQUIRENTE
                        " BANDEIRA " LIQ-BANDEIRA " - AUT "
                        LIQ-COD-AUTORIZACAO " PREVISTA EM D+30"
            END-IF.
            IF WRK-DIAS-ENTRE = ZEROS
                MOVE 1 TO WRK-QTD-PARCELAS
            END-IF.
            COMPUTE WRK-VALOR-PARCELA = LIQ-VALOR / WRK-QTD-PARCELAS.
            COMPUTE WRK-VALOR-RESTO = LIQ-VALOR -
                WRK-VALOR-PARCELA * WRK-QTD-PARCELAS.
            MOVE LIQ-ADQUIRENTE TO WRK-ADQ.
            PERFORM VARYING WRK-PARC FROM 1 BY 1
                    UNTIL WRK-PARC > WRK-QTD-PARCELAS
                COMPUTE WRK-DIA-CALC = WRK-DIA-HOJE
                    + WRK-DIAS-PRIMEIRA
                    + WRK-DIAS-ENTRE * (WRK-PARC - 1)
                PERFORM AJUSTA-DIA-UTIL
                MOVE WRK-VALOR-PARCELA TO WRK-VALOR-AGENDA
                IF WRK-PARC = 1
                    ADD WRK-VALOR-RESTO TO WRK-VALOR-AGENDA
                END-IF
                MOVE LIQ-ADQUIRENTE TO WRK-AGD-ADQ
                MOVE WRK-DATA-CALC  TO WRK-AGD-DATA
                PERFORM LOCALIZA-AGENDA
                ADD WRK-VALOR-AGENDA TO TAB-AGD-PREVISTO(WRK-GDX)
                ADD WRK-VALOR-AGENDA TO WRK-TOTAL-AGENDADO
            END-PERFORM.

      * AVANCA WRK-DIA-CALC (DIA INTEIRO) ATE UM DIA UTIL E DEVOLVE A
      * DATA EM WRK-DATA-CALC. NO INTEIRO DE DATA, RESTO 6 DA DIVISAO
      * POR 7 E SABADO E RESTO 0 E DOMINGO.
       AJUSTA-DIA-UTIL.
            MOVE "N" TO WRK-DIA-UTIL.
            PERFORM UNTIL DIA-UTIL
                COMPUTE WRK-DATA-CALC =
                    FUNCTION DATE-OF-INTEGER (WRK-DIA-CALC)
                COMPUTE WRK-DIA-SEMANA =
                    FUNCTION MOD (WRK-DIA-CALC 7)
                IF WRK-DIA-SEMANA = 6 OR WRK-DIA-SEMANA = 0
                    ADD 1 TO WRK-DIA-CALC
                ELSE
                    SET DIA-UTIL TO TRUE
                    PERFORM VARYING WRK-FDX FROM 1 BY 1
                            UNTIL WRK-FDX > WRK-QTD-FERIADOS
                        IF TAB-FER-DATA(WRK-FDX) = WRK-DATA-CALC
                            MOVE "N" TO WRK-DIA-UTIL
                        END-IF
                    END-PERFORM
                    IF NOT DIA-UTIL
                        ADD 1 TO WRK-DIA-CALC
                    END-IF
                END-IF
            END-PERFORM.

      * LOCALIZA O ITEM DA AGENDA COM A CHAVE WRK-AGD-CHAVE; SE NAO
      * EXISTIR, INCLUI NA POSICAO CERTA (DESLOCANDO OS MAIORES PARA
      * BAIXO) COM VALORES ZERADOS E SITUACAO "P". DEVOLVE A POSICAO
      * EM WRK-GDX.
       LOCALIZA-AGENDA.
            MOVE ZEROS TO WRK-GDX-ACHADO.
            MOVE "N" TO WRK-POSICIONADO.
            PERFORM VARYING WRK-GDX FROM 1 BY 1
                    UNTIL WRK-GDX > WRK-QTD-AGENDA
                    OR POSICIONADO
                IF TAB-AGD-CHAVE(WRK-GDX) >= WRK-AGD-CHAVE
                    SET POSICIONADO TO TRUE
                    IF TAB-AGD-CHAVE(WRK-GDX) = WRK-AGD-CHAVE
                        MOVE WRK-GDX TO WRK-GDX-ACHADO
                    END-IF
                END-IF
            END-PERFORM.
            IF POSICIONADO
                SUBTRACT 1 FROM WRK-GDX
            END-IF.
            IF WRK-GDX-ACHADO NOT = ZEROS
                MOVE WRK-GDX-ACHADO TO WRK-GDX
            END-IF.
            IF WRK-GDX-ACHADO = ZEROS
                PERFORM INSERE-AGENDA
            END-IF.

       INSERE-AGENDA.
            IF WRK-QTD-AGENDA >= 9000
                DISPLAY "AGENDA DE RECEBIVEIS EXCEDE O LIMITE DE "
                        "9000 ITENS"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WRK-GDX TO WRK-GDX-ACHADO.
            ADD 1 TO WRK-QTD-AGENDA.
            PERFORM VARYING WRK-GDX FROM WRK-QTD-AGENDA BY -1
                    UNTIL WRK-GDX <= WRK-GDX-ACHADO
                MOVE TAB-AGD(WRK-GDX - 1) TO TAB-AGD(WRK-GDX)
            END-PERFORM.
            MOVE WRK-GDX-ACHADO TO WRK-GDX.
            MOVE WRK-AGD-ADQ  TO TAB-AGD-ADQ(WRK-GDX).
            MOVE WRK-AGD-DATA TO TAB-AGD-DATA(WRK-GDX).
            MOVE ZEROS TO TAB-AGD-PREVISTO(WRK-GDX).
            MOVE ZEROS TO TAB-AGD-RECEBIDO(WRK-GDX).
            MOVE ZEROS TO TAB-AGD-ULT-CREDITO(WRK-GDX).
            MOVE "P"   TO TAB-AGD-SITUACAO(WRK-GDX).

       CONCILIA-EXTRATO.
            OPEN INPUT EXTRATO-ARQUIVO.
            IF WRK-FS-EXTBANC NOT = "00"
                DISPLAY "EXTRATO BANCARIO INDISPONIVEL - FS: "
                        WRK-FS-EXTBANC " - AGENDA NAO ATUALIZADA"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-EXTBANC
                READ EXTRATO-ARQUIVO
                    AT END
                        SET FIM-EXTBANC TO TRUE
                    NOT AT END
                        IF EXTB-CREDITO
                            ADD 1 TO WRK-QTD-CREDITOS
                            ADD EXTB-VALOR TO WRK-TOTAL-CREDITOS
                            MOVE EXTB-VALOR TO WRK-SALDO-CREDITO
                            IF EXTB-ADQUIRENTE NOT = ZEROS
                                PERFORM APLICA-CREDITO
                            END-IF
                            IF WRK-SALDO-CREDITO > ZEROS
                                PERFORM REGISTRA-NAO-IDENTIFICADO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            CLOSE EXTRATO-ARQUIVO.

      * O CREDITO QUITA PRIMEIRO O ITEM VENCIDO (DATA PREVISTA ATE A
      * DATA DO CREDITO) CUJO PENDENTE E EXATAMENTE O VALOR DEPOSITADO;
      * SENAO ABATE O ITEM PREVISTO PARA A PROPRIA DATA DO CREDITO E,
      * SE AINDA SOBRAR, OS ITENS VENCIDOS DO MAIS ANTIGO PARA O MAIS
      * NOVO. O QUE SOBRAR E CREDITO NAO IDENTIFICADO.
       APLICA-CREDITO.
            MOVE EXTB-ADQUIRENTE TO WRK-ADQ.
            MOVE "N" TO WRK-ACHOU.
            PERFORM VARYING WRK-GDX FROM 1 BY 1
                    UNTIL WRK-GDX > WRK-QTD-AGENDA
                    OR ACHOU
                IF TAB-AGD-ADQ(WRK-GDX) = EXTB-ADQUIRENTE
                   AND TAB-AGD-DATA(WRK-GDX) <= EXTB-DATA
                   AND TAB-AGD-PREVISTO(WRK-GDX) -
                       TAB-AGD-RECEBIDO(WRK-GDX) = WRK-SALDO-CREDITO
                    SET ACHOU TO TRUE
                    PERFORM APLICA-NO-ITEM
                END-IF
            END-PERFORM.
            IF WRK-SALDO-CREDITO > ZEROS
                PERFORM VARYING WRK-GDX FROM 1 BY 1
                        UNTIL WRK-GDX > WRK-QTD-AGENDA
                    IF TAB-AGD-ADQ(WRK-GDX) = EXTB-ADQUIRENTE
                       AND TAB-AGD-DATA(WRK-GDX) = EXTB-DATA
                       AND WRK-SALDO-CREDITO > ZEROS
                        PERFORM APLICA-NO-ITEM
                    END-IF
                END-PERFORM
            END-IF.
            IF WRK-SALDO-CREDITO > ZEROS
                PERFORM VARYING WRK-GDX FROM 1 BY 1
                        UNTIL WRK-GDX > WRK-QTD-AGENDA
                    IF TAB-AGD-ADQ(WRK-GDX) = EXTB-ADQUIRENTE
                       AND TAB-AGD-DATA(WRK-GDX) <= EXTB-DATA
                       AND WRK-SALDO-CREDITO > ZEROS
                        PERFORM APLICA-NO-ITEM
                    END-IF
                END-PERFORM
            END-IF.

      * ABATE DO ITEM WRK-GDX O MENOR ENTRE O PENDENTE DO ITEM E O
      * SALDO DO CREDITO; CREDITO QUE ENTRA DEPOIS DA DATA PREVISTA
      * E LISTADO COMO DEPOSITO ATRASADO.
       APLICA-NO-ITEM.
            IF TAB-AGD-RECEBIDO(WRK-GDX) < TAB-AGD-PREVISTO(WRK-GDX)
                COMPUTE WRK-VALOR-PENDENTE =
                    TAB-AGD-PREVISTO(WRK-GDX) -
                    TAB-AGD-RECEBIDO(WRK-GDX)
                IF WRK-SALDO-CREDITO < WRK-VALOR-PENDENTE
                    MOVE WRK-SALDO-CREDITO TO WRK-VALOR-APLICADO
                ELSE
                    MOVE WRK-VALOR-PENDENTE TO WRK-VALOR-APLICADO
                END-IF
                ADD WRK-VALOR-APLICADO TO TAB-AGD-RECEBIDO(WRK-GDX)
                SUBTRACT WRK-VALOR-APLICADO FROM WRK-SALDO-CREDITO
                MOVE EXTB-DATA TO TAB-AGD-ULT-CREDITO(WRK-GDX)
                MOVE EXTB-ADQUIRENTE TO WRK-ADQ
                PERFORM CALCULA-INDICE-ADQ
                ADD WRK-VALOR-APLICADO TO TAB-ADQ-RECEBIDO(WRK-ADQ-IDX)
                IF TAB-AGD-DATA(WRK-GDX) < EXTB-DATA
                    PERFORM REGISTRA-ATRASO
                END-IF
            END-IF.

       REGISTRA-ATRASO.
            IF WRK-QTD-ATRASOS >= 2000
                DISPLAY "LIMITE DE 2000 DEPOSITOS ATRASADOS EXCEDIDO - "
                        "ADQ " EXTB-ADQUIRENTE " PREVISTO "
                        TAB-AGD-DATA(WRK-GDX)
            ELSE
                ADD 1 TO WRK-QTD-ATRASOS
                MOVE EXTB-ADQUIRENTE
                    TO TAB-ATR-ADQ(WRK-QTD-ATRASOS)
                MOVE TAB-AGD-DATA(WRK-GDX)
                    TO TAB-ATR-PREVISTA(WRK-QTD-ATRASOS)
                MOVE EXTB-DATA TO TAB-ATR-CREDITO(WRK-QTD-ATRASOS)
                COMPUTE TAB-ATR-DIAS(WRK-QTD-ATRASOS) =
                    FUNCTION INTEGER-OF-DATE (EXTB-DATA) -
                    FUNCTION INTEGER-OF-DATE (TAB-AGD-DATA(WRK-GDX))
                MOVE WRK-VALOR-APLICADO
                    TO TAB-ATR-VALOR(WRK-QTD-ATRASOS)
            END-IF.

       REGISTRA-NAO-IDENTIFICADO.
            IF WRK-QTD-NAO-IDENT >= 2000
                DISPLAY "LIMITE DE 2000 CREDITOS NAO IDENTIFICADOS "
                        "EXCEDIDO - DOC " EXTB-DOCUMENTO
            ELSE
                ADD 1 TO WRK-QTD-NAO-IDENT
                MOVE EXTB-ADQUIRENTE
                    TO TAB-NID-ADQ(WRK-QTD-NAO-IDENT)
                MOVE EXTB-DATA TO TAB-NID-DATA(WRK-QTD-NAO-IDENT)
                MOVE EXTB-DOCUMENTO
                    TO TAB-NID-DOCUMENTO(WRK-QTD-NAO-IDENT)
                MOVE WRK-SALDO-CREDITO
                    TO TAB-NID-VALOR(WRK-QTD-NAO-IDENT)
                MOVE EXTB-HISTORICO
                    TO TAB-NID-HISTORICO(WRK-QTD-NAO-IDENT)
            END-IF.

      * ITEM TOTALMENTE RECEBIDO SAI DA AGENDA; ITEM VENCIDO (DATA
      * PREVISTA ATE A DATA DO MOVIMENTO) COM RECEBIDO MENOR QUE O
      * PREVISTO PASSA (OU CONTINUA) COMO ITEM EM ABERTO.
       APURA-ITENS-ABERTOS.
            PERFORM VARYING WRK-GDX FROM 1 BY 1
                    UNTIL WRK-GDX > WRK-QTD-AGENDA
                MOVE TAB-AGD-ADQ(WRK-GDX) TO WRK-ADQ
                PERFORM CALCULA-INDICE-ADQ
                IF TAB-AGD-DATA(WRK-GDX) = WRK-DATA-PROCESSO
                    ADD TAB-AGD-PREVISTO(WRK-GDX)
                        TO TAB-ADQ-PREVISTO-DIA(WRK-ADQ-IDX)
                END-IF
                IF TAB-AGD-RECEBIDO(WRK-GDX) >=
                   TAB-AGD-PREVISTO(WRK-GDX)
                    IF TAB-AGD-EM-ABERTO(WRK-GDX)
                        ADD 1 TO WRK-QTD-QUITADOS
                    END-IF
                    SET TAB-AGD-QUITADO(WRK-GDX) TO TRUE
                ELSE
                    IF TAB-AGD-DATA(WRK-GDX) <= WRK-DATA-PROCESSO
                        SET TAB-AGD-EM-ABERTO(WRK-GDX) TO TRUE
                        ADD 1 TO WRK-QTD-ABERTOS
                        IF TAB-AGD-DATA(WRK-GDX) = WRK-DATA-PROCESSO
                            ADD 1 TO WRK-QTD-ABERTOS-DIA
                        END-IF
                        COMPUTE WRK-VALOR-PENDENTE =
                            TAB-AGD-PREVISTO(WRK-GDX) -
                            TAB-AGD-RECEBIDO(WRK-GDX)
                        ADD WRK-VALOR-PENDENTE TO WRK-TOTAL-ABERTO
                        ADD WRK-VALOR-PENDENTE
                            TO TAB-ADQ-ABERTO(WRK-ADQ-IDX)
                    ELSE
                        COMPUTE WRK-TOTAL-FUTURO = WRK-TOTAL-FUTURO +
                            TAB-AGD-PREVISTO(WRK-GDX) -
                            TAB-AGD-RECEBIDO(WRK-GDX)
                    END-IF
                END-IF
            END-PERFORM.

      * CODIGO 0 (LIQUIDACAO SEM ADQUIRENTE) CAI NA FAIXA 1 DA TABELA;
      * CODIGO ACIMA DE 9 TAMBEM, PARA NAO ESTOURAR O INDICE.
       CALCULA-INDICE-ADQ.
            IF WRK-ADQ >= 1 AND WRK-ADQ <= 9
                COMPUTE WRK-ADQ-IDX = WRK-ADQ + 1
            ELSE
                MOVE 1 TO WRK-ADQ-IDX
            END-IF.

       IMPRIME-RELATORIO.
            DISPLAY " ".
            DISPLAY "CONCILIACAO BANCARIA DAS ADQUIRENTES - DATA "
                    WRK-DATA-PROCESSO.
            DISPLAY "LIQUIDACOES AGENDADAS NO DIA....: " WRK-QTD-LIQ.
            MOVE WRK-TOTAL-AGENDADO TO WRK-VALOR-ED.
            DISPLAY "VALOR AGENDADO NO DIA...........: " WRK-VALOR-ED.
            DISPLAY "LIQUIDACOES SEM PRAZO (D+30)....: "
                    WRK-QTD-SEM-PRAZO.
            DISPLAY "CREDITOS NO EXTRATO.............: "
                    WRK-QTD-CREDITOS.
            MOVE WRK-TOTAL-CREDITOS TO WRK-VALOR-ED.
            DISPLAY "VALOR CREDITADO.................: " WRK-VALOR-ED.
            DISPLAY " ".
            DISPLAY "POR ADQUIRENTE (PREVISTO NO DIA / RECEBIDO / "
                    "EM ABERTO):".
            PERFORM VARYING WRK-ADQ-IDX FROM 1 BY 1
                    UNTIL WRK-ADQ-IDX > 10
                IF TAB-ADQ-PREVISTO-DIA(WRK-ADQ-IDX) > ZEROS
                   OR TAB-ADQ-RECEBIDO(WRK-ADQ-IDX) > ZEROS
                   OR TAB-ADQ-ABERTO(WRK-ADQ-IDX) > ZEROS
                    COMPUTE WRK-ADQ = WRK-ADQ-IDX - 1
                    MOVE TAB-ADQ-PREVISTO-DIA(WRK-ADQ-IDX)
                        TO WRK-VALOR-ED
                    MOVE TAB-ADQ-RECEBIDO(WRK-ADQ-IDX)
                        TO WRK-VALOR2-ED
                    MOVE TAB-ADQ-ABERTO(WRK-ADQ-IDX) TO WRK-VALOR3-ED
                    DISPLAY "   ADQ " WRK-ADQ " " WRK-VALOR-ED " "
                            WRK-VALOR2-ED " " WRK-VALOR3-ED
                END-IF
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "ITENS EM ABERTO (PAGAMENTO A MENOR OU NAO "
                    "DEPOSITADO):".
            IF WRK-QTD-ABERTOS = ZEROS
                DISPLAY "   NENHUM"
            END-IF.
            PERFORM VARYING WRK-GDX FROM 1 BY 1
                    UNTIL WRK-GDX > WRK-QTD-AGENDA
                IF TAB-AGD-EM-ABERTO(WRK-GDX)
                    PERFORM IMPRIME-ITEM-ABERTO
                END-IF
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "DEPOSITOS ATRASADOS:".
            IF WRK-QTD-ATRASOS = ZEROS
                DISPLAY "   NENHUM"
            END-IF.
            PERFORM VARYING WRK-XDX FROM 1 BY 1
                    UNTIL WRK-XDX > WRK-QTD-ATRASOS
                MOVE TAB-ATR-VALOR(WRK-XDX) TO WRK-VALOR-ED
                DISPLAY "   ADQ " TAB-ATR-ADQ(WRK-XDX)
                        " PREVISTO " TAB-ATR-PREVISTA(WRK-XDX)
                        " CREDITADO " TAB-ATR-CREDITO(WRK-XDX)
                        " DIAS " TAB-ATR-DIAS(WRK-XDX)
                        " " WRK-VALOR-ED
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "CREDITOS NAO IDENTIFICADOS:".
            IF WRK-QTD-NAO-IDENT = ZEROS
                DISPLAY "   NENHUM"
            END-IF.
            PERFORM VARYING WRK-XDX FROM 1 BY 1
                    UNTIL WRK-XDX > WRK-QTD-NAO-IDENT
                MOVE TAB-NID-VALOR(WRK-XDX) TO WRK-VALOR-ED
                DISPLAY "   " TAB-NID-DATA(WRK-XDX)
                        " ADQ " TAB-NID-ADQ(WRK-XDX)
                        " DOC " TAB-NID-DOCUMENTO(WRK-XDX)
                        " " WRK-VALOR-ED " "
                        TAB-NID-HISTORICO(WRK-XDX)
            END-PERFORM.
            DISPLAY " ".
            DISPLAY "ITENS EM ABERTO.................: "
                    WRK-QTD-ABERTOS.
            DISPLAY "   ABERTOS NO DIA...............: "
                    WRK-QTD-ABERTOS-DIA.
            MOVE WRK-TOTAL-ABERTO TO WRK-VALOR-ED.
            DISPLAY "VALOR EM ABERTO.................: " WRK-VALOR-ED.
            DISPLAY "ITENS EM ABERTO QUITADOS NO DIA.: "
                    WRK-QTD-QUITADOS.
            MOVE WRK-TOTAL-FUTURO TO WRK-VALOR-ED.
            DISPLAY "AGENDA FUTURA A RECEBER.........: " WRK-VALOR-ED.

       IMPRIME-ITEM-ABERTO.
            COMPUTE WRK-VALOR-PENDENTE = TAB-AGD-PREVISTO(WRK-GDX) -
                TAB-AGD-RECEBIDO(WRK-GDX).
            COMPUTE WRK-DIAS-ATRASO = WRK-DIA-HOJE -
                FUNCTION INTEGER-OF-DATE (TAB-AGD-DATA(WRK-GDX)).
            IF TAB-AGD-DATA(WRK-GDX) < WRK-DATA-PROCESSO
                MOVE "EM ABERTO" TO WRK-DESCR-ABERTO
            ELSE
                IF TAB-AGD-RECEBIDO(WRK-GDX) = ZEROS
                    MOVE "NAO DEPOSITADO" TO WRK-DESCR-ABERTO
                ELSE
                    MOVE "PAGO A MENOR" TO WRK-DESCR-ABERTO
                END-IF
            END-IF.
            MOVE TAB-AGD-PREVISTO(WRK-GDX) TO WRK-VALOR-ED.
            MOVE TAB-AGD-RECEBIDO(WRK-GDX) TO WRK-VALOR2-ED.
            MOVE WRK-VALOR-PENDENTE        TO WRK-VALOR3-ED.
            DISPLAY "   ADQ " TAB-AGD-ADQ(WRK-GDX)
                    " PREVISTO " TAB-AGD-DATA(WRK-GDX)
                    " " WRK-DESCR-ABERTO
                    " DIAS " WRK-DIAS-ATRASO.
            DISPLAY "      PREVISTO " WRK-VALOR-ED
                    " RECEBIDO " WRK-VALOR2-ED
                    " FALTA " WRK-VALOR3-ED.

       REGRAVA-AGENDA.
            OPEN OUTPUT AGENDA-ARQUIVO.
            IF WRK-FS-AGENDREC NOT = "00"
                DISPLAY "ERRO AO REGRAVAR AGENDREC - FS: "
                        WRK-FS-AGENDREC
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-GDX FROM 1 BY 1
                    UNTIL WRK-GDX > WRK-QTD-AGENDA
                IF NOT TAB-AGD-QUITADO(WRK-GDX)
                    MOVE TAB-AGD-ADQ(WRK-GDX)  TO AGD-ADQUIRENTE
                    MOVE TAB-AGD-DATA(WRK-GDX) TO AGD-DATA-PREVISTA
                    MOVE TAB-AGD-PREVISTO(WRK-GDX)
                        TO AGD-VALOR-PREVISTO
                    MOVE TAB-AGD-RECEBIDO(WRK-GDX)
                        TO AGD-VALOR-RECEBIDO
                    MOVE TAB-AGD-ULT-CREDITO(WRK-GDX)
                        TO AGD-DATA-ULT-CREDITO
                    MOVE TAB-AGD-SITUACAO(WRK-GDX) TO AGD-SITUACAO
                    WRITE REG-AGENDA-RECEBIVEL
                END-IF
            END-PERFORM.
            CLOSE AGENDA-ARQUIVO.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY AUDITP.
