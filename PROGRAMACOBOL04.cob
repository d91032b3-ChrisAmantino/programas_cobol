      * FAZIA) - O TRANLOG E UM DATASET DE ACUMULO, E SEM O FILTRO O
      * TOTAL LIQUIDADO NO CARTAO, A VARIANCIA E O REGISTRO CONTABIL
      * CARREGAVAM O HISTORICO INTEIRO A PARTIR DO SEGUNDO DIA.
      * Update: 042 - CONCILIACAO DO CARTAO POR LOJA: O SOMA-TRANLOG
      * ACUMULA O LIQUIDADO NO CARTAO POR TRAN-LOJA (ESTORNOS
      * ABATIDOS; REGISTRO SEM LOJA VAI PARA O GRUPO "SEM LOJA") E,
      * APOS OS TOTAIS, O RELATORIO LISTA POR LOJA O TOTAL DO
      * VENDRES, O TOTAL DO CARTAO E A DIFERENCA, MARCANDO "CARTAO
      * ACIMA DAS VENDAS" ONDE O CARTAO PASSA DO DECLARADO (INCLUSIVE
      * LOJA COM CARTAO E SEM LINHA NO VENDRES). HAVENDO LOJA
      * MARCADA O PROGRAMA TERMINA COM RETURN-CODE 4 (SE NAO HOUVER
      * 8 DO LOTE CONTABIL) - AVISO, NAO SEGURA O DIA.
      * Update: 047 - CONTROLE DE EXECUCAO (CTLEXEC, COPYBOOKS
      * CTLEXEC/CTLEXWS/CTLEXP): O FECHAMENTO REGISTRA INICIO, FIM E
      * RETURN-CODE POR DATA DE PROCESSAMENTO E RECUSA GERAR DE NOVO
      * O LOTE CONTABIL (CONTJRN) DE UMA DATA JA CONCLUIDA
      * (RETURN-CODE 8), INCLUSIVE QUANDO CHAMADO PELO MENU, SEM A
      * LIBERACAO DE REEXECUCAO DO PROGRAMACOBOL30. UM FECHAMENTO QUE
      * TERMINOU COM 8 (LOTE DESBALANCEADO) PODE SER REEXECUTADO.
      * Update: 050 - PAGAMENTOS PIX: O FECHAMENTO LE A GERACAO
      * DIARIA DE PIX (PIXDIA, COPY PIXLOG, GRAVADA PELO
      * PROGRAMACOBOL03; AUSENTE = SEM PIX, COM AVISO) E MOSTRA O
      * TOTAL RECEBIDO EM PIX NO DIA EM LINHA PROPRIA, COM AS
      * DEVOLUCOES PIX ABATIDAS COMO OS ESTORNOS DE CARTAO; A
      * VARIANCIA PASSA A SER VENDAS - CARTAO - PIX. O LOTE CONTABIL
      * (CONTJRN) GANHA O PAR PIX A RECEBER X RECEITA DE PIX PELO
      * LIQUIDO DO DIA, CONFERIDO CONTRA O TOTAL PIX DO RELATORIO.
      * Update: 053 - CONTESTACOES: O FECHAMENTO LE OS EVENTOS
      * CONTABEIS DE DISPUTA (CHBCONT, COPY CHBCONT, GRAVADOS PELO
      * PROGRAMACOBOL14; AUSENTE = SEM EVENTOS, COM AVISO) E LANCA NO
      * CONTJRN OS AINDA NAO LANCADOS: PROVISAO (PERDACHB X
      * PROVCHB), PERDA (PROVCHB OU PERDACHB X CARTAOREC) E
      * REVERSAO DA PROVISAO NA DISPUTA GANHA (PROVCHB X PERDACHB).
      * CADA EVENTO LANCADO E CARIMBADO COM A DATA DO MOVIMENTO E O
      * ARQUIVO E REGRAVADO SO COM OS PENDENTES E OS DA DATA (A
      * REEXECUCAO DO DIA LANCA OS MESMOS EVENTOS DE NOVO). O
      * RELATORIO GANHA AS LINHAS DE CONTESTACAO E O LOTE CONFERE O
      * TOTAL LANCADO CONTRA OS EVENTOS LIDOS.
      * Update: 054 - CONTROLE DE TRANSMISSAO DAS INTERFACES DE SAIDA:
      * O CONTJRN E O RELFECH SAEM COM HEADER DE CONTROLE (INTERFACE,
      * DATA DO MOVIMENTO E NUMERO SEQUENCIAL DO ARQUIVO NA INTERFACE)
      * E TRAILER COM A QUANTIDADE DE REGISTROS E O TOTAL DE CONTROLE
      * (HASH: SOMA DOS VALORES DOS LANCAMENTOS NO CONTJRN; TOTAL
      * GERAL DE VENDAS NO RELFECH), E CADA ARQUIVO E REGISTRADO NO
      * MANIFESTO DE INTERFACES (INTFMAN, COPYBOOKS INTFMAN/INTFWS/
      * INTFP) PARA O CASAMENTO COM O RETORNO DO DESTINO NA MANHA
      * SEGUINTE (PROGRAMACOBOL38). CONTJRN DESBALANCEADO E
      * REGISTRADO COMO NAO LIBERADO. OS REGISTROS DE CONTROLE SAO
      * LIMPOS COM SPACES E TODA GRAVACAO DO CONTJRN E DO RELFECH
      * CONFERE O FILE STATUS (ERRO = RETURN-CODE 16).
      * Review fix: O FECHAMENTO CHAMADO PELO MENU (OPCAO 5 DO
      * PROGRAMACOBOL00, QUE DEFINE A VARIAVEL DE AMBIENTE OPERADOR NO
      * SIGN-ON) PASSA A SER SO CONSULTA: O RELATORIO SAI NA TELA, SEM
      * CONTROLE DE EXECUCAO (CTLEXEC), SEM GRAVAR RELFECH NEM
      * CONTJRN, SEM RESERVAR NUMERO NEM REGISTRAR NO MANIFESTO
      * (INTFMAN) E SEM CARIMBAR/REGRAVAR O CHBCONT. ANTES, UMA
      * CONSULTA DE DIA MARCAVA A DATA COMO CONCLUIDA (O STEP040 DA
      * NOITE ERA RECUSADO), LANCAVA OS EVENTOS DE CONTESTACAO E
      * DEIXAVA NO MANIFESTO ARQUIVOS QUE NUNCA FORAM ENVIADOS. SEM A
      * VARIAVEL (JOB NOTURNO, PROGJOBS STEP040) O PROGRAMA RODA EM
      * MODO LOTE COMO ANTES.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL04.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT CONTROLE-EXECUCAO-ARQUIVO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLEXEC.
           SELECT TABELA-MDR ASSIGN TO "TABMDR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TABMDR.
           SELECT VENDRES-MES-ARQUIVO ASSIGN TO "VENDRESM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VENDRESM.
           SELECT TRANSACOES-PIX-DIA ASSIGN TO "PIXDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXDIA.
           SELECT EVENTOS-CHB-ARQUIVO ASSIGN TO "CHBCONT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CHBCONT.
           SELECT MANIFESTO-ARQUIVO ASSIGN TO "INTFMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTFMAN.
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS-RESUMO-ARQUIVO.
       01  REG-JRN-HEADER.
           05 JRNH-TIPO         PIC X(01).
           05 JRNH-DATA         PIC 9(08).
           05 JRNH-INTERFACE    PIC X(08).
           05 JRNH-SEQUENCIA    PIC 9(06).
           05 FILLER            PIC X(38).
       01  REG-JRN-DETALHE.
           05 JRND-TIPO         PIC X(01).
           05 JRND-SEQ          PIC 9(05).
                                SIGN IS LEADING SEPARATE.
           05 JRNT-CREDITOS     PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 JRNT-SEQUENCIA    PIC 9(06).
           05 JRNT-HASH         PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(05).

       FD  TRANSACOES-ARQUIVO.
       COPY TRANLOG.
            ==VRES-MAX==   BY ==VRM-MAX==
            ==VRES-DATA==  BY ==VRM-DATA==.

       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       FD  TRANSACOES-PIX-DIA.
       COPY PIXLOG.

       FD  EVENTOS-CHB-ARQUIVO.
       COPY CHBCONT.

       FD  MANIFESTO-ARQUIVO.
       COPY INTFMAN.

       WORKING-STORAGE SECTION.
       COPY CTLEXWS.
       COPY INTFWS.
       COPY AUDITWS.
       COPY DATPROCWS.
       77 WRK-FS-RELFECH        PIC X(02) VALUE "00".
       77 WRK-FS-CONTABIL       PIC X(02) VALUE "00".
       77 WRK-MODO-LOTE         PIC X(01) VALUE "N".
           88 MODO-LOTE            VALUE "S".
       77 WRK-OPERADOR-MENU     PIC X(08) VALUE SPACES.
       77 WRK-ASA               PIC X(01) VALUE SPACE.
       77 WRK-LINHA             PIC X(132) VALUE SPACES.
       77 WRK-SEQ-RELFECH       PIC 9(06) VALUE ZEROS.
       77 WRK-SEQ-CONTJRN       PIC 9(06) VALUE ZEROS.
       77 WRK-REL-QTD           PIC 9(07) VALUE ZEROS.
       77 WRK-JRN-HASH          PIC S9(13)V99 VALUE ZEROS.
      * LINHA DE CONTROLE DE TRANSMISSAO DO RELFECH (PRIMEIRA E ULTIMA
      * LINHA DO ARQUIVO), EM POSICOES FIXAS PARA O SISTEMA DESTINO
       01  WRK-REL-CONTROLE.
           05 RELC-TIPO         PIC X(03).
           05 FILLER            PIC X(01) VALUE SPACE.
           05 RELC-INTERFACE    PIC X(08).
           05 FILLER            PIC X(06) VALUE " DATA ".
           05 RELC-DATA         PIC 9(08).
           05 FILLER            PIC X(05) VALUE " SEQ ".
           05 RELC-SEQUENCIA    PIC 9(06).
           05 FILLER            PIC X(11) VALUE " REGISTROS ".
           05 RELC-QTD          PIC 9(07).
           05 FILLER            PIC X(06) VALUE " HASH ".
           05 RELC-HASH         PIC S9(13)V99
                                SIGN IS LEADING SEPARATE.
           05 FILLER            PIC X(55) VALUE SPACES.
       77 WRK-FS-LOJAS          PIC X(02) VALUE "00".
       77 WRK-FIM-LOJAS         PIC X(01) VALUE "N".
           88 FIM-LOJAS            VALUE "S".
                      DEPENDING ON WRK-QTD-MTD.
               10 TAB-MTD-LOJA   PIC 9(04).
               10 TAB-MTD-TOTAL  PIC 9(11)V99.
       77 WRK-QTD-CRT-LOJAS     PIC 9(04) VALUE ZEROS.
       77 WRK-CDX               PIC 9(04) VALUE ZEROS.
       77 WRK-CRT-LOJA          PIC 9(04) VALUE ZEROS.
       77 WRK-CRT-ACHADA        PIC X(01) VALUE "N".
           88 CRT-ACHADA           VALUE "S".
       77 WRK-CRT-VENDAS        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CRT-DIFERENCA     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-CRT-VENDAS-ED     PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-CRT-CARTAO-ED     PIC $ZZZ.ZZZ.ZZ9,99-.
       77 WRK-CRT-DIFERENCA-ED  PIC -ZZZ.ZZZ.ZZ9,99.
       77 WRK-CRT-LOJA-EXIBE    PIC X(08) VALUE SPACES.
       77 WRK-QTD-LOJAS-ACIMA   PIC 9(04) VALUE ZEROS.
       77 WRK-FS-PIXDIA         PIC X(02) VALUE "00".
       77 WRK-FIM-PIXDIA        PIC X(01) VALUE "N".
           88 FIM-PIXDIA           VALUE "S".
       77 WRK-TOTAL-PIX-GER     PIC S9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-PIX-ED      PIC $ZZZ.ZZZ.ZZ9,99-.
       77 WRK-QTD-DEV-PIX       PIC 9(07) VALUE ZEROS.
       77 WRK-TOTAL-DEV-PIX     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEV-PIX-ED  PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-JRN-CRED-PIX      PIC S9(11)V99 VALUE ZEROS.
       77 WRK-FS-CHBCONT        PIC X(02) VALUE "00".
       77 WRK-FIM-CHBCONT       PIC X(01) VALUE "N".
           88 FIM-CHBCONT          VALUE "S".
       77 WRK-CHBCONT-EXISTE    PIC X(01) VALUE "N".
           88 CHBCONT-EXISTE       VALUE "S".
       77 WRK-QTD-EVENTOS       PIC 9(04) VALUE ZEROS.
       77 WRK-EDX               PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CHB-PROV      PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CHB-PERDA     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-CHB-REVER     PIC 9(04) VALUE ZEROS.
       77 WRK-TOTAL-CHB-PROV    PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-CHB-PERDA   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-CHB-REVER   PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-CHB-GER     PIC S9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-CHB-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-JRN-CRED-CHB      PIC S9(11)V99 VALUE ZEROS.
       01  TAB-EVENTOS-CHB.
           05 TAB-EVENTO-CHB OCCURS 1 TO 5000 TIMES
                             DEPENDING ON WRK-QTD-EVENTOS.
               10 TAB-CBC-DATA-EVENTO   PIC 9(08).
               10 TAB-CBC-TIPO          PIC X(01).
               10 TAB-CBC-CODIGO        PIC X(06).
               10 TAB-CBC-BANDEIRA      PIC 9(01).
               10 TAB-CBC-VALOR         PIC 9(04)V99.
               10 TAB-CBC-PROVISAO      PIC X(01).
               10 TAB-CBC-DATA-CONTABIL PIC 9(08).
       01  TAB-CARTAO-LOJAS.
           05 TAB-CRT OCCURS 1 TO 501 TIMES
                      DEPENDING ON WRK-QTD-CRT-LOJAS.
               10 TAB-CRT-LOJA   PIC 9(04).
               10 TAB-CRT-TOTAL  PIC S9(09)V99.
               10 TAB-CRT-VENDAS PIC X(01).
       01  TAB-JRN-BANDEIRAS.
           05 TAB-JRN-BAND-OCC OCCURS 9 TIMES.
               10 TAB-JRN-BRUTO    PIC S9(09)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            PERFORM IDENTIFICA-MODO.
            IF MODO-LOTE
                MOVE "PROGRAMACOBOL04" TO WRK-CTX-PROGRAMA
                PERFORM INICIA-CONTROLE-EXECUCAO
            END-IF.
            PERFORM CARREGA-LOJMAST.
            PERFORM CARREGA-TABELA-MDR.
            PERFORM CARREGA-METAS.
            IF METAS-ATIVAS
                PERFORM CARREGA-MES-A-DIA
            END-IF.
            PERFORM CARREGA-EVENTOS-CHB.
            PERFORM ABRE-ARQUIVOS.
            IF MODO-LOTE
                PERFORM RESERVA-SEQUENCIAS-ENVIO
                PERFORM GRAVA-HEADER-RELATORIO
            END-IF.
            PERFORM CARREGA-RESUMOS.
            PERFORM IMPRIME-CABECALHO.
            PERFORM IMPRIME-LOJAS-POR-REGIAO.
            INITIALIZE TAB-JRN-BANDEIRAS.
            PERFORM SOMA-TRANLOG.
            PERFORM SOMA-PIXDIA.
            PERFORM IMPRIME-TOTAIS.
            PERFORM IMPRIME-CONCILIACAO-LOJAS.
            PERFORM GRAVA-JORNAL-CONTABIL.
            IF MODO-LOTE
                PERFORM GRAVA-TRAILER-RELATORIO
            END-IF.
            PERFORM FECHA-ARQUIVOS.
            IF MODO-LOTE
                PERFORM REGISTRA-ARQUIVOS-ENVIADOS
                IF CHBCONT-EXISTE OR WRK-QTD-EVENTOS > ZEROS
                    PERFORM REGRAVA-EVENTOS-CHB
                END-IF
            END-IF.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL04" TO AUD-PROGRAMA.
            STRING "LOJAS " DELIMITED BY SIZE
                   WRK-TOTAL-CARTAO-ED DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-LOJAS-ACIMA > ZEROS
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL04" TO AUD-PROGRAMA
                STRING "LOJAS COM CARTAO ACIMA DAS VENDAS: "
                           DELIMITED BY SIZE
                       WRK-QTD-LOJAS-ACIMA DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
                IF RETURN-CODE < 4
                    MOVE 4 TO RETURN-CODE
                END-IF
            END-IF.
            IF MODO-LOTE
                PERFORM FINALIZA-CONTROLE-EXECUCAO
            END-IF.
            GOBACK.

      * O MENU (PROGRAMACOBOL00) DEFINE A VARIAVEL OPERADOR NO SIGN-ON;
      * NO JOB NOTURNO ELA NAO EXISTE.
       IDENTIFICA-MODO.
            ACCEPT WRK-OPERADOR-MENU FROM ENVIRONMENT "OPERADOR".
            IF WRK-OPERADOR-MENU = SPACES
               OR WRK-OPERADOR-MENU = LOW-VALUES
                SET MODO-LOTE TO TRUE
            ELSE
                DISPLAY "FECHAMENTO EM MODO CONSULTA - NADA E GRAVADO "
                        "NEM ENVIADO"
            END-IF.

       ABRE-ARQUIVOS.
            IF MODO-LOTE
                OPEN OUTPUT RELATORIO-ARQUIVO
                IF WRK-FS-RELFECH NOT = "00"
                    DISPLAY "ERRO AO ABRIR RELFECH - FS: "
                            WRK-FS-RELFECH
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                OPEN OUTPUT CONTABIL-ARQUIVO
                IF WRK-FS-CONTABIL NOT = "00"
                    DISPLAY "ERRO AO ABRIR CONTABIL - FS: "
                            WRK-FS-CONTABIL
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN INPUT VENDAS-RESUMO-ARQUIVO.
            IF WRK-FS-VENDRES NOT = "00"
                       DELIMITED BY SIZE
                   WRK-PAGINA-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
      * A PRIMEIRA PAGINA JA FOI ABERTA PELA LINHA DE CONTROLE (HEADER)
            IF WRK-PAGINA = 1
                MOVE "0" TO WRK-ASA
            ELSE
                MOVE "1" TO WRK-ASA
            END-IF.
            PERFORM GRAVA-LINHA-RELATORIO.
            MOVE SPACES TO WRK-LINHA.
            STRING " RK LOJA NOME                   QTD VENDAS"
                                    ADD TRAN-VALOR-FINAL
                                        TO WRK-TOTAL-CARTAO-GER
                                    PERFORM ACUMULA-JORNAL-MAIS
                                    PERFORM PROCURA-CARTAO-LOJA
                                    ADD TRAN-VALOR-FINAL
                                        TO TAB-CRT-TOTAL(WRK-CDX)
                                WHEN "E"
                                    SUBTRACT TRAN-VALOR-FINAL
                                        FROM WRK-TOTAL-CARTAO-GER
                                    ADD TRAN-VALOR-FINAL
                                        TO WRK-TOTAL-ESTORNOS
                                    PERFORM ACUMULA-JORNAL-MENOS
                                    PERFORM PROCURA-CARTAO-LOJA
                                    SUBTRACT TRAN-VALOR-FINAL
                                        FROM TAB-CRT-TOTAL(WRK-CDX)
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM.

      * PIX DO DIA - A DEVOLUCAO ABATE DO TOTAL COMO O ESTORNO DE
      * CARTAO. SEM O PIXDIA O TOTAL PIX FICA ZERADO.
       SOMA-PIXDIA.
            OPEN INPUT TRANSACOES-PIX-DIA.
            IF WRK-FS-PIXDIA = "35"
                DISPLAY "ARQUIVO PIXDIA AUSENTE - TOTAL PIX ZERADO"
                SET FIM-PIXDIA TO TRUE
            ELSE
                IF WRK-FS-PIXDIA NOT = "00"
                    DISPLAY "ARQUIVO PIXDIA INDISPONIVEL - FS: "
                            WRK-FS-PIXDIA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PIXDIA
                READ TRANSACOES-PIX-DIA
                    AT END
                        SET FIM-PIXDIA TO TRUE
                    NOT AT END
                        IF PIX-DATA = WRK-DATA-PROCESSO
                            EVALUATE TRUE
                                WHEN PIX-PAGAMENTO
                                    ADD PIX-VALOR
                                        TO WRK-TOTAL-PIX-GER
                                WHEN PIX-DEVOLUCAO
                                    SUBTRACT PIX-VALOR
                                        FROM WRK-TOTAL-PIX-GER
                                    ADD 1 TO WRK-QTD-DEV-PIX
                                    ADD PIX-VALOR
                                        TO WRK-TOTAL-DEV-PIX
                            END-EVALUATE
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PIXDIA NOT = "35"
                CLOSE TRANSACOES-PIX-DIA
            END-IF.

       PROCURA-CARTAO-LOJA.
            IF TRAN-LOJA NUMERIC
                MOVE TRAN-LOJA TO WRK-CRT-LOJA
            ELSE
                MOVE ZEROS     TO WRK-CRT-LOJA
            END-IF.
            MOVE "N" TO WRK-CRT-ACHADA.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-CRT-LOJAS
                    OR CRT-ACHADA
                IF TAB-CRT-LOJA(WRK-CDX) = WRK-CRT-LOJA
                    SET CRT-ACHADA TO TRUE
                END-IF
            END-PERFORM.
            IF CRT-ACHADA
                SUBTRACT 1 FROM WRK-CDX
            ELSE
                IF WRK-QTD-CRT-LOJAS >= 501
                    DISPLAY "TRANDIA EXCEDE O LIMITE DE 500 LOJAS"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-QTD-CRT-LOJAS
                MOVE WRK-QTD-CRT-LOJAS TO WRK-CDX
                MOVE WRK-CRT-LOJA TO TAB-CRT-LOJA(WRK-CDX)
                MOVE ZEROS        TO TAB-CRT-TOTAL(WRK-CDX)
                MOVE "N"          TO TAB-CRT-VENDAS(WRK-CDX)
            END-IF.

       IMPRIME-CONCILIACAO-LOJAS.
            MOVE ZEROS TO WRK-QTD-LOJAS-ACIMA.
            MOVE "0" TO WRK-ASA.
            MOVE "CONCILIACAO DO CARTAO POR LOJA" TO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.
            MOVE SPACES TO WRK-LINHA.
            STRING "LOJA     VENDAS (VENDRES)   CARTAO (TRANDIA)"
                       DELIMITED BY SIZE
                   "         DIFERENCA" DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-RESUMOS
                MOVE TAB-RES-LOJA(WRK-IDX)  TO WRK-CRT-LOJA
                MOVE TAB-RES-TOTAL(WRK-IDX) TO WRK-CRT-VENDAS
                PERFORM LOCALIZA-CARTAO-LOJA
                IF CRT-ACHADA
                    MOVE "S" TO TAB-CRT-VENDAS(WRK-CDX)
                    MOVE TAB-CRT-TOTAL(WRK-CDX) TO WRK-CRT-DIFERENCA
                ELSE
                    MOVE ZEROS TO WRK-CRT-DIFERENCA
                END-IF
                PERFORM IMPRIME-LINHA-CARTAO-LOJA
            END-PERFORM.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-CRT-LOJAS
                IF TAB-CRT-VENDAS(WRK-CDX) NOT = "S"
                    MOVE TAB-CRT-LOJA(WRK-CDX)  TO WRK-CRT-LOJA
                    MOVE ZEROS                  TO WRK-CRT-VENDAS
                    MOVE TAB-CRT-TOTAL(WRK-CDX) TO WRK-CRT-DIFERENCA
                    PERFORM IMPRIME-LINHA-CARTAO-LOJA
                END-IF
            END-PERFORM.
            MOVE SPACES TO WRK-LINHA.
            STRING "LOJAS COM CARTAO ACIMA DAS VENDAS: "
                       DELIMITED BY SIZE
                   WRK-QTD-LOJAS-ACIMA DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.

       LOCALIZA-CARTAO-LOJA.
            MOVE "N" TO WRK-CRT-ACHADA.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-CRT-LOJAS
                    OR CRT-ACHADA
                IF TAB-CRT-LOJA(WRK-CDX) = WRK-CRT-LOJA
                    SET CRT-ACHADA TO TRUE
                END-IF
            END-PERFORM.
            IF CRT-ACHADA
                SUBTRACT 1 FROM WRK-CDX
            END-IF.

      * NESTE PONTO WRK-CRT-DIFERENCA CHEGA COM O TOTAL DO CARTAO DA
      * LOJA; A DIFERENCA IMPRESSA E VENDAS MENOS CARTAO, COMO NA
      * VARIANCIA DO DIA.
       IMPRIME-LINHA-CARTAO-LOJA.
            MOVE WRK-CRT-VENDAS    TO WRK-CRT-VENDAS-ED.
            MOVE WRK-CRT-DIFERENCA TO WRK-CRT-CARTAO-ED.
            COMPUTE WRK-CRT-DIFERENCA =
                WRK-CRT-VENDAS - WRK-CRT-DIFERENCA.
            MOVE WRK-CRT-DIFERENCA TO WRK-CRT-DIFERENCA-ED.
            IF WRK-CRT-LOJA = ZEROS
                MOVE "SEM LOJA" TO WRK-CRT-LOJA-EXIBE
            ELSE
                MOVE SPACES TO WRK-CRT-LOJA-EXIBE
                MOVE WRK-CRT-LOJA TO WRK-CRT-LOJA-EXIBE(1:4)
            END-IF.
            MOVE SPACES TO WRK-LINHA.
            STRING WRK-CRT-LOJA-EXIBE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-CRT-VENDAS-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WRK-CRT-CARTAO-ED DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WRK-CRT-DIFERENCA-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            IF WRK-CRT-DIFERENCA < ZEROS
                ADD 1 TO WRK-QTD-LOJAS-ACIMA
                MOVE "  CARTAO ACIMA DAS VENDAS" TO WRK-LINHA(71:25)
            END-IF.
            PERFORM GRAVA-LINHA-RELATORIO.

       CARREGA-TABELA-MDR.
            MOVE ZEROS TO WRK-QTD-TAXAS.
            OPEN INPUT TABELA-MDR.
            MOVE WRK-TOTAL-VENDAS-GER TO WRK-TOTAL-VENDAS-ED.
            MOVE WRK-TOTAL-CARTAO-GER TO WRK-TOTAL-CARTAO-ED.
            COMPUTE WRK-VARIANCIA =
                WRK-TOTAL-VENDAS-GER - WRK-TOTAL-CARTAO-GER
                - WRK-TOTAL-PIX-GER.
            MOVE WRK-VARIANCIA TO WRK-VARIANCIA-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "----------------------------------------"
                    INTO WRK-LINHA
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            MOVE WRK-TOTAL-PIX-GER TO WRK-TOTAL-PIX-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "TOTAL RECEBIDO EM PIX (PIXDIA)...: "
                       DELIMITED BY SIZE
                   WRK-TOTAL-PIX-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.
            IF WRK-QTD-DEV-PIX > ZEROS
                MOVE WRK-TOTAL-DEV-PIX TO WRK-TOTAL-DEV-PIX-ED
                MOVE SPACES TO WRK-LINHA
                STRING "DEVOLUCOES PIX...................: "
                           DELIMITED BY SIZE
                       WRK-TOTAL-DEV-PIX-ED DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WRK-QTD-DEV-PIX DELIMITED BY SIZE
                       " ITENS, JA ABATIDAS)" DELIMITED BY SIZE
                    INTO WRK-LINHA
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            IF WRK-QTD-CHB-PROV > ZEROS
                MOVE WRK-TOTAL-CHB-PROV TO WRK-TOTAL-CHB-ED
                MOVE SPACES TO WRK-LINHA
                STRING "CONTESTACOES - PROVISAO..........: "
                           DELIMITED BY SIZE
                       WRK-TOTAL-CHB-ED DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WRK-QTD-CHB-PROV DELIMITED BY SIZE
                       " DISPUTAS)" DELIMITED BY SIZE
                    INTO WRK-LINHA
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            IF WRK-QTD-CHB-PERDA > ZEROS
                MOVE WRK-TOTAL-CHB-PERDA TO WRK-TOTAL-CHB-ED
                MOVE SPACES TO WRK-LINHA
                STRING "CONTESTACOES - PERDIDAS..........: "
                           DELIMITED BY SIZE
                       WRK-TOTAL-CHB-ED DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WRK-QTD-CHB-PERDA DELIMITED BY SIZE
                       " DISPUTAS)" DELIMITED BY SIZE
                    INTO WRK-LINHA
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            IF WRK-QTD-CHB-REVER > ZEROS
                MOVE WRK-TOTAL-CHB-REVER TO WRK-TOTAL-CHB-ED
                MOVE SPACES TO WRK-LINHA
                STRING "CONTESTACOES - PROVISAO REVERTIDA: "
                           DELIMITED BY SIZE
                       WRK-TOTAL-CHB-ED DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       WRK-QTD-CHB-REVER DELIMITED BY SIZE
                       " DISPUTAS GANHAS)" DELIMITED BY SIZE
                    INTO WRK-LINHA
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            MOVE SPACES TO WRK-LINHA.
            STRING "VARIANCIA (VENDAS-CARTAO-PIX)....: "
                       DELIMITED BY SIZE
                   WRK-VARIANCIA-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            MOVE ZEROS TO WRK-JRN-CRED-LOJAS.
            MOVE ZEROS TO WRK-JRN-CRED-CARTAO.
            MOVE ZEROS TO WRK-JRN-DESC-TOT.
            MOVE ZEROS TO WRK-JRN-CRED-PIX.
            MOVE ZEROS TO WRK-JRN-CRED-CHB.
            MOVE ZEROS TO WRK-JRN-HASH.
            MOVE SPACES TO REG-JRN-HEADER.
            MOVE "H" TO JRNH-TIPO.
            MOVE WRK-DATA-PROCESSO TO JRNH-DATA.
            MOVE "CONTJRN" TO JRNH-INTERFACE.
            MOVE WRK-SEQ-CONTJRN TO JRNH-SEQUENCIA.
            IF MODO-LOTE
                WRITE REG-JRN-HEADER
                PERFORM CONFERE-GRAVACAO-CONTJRN
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-RESUMOS
                PERFORM GRAVA-LANCAMENTOS-LOJA
                    PERFORM GRAVA-LANCAMENTOS-BANDEIRA
                END-IF
            END-PERFORM.
            IF WRK-TOTAL-PIX-GER NOT = ZEROS
                PERFORM GRAVA-LANCAMENTOS-PIX
            END-IF.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-EVENTOS
                IF TAB-CBC-DATA-CONTABIL(WRK-EDX) = ZEROS
                   OR TAB-CBC-DATA-CONTABIL(WRK-EDX) =
                      WRK-DATA-PROCESSO
                    PERFORM GRAVA-LANCAMENTOS-CHB
                END-IF
            END-PERFORM.
            MOVE SPACES TO REG-JRN-TRAILER.
            MOVE "T" TO JRNT-TIPO.
            MOVE WRK-JRN-SEQ      TO JRNT-QTD.
            MOVE WRK-JRN-DEBITOS  TO JRNT-DEBITOS.
            MOVE WRK-JRN-CREDITOS TO JRNT-CREDITOS.
            MOVE WRK-SEQ-CONTJRN  TO JRNT-SEQUENCIA.
            MOVE WRK-JRN-HASH     TO JRNT-HASH.
            IF MODO-LOTE
                WRITE REG-JRN-TRAILER
                PERFORM CONFERE-GRAVACAO-CONTJRN
            END-IF.
            MOVE WRK-JRN-DEBITOS  TO WRK-JRN-DEB-ED.
            MOVE WRK-JRN-CREDITOS TO WRK-JRN-CRE-ED.
            DISPLAY "LOTE CONTABIL - DEBITOS : " WRK-JRN-DEB-ED.
                        WRK-JRN-AUX2-ED ")"
                SET JORNAL-DESBALANCEADO TO TRUE
            END-IF.
            IF WRK-JRN-CRED-PIX NOT = WRK-TOTAL-PIX-GER
                MOVE WRK-JRN-CRED-PIX  TO WRK-JRN-AUX-ED
                MOVE WRK-TOTAL-PIX-GER TO WRK-JRN-AUX2-ED
                DISPLAY "RECEITA DE PIX DO LOTE ("
                        WRK-JRN-AUX-ED ") NAO FECHA COM O TOTAL "
                        "PIX DO RELATORIO (" WRK-JRN-AUX2-ED ")"
                SET JORNAL-DESBALANCEADO TO TRUE
            END-IF.
            IF WRK-JRN-CRED-CHB NOT = WRK-TOTAL-CHB-GER
                MOVE WRK-JRN-CRED-CHB  TO WRK-JRN-AUX-ED
                MOVE WRK-TOTAL-CHB-GER TO WRK-JRN-AUX2-ED
                DISPLAY "CONTESTACOES DO LOTE ("
                        WRK-JRN-AUX-ED ") NAO FECHAM COM OS EVENTOS "
                        "DO CHBCONT (" WRK-JRN-AUX2-ED ")"
                SET JORNAL-DESBALANCEADO TO TRUE
            END-IF.
            IF JORNAL-DESBALANCEADO
                DISPLAY "LOTE CONTABIL NAO CONFERIDO - ARQUIVO NAO "
                        "LIBERADO PARA A CONTABILIDADE"
            PERFORM GRAVA-LANCAMENTO.
            ADD TAB-JRN-BRUTO(WRK-JRN-BAND) TO WRK-JRN-CRED-CARTAO.

       GRAVA-LANCAMENTOS-PIX.
            MOVE "PIX DO DIA" TO JRND-HISTORICO.
            MOVE "PIXREC" TO JRND-CONTA.
            MOVE "D" TO JRND-NATUREZA.
            MOVE WRK-TOTAL-PIX-GER TO JRND-VALOR.
            PERFORM GRAVA-LANCAMENTO.
            MOVE "RECPIX" TO JRND-CONTA.
            MOVE "C" TO JRND-NATUREZA.
            PERFORM GRAVA-LANCAMENTO.
            ADD WRK-TOTAL-PIX-GER TO WRK-JRN-CRED-PIX.

       GRAVA-LANCAMENTOS-CHB.
            MOVE SPACES TO JRND-HISTORICO.
            MOVE TAB-CBC-VALOR(WRK-EDX) TO JRND-VALOR.
            EVALUATE TAB-CBC-TIPO(WRK-EDX)
                WHEN "R"
                    STRING "PROVISAO CHB AUT " DELIMITED BY SIZE
                           TAB-CBC-CODIGO(WRK-EDX) DELIMITED BY SIZE
                        INTO JRND-HISTORICO
                    MOVE "PERDACHB" TO JRND-CONTA
                    MOVE "D" TO JRND-NATUREZA
                    PERFORM GRAVA-LANCAMENTO
                    MOVE "PROVCHB" TO JRND-CONTA
                WHEN "P"
                    STRING "PERDA CHB AUT " DELIMITED BY SIZE
                           TAB-CBC-CODIGO(WRK-EDX) DELIMITED BY SIZE
                        INTO JRND-HISTORICO
                    IF TAB-CBC-PROVISAO(WRK-EDX) = "S"
                        MOVE "PROVCHB" TO JRND-CONTA
                    ELSE
                        MOVE "PERDACHB" TO JRND-CONTA
                    END-IF
                    MOVE "D" TO JRND-NATUREZA
                    PERFORM GRAVA-LANCAMENTO
                    MOVE "CARTAOREC" TO JRND-CONTA
                WHEN OTHER
                    STRING "REVERSAO CHB AUT " DELIMITED BY SIZE
                           TAB-CBC-CODIGO(WRK-EDX) DELIMITED BY SIZE
                        INTO JRND-HISTORICO
                    MOVE "PROVCHB" TO JRND-CONTA
                    MOVE "D" TO JRND-NATUREZA
                    PERFORM GRAVA-LANCAMENTO
                    MOVE "PERDACHB" TO JRND-CONTA
            END-EVALUATE.
            MOVE "C" TO JRND-NATUREZA.
            PERFORM GRAVA-LANCAMENTO.
            ADD TAB-CBC-VALOR(WRK-EDX) TO WRK-JRN-CRED-CHB.
            MOVE WRK-DATA-PROCESSO TO TAB-CBC-DATA-CONTABIL(WRK-EDX).

       GRAVA-LANCAMENTO.
            ADD 1 TO WRK-JRN-SEQ.
            MOVE "D" TO JRND-TIPO.
            MOVE WRK-JRN-SEQ TO JRND-SEQ.
            IF MODO-LOTE
                WRITE REG-JRN-DETALHE
                PERFORM CONFERE-GRAVACAO-CONTJRN
            END-IF.
            IF JRND-NATUREZA = "D"
                ADD JRND-VALOR TO WRK-JRN-DEBITOS
            ELSE
                ADD JRND-VALOR TO WRK-JRN-CREDITOS
            END-IF.
            ADD JRND-VALOR TO WRK-JRN-HASH.

       CONFERE-GRAVACAO-CONTJRN.
            IF WRK-FS-CONTABIL NOT = "00"
                DISPLAY "ERRO AO GRAVAR CONTJRN - FS: "
                        WRK-FS-CONTABIL
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

       CONFERE-GRAVACAO-RELFECH.
            IF WRK-FS-RELFECH NOT = "00"
                DISPLAY "ERRO AO GRAVAR RELFECH - FS: "
                        WRK-FS-RELFECH
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

      * O NUMERO SEQUENCIAL DE CADA INTERFACE E RESERVADO NO INICIO
      * (VAI NO HEADER) E O ARQUIVO SO ENTRA NO MANIFESTO DEPOIS DE
      * FECHADO COM O TRAILER - UM FECHAMENTO QUE PARA NO MEIO NAO
      * DEIXA ARQUIVO INCOMPLETO AGUARDANDO RETORNO.
       RESERVA-SEQUENCIAS-ENVIO.
            MOVE "PROGRAMACOBOL04" TO WRK-ITF-PROGRAMA.
            MOVE "RELFECH" TO WRK-ITF-INTERFACE.
            PERFORM RESERVA-SEQUENCIA-INTERFACE.
            MOVE WRK-ITF-SEQUENCIA TO WRK-SEQ-RELFECH.
            MOVE "CONTJRN" TO WRK-ITF-INTERFACE.
            PERFORM RESERVA-SEQUENCIA-INTERFACE.
            MOVE WRK-ITF-SEQUENCIA TO WRK-SEQ-CONTJRN.

       GRAVA-HEADER-RELATORIO.
            MOVE "HDR"             TO RELC-TIPO.
            MOVE "RELFECH"         TO RELC-INTERFACE.
            MOVE WRK-DATA-PROCESSO TO RELC-DATA.
            MOVE WRK-SEQ-RELFECH   TO RELC-SEQUENCIA.
            MOVE ZEROS             TO RELC-QTD.
            MOVE ZEROS             TO RELC-HASH.
            MOVE "1"               TO REL-CTL.
            MOVE WRK-REL-CONTROLE  TO REL-LINHA.
            WRITE REG-LINHA-RELATORIO.
            PERFORM CONFERE-GRAVACAO-RELFECH.

      * TRAILER: QUANTIDADE DE LINHAS DO RELATORIO (SEM AS DUAS
      * LINHAS DE CONTROLE) E, COMO HASH, O TOTAL GERAL DE VENDAS
      * IMPRESSO - O DESTINO CONFERE OS DOIS NA CARGA.
       GRAVA-TRAILER-RELATORIO.
            MOVE "TRL"             TO RELC-TIPO.
            MOVE "RELFECH"         TO RELC-INTERFACE.
            MOVE WRK-DATA-PROCESSO TO RELC-DATA.
            MOVE WRK-SEQ-RELFECH   TO RELC-SEQUENCIA.
            MOVE WRK-REL-QTD       TO RELC-QTD.
            MOVE WRK-TOTAL-VENDAS-GER TO RELC-HASH.
            MOVE "0"               TO REL-CTL.
            MOVE WRK-REL-CONTROLE  TO REL-LINHA.
            WRITE REG-LINHA-RELATORIO.
            PERFORM CONFERE-GRAVACAO-RELFECH.

       REGISTRA-ARQUIVOS-ENVIADOS.
            MOVE WRK-DATA-PROCESSO TO WRK-ITF-DATA-REFERENCIA.
            MOVE "RELFECH"         TO WRK-ITF-INTERFACE.
            MOVE WRK-SEQ-RELFECH   TO WRK-ITF-SEQUENCIA.
            MOVE WRK-REL-QTD       TO WRK-ITF-QTD-REGISTROS.
            MOVE WRK-TOTAL-VENDAS-GER TO WRK-ITF-HASH.
            MOVE "G"               TO WRK-ITF-SITUACAO.
            PERFORM REGISTRA-MANIFESTO.
            MOVE "CONTJRN"         TO WRK-ITF-INTERFACE.
            MOVE WRK-SEQ-CONTJRN   TO WRK-ITF-SEQUENCIA.
            MOVE WRK-JRN-SEQ       TO WRK-ITF-QTD-REGISTROS.
            MOVE WRK-JRN-HASH      TO WRK-ITF-HASH.
            IF JORNAL-DESBALANCEADO
                MOVE "N" TO WRK-ITF-SITUACAO
            ELSE
                MOVE "G" TO WRK-ITF-SITUACAO
            END-IF.
            PERFORM REGISTRA-MANIFESTO.

       GRAVA-LINHA-RELATORIO.
            MOVE WRK-ASA   TO REL-CTL.
            MOVE WRK-LINHA TO REL-LINHA.
            IF MODO-LOTE
                WRITE REG-LINHA-RELATORIO
                PERFORM CONFERE-GRAVACAO-RELFECH
            END-IF.
            ADD 1 TO WRK-REL-QTD.
            IF WRK-ASA = "1" OR WRK-ASA = "0"
                DISPLAY " "
            END-IF.
            MOVE SPACE TO WRK-ASA.
            MOVE SPACES TO WRK-LINHA.

       CARREGA-EVENTOS-CHB.
            MOVE ZEROS TO WRK-QTD-EVENTOS.
            OPEN INPUT EVENTOS-CHB-ARQUIVO.
            IF WRK-FS-CHBCONT = "35"
                DISPLAY "ARQUIVO CHBCONT AUSENTE - SEM EVENTOS DE "
                        "CONTESTACAO"
                SET FIM-CHBCONT TO TRUE
            ELSE
                IF WRK-FS-CHBCONT NOT = "00"
                    DISPLAY "ARQUIVO CHBCONT INDISPONIVEL - FS: "
                            WRK-FS-CHBCONT
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                SET CHBCONT-EXISTE TO TRUE
            END-IF.
            PERFORM UNTIL FIM-CHBCONT
                READ EVENTOS-CHB-ARQUIVO
                    AT END
                        SET FIM-CHBCONT TO TRUE
                    NOT AT END
                        IF CBC-DATA-CONTABIL = ZEROS
                           OR CBC-DATA-CONTABIL >= WRK-DATA-PROCESSO
                            PERFORM CARREGA-UM-EVENTO-CHB
                        END-IF
                END-READ
            END-PERFORM.
            IF CHBCONT-EXISTE
                CLOSE EVENTOS-CHB-ARQUIVO
            END-IF.

       CARREGA-UM-EVENTO-CHB.
            IF WRK-QTD-EVENTOS >= 5000
                DISPLAY "ARQUIVO CHBCONT EXCEDE O LIMITE DE 5000 "
                        "EVENTOS PENDENTES"
                CLOSE EVENTOS-CHB-ARQUIVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            ADD 1 TO WRK-QTD-EVENTOS.
            MOVE CBC-DATA-EVENTO
                TO TAB-CBC-DATA-EVENTO(WRK-QTD-EVENTOS).
            MOVE CBC-TIPO TO TAB-CBC-TIPO(WRK-QTD-EVENTOS).
            MOVE CBC-COD-AUTORIZACAO
                TO TAB-CBC-CODIGO(WRK-QTD-EVENTOS).
            MOVE CBC-BANDEIRA TO TAB-CBC-BANDEIRA(WRK-QTD-EVENTOS).
            MOVE CBC-VALOR TO TAB-CBC-VALOR(WRK-QTD-EVENTOS).
            MOVE CBC-COM-PROVISAO
                TO TAB-CBC-PROVISAO(WRK-QTD-EVENTOS).
            MOVE CBC-DATA-CONTABIL
                TO TAB-CBC-DATA-CONTABIL(WRK-QTD-EVENTOS).
            IF CBC-DATA-CONTABIL = ZEROS
               OR CBC-DATA-CONTABIL = WRK-DATA-PROCESSO
                ADD CBC-VALOR TO WRK-TOTAL-CHB-GER
                EVALUATE TRUE
                    WHEN CBC-PROVISAO
                        ADD 1 TO WRK-QTD-CHB-PROV
                        ADD CBC-VALOR TO WRK-TOTAL-CHB-PROV
                    WHEN CBC-PERDA
                        ADD 1 TO WRK-QTD-CHB-PERDA
                        ADD CBC-VALOR TO WRK-TOTAL-CHB-PERDA
                    WHEN OTHER
                        ADD 1 TO WRK-QTD-CHB-REVER
                        ADD CBC-VALOR TO WRK-TOTAL-CHB-REVER
                END-EVALUATE
            END-IF.

       REGRAVA-EVENTOS-CHB.
            OPEN OUTPUT EVENTOS-CHB-ARQUIVO.
            IF WRK-FS-CHBCONT NOT = "00"
                DISPLAY "ERRO AO REGRAVAR CHBCONT - FS: "
                        WRK-FS-CHBCONT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-EVENTOS
                MOVE TAB-CBC-DATA-EVENTO(WRK-EDX) TO CBC-DATA-EVENTO
                MOVE TAB-CBC-TIPO(WRK-EDX)        TO CBC-TIPO
                MOVE TAB-CBC-CODIGO(WRK-EDX) TO CBC-COD-AUTORIZACAO
                MOVE TAB-CBC-BANDEIRA(WRK-EDX)    TO CBC-BANDEIRA
                MOVE TAB-CBC-VALOR(WRK-EDX)       TO CBC-VALOR
                MOVE TAB-CBC-PROVISAO(WRK-EDX)    TO CBC-COM-PROVISAO
                MOVE TAB-CBC-DATA-CONTABIL(WRK-EDX)
                    TO CBC-DATA-CONTABIL
                WRITE REG-CHB-CONTABIL
            END-PERFORM.
            CLOSE EVENTOS-CHB-ARQUIVO.

       FECHA-ARQUIVOS.
            CLOSE VENDAS-RESUMO-ARQUIVO.
            CLOSE TRANSACOES-ARQUIVO.
            IF MODO-LOTE
                CLOSE RELATORIO-ARQUIVO
                CLOSE CONTABIL-ARQUIVO
            END-IF.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY INTFP.

       COPY AUDITP.
