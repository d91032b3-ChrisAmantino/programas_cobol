      * DE PIC 9(02) PARA PIC 9(04) (WRK-IND) - COM MAIS DE 99
      * AUTORIZACOES NO ARQUIVO DIARIO O INDICE ANTIGO DAVA A VOLTA
      * E O LACO NAO TERMINAVA.
      * Update: 042 - TODA COMPRA PASSA A CARREGAR A LOJA VENDEDORA
      * (CMP-LOJA NO LAYOUT COMPRAS, LRECL 31; DIGITADA PELO OPERADOR
      * NO INTERATIVO), CONFERIDA CONTRA O CADASTRO DE LOJAS (LOJMAST)
      * ANTES DO LIMITE E DA AUTORIZACAO - LOJA INEXISTENTE RECUSA A
      * COMPRA COM "LOJA INVALIDA" PARA A FILA DE EXCECOES. A LOJA E
      * GRAVADA NO TRANLOG/TRANDIA (TRAN-LOJA, LRECL 60) PARA O
      * FECHAMENTO (PROGRAMACOBOL04) CONCILIAR O CARTAO POR LOJA. O
      * ESTORNO DA DEVOLUCAO LEVA A LOJA DO REGISTRO DE DEVOLUCAO
      * QUANDO ELA EXISTE NO CADASTRO, SENAO HERDA A DA COMPRA
      * ORIGINAL.
      * Update: 043 - TRIAGEM ANTIFRAUDE: COM O ARQUIVO DE REGRAS
      * (REGFRAUD, COPY FRAUDRG) PRESENTE, TODA COMPRA AUTORIZADA E
      * CONFERIDA, ANTES DE LIQUIDAR, CONTRA O MAXIMO DE COMPRAS E O
      * VALOR MAXIMO POR CPF NO DIA E CONTRA O TICKET MEDIO
      * HISTORICO DO CPF (COMPRAS APROVADAS DE DIAS ANTERIORES NO
      * TRANLOG, CARREGADAS EM TABELA NO INICIO). A COMPRA SUSPEITA
      * VAI PARA O ARQUIVO DE COMPRAS RETIDAS (FRAUDHLD, COPY
      * FRAUDHLD) E NAO E GRAVADA NO TRANLOG/TRANDIA NEM GERA
      * PARCELAS, EXPOSTO OU PONTOS; A RETENCAO VAI PARA O AUDITLOG E
      * O LOTE TERMINA COM RETURN-CODE 4. A COMPRA LIBERADA PELA MESA
      * ANTIFRAUDE (PROGRAMACOBOL25) VOLTA PELO COMPRSUB COM CMP-TIPO
      * "L" E O CODIGO DA AUTORIZACAO ORIGINAL: PASSA DE NOVO PELO
      * CADASTRO, LOJA E LIMITE, MAS NAO PELA TRIAGEM NEM PELA
      * CONFERENCIA DO ARQUIVO DE AUTORIZACOES DO DIA. SEM O
      * REGFRAUD (FILE STATUS 35) A TRIAGEM FICA DESLIGADA.
      * Update: 044 - VALIDADE DOS PONTOS POR MES DE ACUMULO: O
      * MOVIMENTO DE PONTOS PASSA A GRAVAR O MES DE ORIGEM DO LOTE
      * (MOV-PONT-MES-ORIGEM). NO ACUMULO E O MES DO MOVIMENTO; NO
      * RESGATE OS LOTES DO CPF SAO MONTADOS DO PONTMOV (COPYBOOKS
      * PONTLOTE/PONTLOTP) E O RESGATE CONSOME PRIMEIRO OS PONTOS
      * MAIS ANTIGOS, COM UM MOVIMENTO "R" POR LOTE CONSUMIDO (VALOR
      * DE CADA UM PELA PROPRIA QUANTIDADE DE PONTOS, 100 PONTOS =
      * R$ 1,00). A EXPIRACAO DOS LOTES VENCIDOS E FEITA NO
      * FECHAMENTO MENSAL (PROGRAMACOBOL26).
      * Update: 047 - CONTROLE DE EXECUCAO DO LOTE (CTLEXEC, COPYBOOKS
      * CTLEXEC/CTLEXWS/CTLEXP): O MODO LOTE REGISTRA INICIO, FIM E
      * RETURN-CODE POR DATA DE PROCESSAMENTO E RECUSA PROCESSAR DE
      * NOVO O COMPRAS DE UMA DATA JA CONCLUIDA (RETURN-CODE 8, SEM
      * GRAVAR TRANLOG/PARCREC/PONTOS) SEM A LIBERACAO DE REEXECUCAO
      * DO PROGRAMACOBOL30. O MODO INTERATIVO NAO E CONTROLADO.
      * Update: 050 - PAGAMENTOS PIX: NO MODO LOTE O PROGRAMA LE
      * TAMBEM O MOVIMENTO PIX DO DIA ENVIADO PELO PROVEDOR DAS LOJAS
      * (PIXMOV, COPY PIXMOV; AUSENTE = NENHUM PIX NO DIA) E GRAVA
      * CADA PIX ACEITO, COM O CPF DO PAGADOR E O IDENTIFICADOR FIM A
      * FIM (END-TO-END ID), NO LOG DE ACUMULO PIXLOG E NA GERACAO
      * DIARIA PIXDIA (COPY PIXLOG). O PIX E RECUSADO COM CPF
      * INVALIDO, LOJA INVALIDA, VALOR ZERADO, SEM IDENTIFICADOR OU
      * REPETIDO NO ARQUIVO. A DEVOLUCAO PIX E TRATADA COMO O ESTORNO
      * DE CARTAO: O PIX ORIGINAL E LOCALIZADO NO PIXLOG PELO
      * IDENTIFICADOR + CPF E A DEVOLUCAO E GRAVADA COM O VALOR DELE;
      * SEM PIX ORIGINAL OU EM DOBRO E RECUSADA. OS RECUSADOS SAEM NO
      * LOG DO PASSO E NO AUDITLOG (A FILA DE EXCECOES SO REENVIA
      * COMPRA DE CARTAO) E O LOTE TERMINA COM RETURN-CODE 4.
      * Review fix: COMPRAS RETIDAS NO MODO LOTE: O FRAUDHLD PASSA
      * A SER CARREGADO EM TABELA E REGRAVADO NO FIM DO LOTE
      * (COPYBOOKS FRAUDWS/FRAUDP, COM DESCARTE DOS ITENS
      * ENCERRADOS APOS A RETENCAO). A COMPRA LIBERADA (CMP-TIPO
      * "L") SO E LIQUIDADA SE EXISTIR NO FRAUDHLD A RETENCAO COM A
      * MESMA AUTORIZACAO, CPF, VALOR E BANDEIRA E COM STATUS "L" -
      * SENAO E RECUSADA ("LIBERACAO INVALIDA") PARA A FILA DE
      * EXCECOES; LIQUIDADA, A RETENCAO PASSA A "C" E NAO PODE SER
      * LIBERADA DE NOVO. A RETENCAO RECUSADA PELA MESA (STATUS "R")
      * GERA NO LOTE SEGUINTE O REGISTRO DE ESTORNO "X" NO
      * TRANLOG/TRANDIA (A AUTORIZACAO JA FOI LIQUIDADA PELA
      * ADQUIRENTE E PRECISA SER CANCELADA) E PASSA A "E".
      * Review fix: O PIX REPETIDO PASSA A SER CONFERIDO CONTRA TODO
      * O PIXLOG, NAO SO CONTRA O LOTE DO DIA: O IDENTIFICADOR DE CADA
      * PIX JA GRAVADO E CARREGADO NO INICIO DO LOTE PIX (TABELA EM
      * ORDEM DE IDENTIFICADOR, SEARCH ALL) E O PIX REENVIADO PELO
      * PROVEDOR EM OUTRO DIA E RECUSADO COMO "E2E REPETIDO". OS PIX
      * DO PIXLOG COM A PROPRIA DATA DE PROCESSAMENTO (LOTE
      * INTERROMPIDO E REEXECUTADO) SAO REPOSTOS NA NOVA GERACAO DO
      * PIXDIA, QUE CONTINUA COM O DIA COMPLETO PARA O FECHAMENTO. O
      * LIMITE DA TABELA E CONFERIDO ANTES DE GRAVAR O PIX.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL03.
           SELECT TRANSACOES-DIA ASSIGN TO "TRANDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANDIA.
           SELECT LOJAS-MASTER ASSIGN TO "LOJMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOJAS.
           SELECT REGRAS-FRAUDE ASSIGN TO "REGFRAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGFRAUD.
           SELECT COMPRAS-RETIDAS ASSIGN TO "FRAUDHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRAUDHLD.
           SELECT CONTROLE-EXECUCAO-ARQUIVO ASSIGN TO "CTLEXEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTLEXEC.
           SELECT MOVIMENTO-PIX ASSIGN TO "PIXMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXMOV.
           SELECT TRANSACOES-PIX ASSIGN TO "PIXLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXLOG.
           SELECT TRANSACOES-PIX-DIA ASSIGN TO "PIXDIA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXDIA.
       DATA DIVISION.
       FILE SECTION.
       FD  TABELA-DESCONTO.
       COPY ROTADQ.

       FD  TRANSACOES-DIA.
       01  REG-TRANSACAO-DIA  PIC X(60).

       FD  LOJAS-MASTER.
       COPY LOJMAST.

       FD  REGRAS-FRAUDE.
       COPY FRAUDRG.

       FD  COMPRAS-RETIDAS.
       COPY FRAUDHLD.

       FD  CONTROLE-EXECUCAO-ARQUIVO.
       COPY CTLEXEC.

       FD  MOVIMENTO-PIX.
       COPY PIXMOV.

       FD  TRANSACOES-PIX.
       COPY PIXLOG.

       FD  TRANSACOES-PIX-DIA.
       01  REG-TRANSACAO-PIX-DIA  PIC X(103).

       WORKING-STORAGE SECTION.
       COPY CTLEXWS.
       COPY CPFWS.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CLIMTAB.
       COPY EXCQWS.
       COPY FRAUDWS.
       77 WRK-FS-CAMBIO          PIC X(02) VALUE "00".
       77 WRK-COTACAO            PIC 9(02)V9999 VALUE ZEROS.
       77 WRK-CAMBIO-DISPONIVEL  PIC X(01) VALUE "N".
           05 WRK-IMG-QTD-PARCELAS PIC 9(02).
           05 WRK-IMG-TIPO         PIC X(01).
           05 WRK-IMG-COD-ORIG     PIC X(06).
           05 WRK-IMG-LOJA         PIC 9(04).
       77 WRK-QTD-DEVOLUCOES PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-ESTORNADAS PIC 9(07) VALUE ZEROS.
       77 WRK-FIM-PESQUISA  PIC X(01) VALUE "N".
       77 WRK-MOV-TIPO      PIC X(01) VALUE SPACES.
       77 WRK-MOV-PONTOS    PIC 9(07) VALUE ZEROS.
       77 WRK-MOV-VALOR     PIC 9(04)V99 VALUE ZEROS.
       77 WRK-MOV-MES-ORIGEM PIC 9(06) VALUE ZEROS.
       77 WRK-PONTOS-RESTANTES PIC 9(07) VALUE ZEROS.
       COPY PONTLOTE.
       77 WRK-ESTORNO-ACHADO PIC X(01) VALUE "N".
           88 ESTORNO-ACHADO   VALUE "S".
       77 WRK-MES-PROCESSO  PIC 9(06) VALUE ZEROS.
       77 WRK-ORIG-ADQUIRENTE PIC 9(02) VALUE ZEROS.
       77 WRK-ORIG-DATA     PIC 9(08) VALUE ZEROS.
       77 WRK-FS-TRANDIA    PIC X(02) VALUE "00".
       77 WRK-TRAN-IMAGEM   PIC X(60) VALUE SPACES.
       77 WRK-FS-LOJAS      PIC X(02) VALUE "00".
       77 WRK-FIM-LOJAS     PIC X(01) VALUE "N".
           88 FIM-LOJAS        VALUE "S".
       77 WRK-QTD-LOJAS     PIC 9(04) VALUE ZEROS.
       77 WRK-LJX           PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA          PIC 9(04) VALUE ZEROS.
       77 WRK-ORIG-LOJA     PIC 9(04) VALUE ZEROS.
       77 WRK-LOJA-ACHADA   PIC X(01) VALUE "N".
           88 LOJA-ACHADA      VALUE "S".
       77 WRK-FS-REGFRAUD   PIC X(02) VALUE "00".
       77 WRK-TRIAGEM       PIC X(01) VALUE "N".
           88 TRIAGEM-ATIVA    VALUE "S".
       77 WRK-RETIDA        PIC X(01) VALUE "N".
           88 COMPRA-RETIDA    VALUE "S".
       77 WRK-FIM-HIST      PIC X(01) VALUE "N".
           88 FIM-HIST         VALUE "S".
       77 WRK-FRG-MAX-QTD   PIC 9(03) VALUE ZEROS.
       77 WRK-FRG-MAX-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FRG-FATOR     PIC 9(03)V99 VALUE ZEROS.
       77 WRK-FRG-MIN-HIST  PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-HIST      PIC 9(05) VALUE ZEROS.
       77 WRK-POS-HIST      PIC 9(05) VALUE ZEROS.
       77 WRK-HIST-I        PIC 9(05) VALUE ZEROS.
       77 WRK-HIST-CPF      PIC 9(11) VALUE ZEROS.
       77 WRK-FRD-QTD-DIA   PIC 9(05) VALUE ZEROS.
       77 WRK-FRD-VALOR-DIA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-FRD-QTD-HIST  PIC 9(07) VALUE ZEROS.
       77 WRK-FRD-VALOR-HIST PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FRD-LIMITE-MEDIA PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTD-RETIDAS   PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-LIB-INVALIDAS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-RET-ESTORNADAS PIC 9(07) VALUE ZEROS.
       77 WRK-HLD-ALTERADO  PIC X(01) VALUE "N".
           88 RETIDAS-ALTERADAS VALUE "S".
       01  TAB-HIST-FRAUDE.
           05 TAB-HIST OCCURS 1 TO 20000 TIMES
                       DEPENDING ON WRK-QTD-HIST
                       ASCENDING KEY IS TAB-HIST-CPF
                       INDEXED BY HIST-IDX.
               10 TAB-HIST-CPF        PIC 9(11).
               10 TAB-HIST-QTD        PIC 9(07).
               10 TAB-HIST-VALOR      PIC 9(11)V99.
               10 TAB-HIST-QTD-DIA    PIC 9(05).
               10 TAB-HIST-VALOR-DIA  PIC 9(09)V99.
       01  TAB-LOJAS.
           05 TAB-LOJA OCCURS 1 TO 500 TIMES
                       DEPENDING ON WRK-QTD-LOJAS.
               10 TAB-LOJA-CODIGO  PIC 9(04).
       01  TAB-ROTAS-ADQ.
           05 TAB-ROTA OCCURS 1 TO 9 TIMES
                       DEPENDING ON WRK-QTD-ROTAS.
               10 TAB-ROTA-BANDEIRA   PIC 9(01).
               10 TAB-ROTA-ADQUIRENTE PIC 9(02).
       77 WRK-FS-PIXMOV     PIC X(02) VALUE "00".
       77 WRK-FS-PIXLOG     PIC X(02) VALUE "00".
       77 WRK-FS-PIXDIA     PIC X(02) VALUE "00".
       77 WRK-FIM-PIXMOV    PIC X(01) VALUE "N".
           88 FIM-PIXMOV       VALUE "S".
       77 WRK-QTD-PIX-LIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PIX-ACEITOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PIX-DEVOLVIDOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PIX-RECUSADOS PIC 9(07) VALUE ZEROS.
       77 WRK-SEQ-PIX-ED    PIC Z.ZZZ.ZZ9.
       77 WRK-PIX-ORIG-ACHADO PIC X(01) VALUE "N".
           88 PIX-ORIGINAL-ACHADO VALUE "S".
       77 WRK-PIX-JA-DEVOLVIDO PIC X(01) VALUE "N".
           88 PIX-JA-DEVOLVIDO    VALUE "S".
       77 WRK-PIX-ORIG-VALOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PIX-ORIG-LOJA PIC 9(04) VALUE ZEROS.
       77 WRK-PIX-REPETIDO  PIC X(01) VALUE "N".
           88 PIX-REPETIDO     VALUE "S".
       77 WRK-QTD-PIX-TAB   PIC 9(06) VALUE ZEROS.
       77 WRK-PXX           PIC 9(06) VALUE ZEROS.
       77 WRK-PIX-IMAGEM    PIC X(103) VALUE SPACES.
       77 WRK-PIX-E2E-NOVO  PIC X(32) VALUE SPACES.
       77 WRK-PIX-POSICAO   PIC X(01) VALUE "N".
           88 PIX-POSICIONADO  VALUE "S".
       77 WRK-FIM-PIXLOG    PIC X(01) VALUE "N".
           88 FIM-PIXLOG       VALUE "S".
       77 WRK-QTD-PIX-REGISTRADOS PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-PIX-REPOSTOS PIC 9(07) VALUE ZEROS.
      * IDENTIFICADORES DE TODO PIX JA GRAVADO NO PIXLOG MAIS OS DO
      * LOTE, EM ORDEM PARA O SEARCH ALL.
       01  TAB-PIX-DIA.
           05 TAB-PIX OCCURS 1 TO 200000 TIMES
                      DEPENDING ON WRK-QTD-PIX-TAB
                      ASCENDING KEY IS TAB-PIX-E2E
                      INDEXED BY PIX-IDX.
               10 TAB-PIX-E2E       PIC X(32).
       01  TAB-DESCONTOS.
           05 TAB-DESCONTO OCCURS 1 TO 20 TIMES
                           DEPENDING ON WRK-QTD-DESCONTOS.
            PERFORM CARREGA-TABELA-DESCONTO.
            PERFORM CARREGA-TABELA-ROTAS.
            PERFORM CARREGA-CAMBIO.
            PERFORM CARREGA-LOJAS.
            PERFORM CARREGA-REGRAS-FRAUDE.
            IF TRIAGEM-ATIVA
                PERFORM CARREGA-HISTORICO-FRAUDE
            END-IF.
            PERFORM ABRE-COMPRAS.
            IF MODO-LOTE
                MOVE "PROGRAMACOBOL03" TO WRK-CTX-PROGRAMA
                PERFORM INICIA-CONTROLE-EXECUCAO
                PERFORM PROCESSA-LOTE
                PERFORM FINALIZA-CONTROLE-EXECUCAO
            ELSE
                PERFORM PROCESSA-INTERATIVO
            END-IF.
                PERFORM CARREGA-PONTOS-CLIENTES
            END-IF.
            PERFORM CARREGA-AUTORIZACOES.
            PERFORM CARREGA-COMPRAS-RETIDAS.
            PERFORM UNTIL FIM-COMPRAS
                READ COMPRAS-ARQUIVO
                    AT END
                END-READ
            END-PERFORM.
            CLOSE COMPRAS-ARQUIVO.
            PERFORM ESTORNA-RETIDAS-RECUSADAS.
            IF RETIDAS-ALTERADAS OR WRK-HLD-DESCARTADOS > ZEROS
                PERFORM REGRAVA-COMPRAS-RETIDAS
            END-IF.
            IF WRK-QTD-ESTORNOS > ZEROS
                PERFORM CANCELA-PARCELAS
            END-IF.
            IF PONTOS-ALTERADOS
                PERFORM REGRAVA-PONTOS
            END-IF.
            PERFORM PROCESSA-LOTE-PIX.
            DISPLAY "REGISTROS LIDOS..: " WRK-QTD-COMPRAS-LIDAS.
            DISPLAY "COMPRAS APROVADAS: " WRK-QTD-APROVADAS.
            DISPLAY "COMPRAS RECUSADAS: " WRK-QTD-RECUSADAS.
            DISPLAY "COMPRAS RETIDAS..: " WRK-QTD-RETIDAS.
            DISPLAY "LIBERACOES INVALIDAS: " WRK-QTD-LIB-INVALIDAS.
            DISPLAY "RETIDAS RECUSADAS ESTORNADAS: "
                    WRK-QTD-RET-ESTORNADAS.
            DISPLAY "DEVOLUCOES LIDAS.: " WRK-QTD-DEVOLUCOES.
            DISPLAY "ESTORNOS GRAVADOS: " WRK-QTD-ESTORNADAS.
            DISPLAY "PARCELAS CANCELADAS: " WRK-QTD-PARC-CANC.
                   WRK-QTD-ESTORNADAS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-RETIDAS > ZEROS
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA
                STRING "LOTE COMPRAS RETIDAS PELA TRIAGEM: "
                           DELIMITED BY SIZE
                       WRK-QTD-RETIDAS DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.
            IF WRK-QTD-RECUSADAS > ZEROS OR WRK-QTD-RETIDAS > ZEROS
               OR WRK-QTD-PIX-RECUSADOS > ZEROS
                MOVE 4 TO RETURN-CODE
            ELSE
                MOVE 0 TO RETURN-CODE
            MOVE WRK-CPF          TO WRK-CPF-ED.
            MOVE CMP-VALOR        TO WRK-VALOR.
            MOVE CMP-BANDEIRA     TO WRK-BANDEIRA.
            MOVE CMP-LOJA         TO WRK-LOJA.
            MOVE "N" TO WRK-COMPRADOR-LIBERADO.
            MOVE "N" TO WRK-AUTORIZADO.
            MOVE "N" TO WRK-DESCONTO-APLICADO.
            MOVE "N" TO WRK-RETIDA.
            MOVE SPACES TO WRK-COD-AUTORIZACAO.
            MOVE SPACES TO WRK-MOTIVO-RECUSA.
            PERFORM VALIDA-CPF.
            ELSE
                PERFORM PROCURA-CLIENTE
            END-IF.
            IF COMPRADOR-LIBERADO
                PERFORM PROCURA-LOJA
                IF NOT LOJA-ACHADA
                    MOVE "N" TO WRK-COMPRADOR-LIBERADO
                    MOVE "LOJA INVALIDA" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.
            IF COMPRADOR-LIBERADO
                IF CMP-QTD-PARCELAS > 12
                    MOVE "N" TO WRK-COMPRADOR-LIBERADO
                PERFORM VERIFICA-LIMITE-CLIENTE
            END-IF.
            IF COMPRADOR-LIBERADO
                IF COMPRA-LIBERADA
                    PERFORM CONFERE-LIBERACAO-RETIDA
                ELSE
                    PERFORM PROCURA-AUTORIZACAO
                    IF TRANSACAO-AUTORIZADA AND TRIAGEM-ATIVA
                        PERFORM TRIAGEM-FRAUDE
                    END-IF
                END-IF
                IF TRANSACAO-AUTORIZADA AND NOT COMPRA-RETIDA
                    PERFORM APLICA-DESCONTO
                    IF NOT DESCONTO-APLICADO
                        MOVE WRK-VALOR TO WRK-VALOR-FINAL-NUM
                    MOVE CMP-QTD-PARCELAS TO WRK-QTD-PARCELAS
                    PERFORM CALCULA-PARCELAMENTO
                    ADD 1 TO WRK-QTD-APROVADAS
                    IF COMPRA-LIBERADA
                        PERFORM BAIXA-LIBERACAO-RETIDA
                    END-IF
                    PERFORM ATUALIZA-EXPOSICAO
                    PERFORM ACUMULA-PONTOS
                    PERFORM REGISTRA-COMPRA-DIA
                    DISPLAY "COMPRA " WRK-SEQ-COMPRA-ED " CPF "
                            WRK-CPF-ED " APROVADA"
                END-IF
                IF NOT TRANSACAO-AUTORIZADA
                   AND WRK-MOTIVO-RECUSA = SPACES
                    MOVE "NAO AUTORIZADA" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.
            IF COMPRA-RETIDA
                MOVE CMP-QTD-PARCELAS TO WRK-QTD-PARCELAS
                PERFORM RETEM-COMPRA-FRAUDE
                DISPLAY "COMPRA " WRK-SEQ-COMPRA-ED " CPF "
                        WRK-CPF-ED " RETIDA - " WRK-MOTIVO-RECUSA
            END-IF.
            IF NOT TRANSACAO-AUTORIZADA
                MOVE ZEROS TO WRK-VALOR-FINAL-NUM
                MOVE ZEROS TO WRK-QTD-PARCELAS
                MOVE REG-COMPRA-PENDENTE TO EXC-REGISTRO
                PERFORM GRAVA-EXCECAO
            END-IF.
            IF NOT COMPRA-RETIDA
                PERFORM GRAVA-TRANSACAO
            END-IF.

       PROCESSA-DEVOLUCAO-LOTE.
            ADD 1 TO WRK-QTD-DEVOLUCOES.
       PROCURA-TRANSACAO-ORIGINAL.
            MOVE "N" TO WRK-ORIG-ACHADA.
            MOVE "N" TO WRK-JA-ESTORNADA.
            MOVE ZEROS TO WRK-ORIG-LOJA.
            MOVE "N" TO WRK-FIM-PESQUISA.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG = "35"
                    MOVE TRAN-VALOR-PARCELA TO WRK-ORIG-VALOR-PARCELA
                    MOVE TRAN-DESCONTO-APLIC TO WRK-ORIG-DESCONTO
                    MOVE TRAN-ADQUIRENTE    TO WRK-ORIG-ADQUIRENTE
                    IF TRAN-LOJA NUMERIC
                        MOVE TRAN-LOJA      TO WRK-ORIG-LOJA
                    ELSE
                        MOVE ZEROS          TO WRK-ORIG-LOJA
                    END-IF
                WHEN "E"
                    SET JA-ESTORNADA TO TRUE
            END-EVALUATE.
            MOVE CMP-COD-AUTORIZACAO-ORIG TO TRAN-COD-AUTORIZACAO.
            MOVE CMP-CPF                 TO TRAN-CPF.
            MOVE WRK-ORIG-ADQUIRENTE     TO TRAN-ADQUIRENTE.
            MOVE WRK-ORIG-LOJA           TO TRAN-LOJA.
            IF CMP-LOJA NUMERIC
                MOVE CMP-LOJA TO WRK-LOJA
                PERFORM PROCURA-LOJA
                IF LOJA-ACHADA
                    MOVE CMP-LOJA        TO TRAN-LOJA
                END-IF
            END-IF.
            MOVE REG-TRANSACAO TO WRK-TRAN-IMAGEM.
            WRITE REG-TRANSACAO.
            CLOSE TRANSACOES-ARQUIVO.
            MOVE CMP-COD-AUTORIZACAO-ORIG
                TO TAB-EST-CODIGO(WRK-QTD-ESTORNOS).

      * MOVIMENTO PIX DO DIA - O PIXDIA E ABERTO SEMPRE, PARA O
      * FECHAMENTO E A CONCILIACAO PIX ACHAREM A GERACAO MESMO NUM
      * DIA SEM PIX.
       PROCESSA-LOTE-PIX.
            OPEN OUTPUT TRANSACOES-PIX-DIA.
            IF WRK-FS-PIXDIA NOT = "00"
                DISPLAY "ERRO AO ABRIR PIXDIA - FS: " WRK-FS-PIXDIA
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE ZEROS TO WRK-QTD-PIX-TAB.
            PERFORM CARREGA-PIX-REGISTRADOS.
            OPEN INPUT MOVIMENTO-PIX.
            IF WRK-FS-PIXMOV = "35"
                DISPLAY "ARQUIVO PIXMOV AUSENTE - NENHUM PIX NO LOTE"
                SET FIM-PIXMOV TO TRUE
            ELSE
                IF WRK-FS-PIXMOV NOT = "00"
                    DISPLAY "ERRO AO ABRIR PIXMOV - FS: "
                            WRK-FS-PIXMOV
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PIXMOV
                READ MOVIMENTO-PIX
                    AT END
                        SET FIM-PIXMOV TO TRUE
                    NOT AT END
                        PERFORM PROCESSA-PIX-LOTE
                END-READ
            END-PERFORM.
            IF WRK-FS-PIXMOV NOT = "35"
                CLOSE MOVIMENTO-PIX
            END-IF.
            CLOSE TRANSACOES-PIX-DIA.
            DISPLAY "PIX JA NO PIXLOG.: " WRK-QTD-PIX-REGISTRADOS.
            IF WRK-QTD-PIX-REPOSTOS > ZEROS
                DISPLAY "PIX DA DATA JA GRAVADOS E REPOSTOS NO PIXDIA: "
                        WRK-QTD-PIX-REPOSTOS
            END-IF.
            DISPLAY "PIX LIDOS........: " WRK-QTD-PIX-LIDOS.
            DISPLAY "PIX ACEITOS......: " WRK-QTD-PIX-ACEITOS.
            DISPLAY "PIX DEVOLVIDOS...: " WRK-QTD-PIX-DEVOLVIDOS.
            DISPLAY "PIX RECUSADOS....: " WRK-QTD-PIX-RECUSADOS.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA.
            STRING "PIX LIDOS " DELIMITED BY SIZE
                   WRK-QTD-PIX-LIDOS DELIMITED BY SIZE
                   " ACE " DELIMITED BY SIZE
                   WRK-QTD-PIX-ACEITOS DELIMITED BY SIZE
                   " DEV " DELIMITED BY SIZE
                   WRK-QTD-PIX-DEVOLVIDOS DELIMITED BY SIZE
                   " REC " DELIMITED BY SIZE
                   WRK-QTD-PIX-RECUSADOS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

      * CARREGA O IDENTIFICADOR DE CADA PIX JA GRAVADO (AUSENTE =
      * NENHUM). O PIX COM A PROPRIA DATA DE PROCESSAMENTO VEIO DE UM
      * LOTE INTERROMPIDO: VOLTA PARA A NOVA GERACAO DO PIXDIA, E O
      * MESMO PIX RELIDO DO PIXMOV SAI COMO REPETIDO.
       CARREGA-PIX-REGISTRADOS.
            MOVE ZEROS TO WRK-QTD-PIX-REGISTRADOS.
            MOVE ZEROS TO WRK-QTD-PIX-REPOSTOS.
            MOVE "N" TO WRK-FIM-PIXLOG.
            OPEN INPUT TRANSACOES-PIX.
            IF WRK-FS-PIXLOG = "35"
                SET FIM-PIXLOG TO TRUE
            ELSE
                IF WRK-FS-PIXLOG NOT = "00"
                    DISPLAY "ARQUIVO PIXLOG INDISPONIVEL - FS: "
                            WRK-FS-PIXLOG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PIXLOG
                READ TRANSACOES-PIX
                    AT END
                        SET FIM-PIXLOG TO TRUE
                    NOT AT END
                        ADD 1 TO WRK-QTD-PIX-REGISTRADOS
                        MOVE PIX-E2E TO WRK-PIX-E2E-NOVO
                        PERFORM INCLUI-PIX-TABELA
                        IF PIX-DATA = WRK-DATA-PROCESSO
                            MOVE REG-TRANSACAO-PIX
                                TO REG-TRANSACAO-PIX-DIA
                            WRITE REG-TRANSACAO-PIX-DIA
                            ADD 1 TO WRK-QTD-PIX-REPOSTOS
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PIXLOG NOT = "35"
                CLOSE TRANSACOES-PIX
            END-IF.

      * A TABELA FICA EM ORDEM DE IDENTIFICADOR PARA O SEARCH ALL - O
      * NOVO ENTRA NA POSICAO CERTA, DESLOCANDO OS MAIORES UMA CASA A
      * PARTIR DO FIM (O PIXLOG E GRAVADO EM ORDEM DE TEMPO E O
      * IDENTIFICADOR COMECA PELA DATA E HORA, ENTAO QUASE SEMPRE O
      * NOVO JA E O MAIOR).
       INCLUI-PIX-TABELA.
            IF WRK-QTD-PIX-TAB >= 200000
                DISPLAY "LIMITE DE 200000 PIX NA TABELA DE "
                        "IDENTIFICADORES EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            ADD 1 TO WRK-QTD-PIX-TAB.
            MOVE WRK-QTD-PIX-TAB TO WRK-PXX.
            MOVE "N" TO WRK-PIX-POSICAO.
            PERFORM UNTIL WRK-PXX = 1 OR PIX-POSICIONADO
                IF TAB-PIX-E2E(WRK-PXX - 1) > WRK-PIX-E2E-NOVO
                    MOVE TAB-PIX-E2E(WRK-PXX - 1)
                        TO TAB-PIX-E2E(WRK-PXX)
                    SUBTRACT 1 FROM WRK-PXX
                ELSE
                    SET PIX-POSICIONADO TO TRUE
                END-IF
            END-PERFORM.
            MOVE WRK-PIX-E2E-NOVO TO TAB-PIX-E2E(WRK-PXX).

       PROCESSA-PIX-LOTE.
            ADD 1 TO WRK-QTD-PIX-LIDOS.
            MOVE WRK-QTD-PIX-LIDOS TO WRK-SEQ-PIX-ED.
            MOVE SPACES TO WRK-MOTIVO-RECUSA.
            IF PXM-CPF NUMERIC
                MOVE PXM-CPF TO WRK-CPF
            ELSE
                MOVE ZEROS   TO WRK-CPF
            END-IF.
            MOVE WRK-CPF TO WRK-CPF-ED.
            IF PXM-E2E = SPACES
                MOVE "SEM E2E" TO WRK-MOTIVO-RECUSA
            ELSE
                PERFORM PROCURA-PIX-REPETIDO
                IF PIX-REPETIDO
                    MOVE "E2E REPETIDO" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.
            IF WRK-MOTIVO-RECUSA = SPACES
                IF PXM-DEVOLUCAO
                    PERFORM PROCESSA-DEVOLUCAO-PIX
                ELSE
                    PERFORM PROCESSA-PAGAMENTO-PIX
                END-IF
            END-IF.
            IF WRK-MOTIVO-RECUSA NOT = SPACES
                ADD 1 TO WRK-QTD-PIX-RECUSADOS
                DISPLAY "PIX " WRK-SEQ-PIX-ED " CPF " WRK-CPF-ED
                        " RECUSADO - " WRK-MOTIVO-RECUSA
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA
                STRING "PIX " DELIMITED BY SIZE
                       WRK-MOTIVO-RECUSA DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       PXM-E2E DELIMITED BY SPACE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       PROCESSA-PAGAMENTO-PIX.
            PERFORM VALIDA-CPF.
            IF CPF-INVALIDO
                MOVE "CPF INVALIDO" TO WRK-MOTIVO-RECUSA
            END-IF.
            IF WRK-MOTIVO-RECUSA = SPACES
                IF PXM-VALOR NOT NUMERIC OR PXM-VALOR = ZEROS
                    MOVE "VALOR INVALIDO" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.
            IF WRK-MOTIVO-RECUSA = SPACES
                MOVE PXM-LOJA TO WRK-LOJA
                PERFORM PROCURA-LOJA
                IF NOT LOJA-ACHADA
                    MOVE "LOJA INVALIDA" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.
            IF WRK-MOTIVO-RECUSA = SPACES
                INITIALIZE REG-TRANSACAO-PIX
                MOVE "P"       TO PIX-TIPO
                MOVE SPACES    TO PIX-E2E-ORIG
                MOVE PXM-LOJA  TO PIX-LOJA
                MOVE PXM-VALOR TO PIX-VALOR
                PERFORM GRAVA-TRANSACAO-PIX
                ADD 1 TO WRK-QTD-PIX-ACEITOS
                DISPLAY "PIX " WRK-SEQ-PIX-ED " CPF " WRK-CPF-ED
                        " ACEITO"
            END-IF.

       PROCESSA-DEVOLUCAO-PIX.
            PERFORM PROCURA-PIX-ORIGINAL.
            IF PIX-ORIGINAL-ACHADO AND NOT PIX-JA-DEVOLVIDO
                INITIALIZE REG-TRANSACAO-PIX
                MOVE "D"                TO PIX-TIPO
                MOVE PXM-E2E-ORIG       TO PIX-E2E-ORIG
                MOVE WRK-PIX-ORIG-VALOR TO PIX-VALOR
                MOVE WRK-PIX-ORIG-LOJA  TO PIX-LOJA
                IF PXM-LOJA NUMERIC
                    MOVE PXM-LOJA TO WRK-LOJA
                    PERFORM PROCURA-LOJA
                    IF LOJA-ACHADA
                        MOVE PXM-LOJA   TO PIX-LOJA
                    END-IF
                END-IF
                PERFORM GRAVA-TRANSACAO-PIX
                ADD 1 TO WRK-QTD-PIX-DEVOLVIDOS
                DISPLAY "PIX " WRK-SEQ-PIX-ED " CPF " WRK-CPF-ED
                        " DEVOLUCAO GRAVADA"
            ELSE
                IF PIX-JA-DEVOLVIDO
                    MOVE "DEVOLUCAO EM DOBRO" TO WRK-MOTIVO-RECUSA
                ELSE
                    MOVE "SEM PIX ORIGINAL" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.

      * O MESMO IDENTIFICADOR NAO PODE ENTRAR DUAS VEZES - NEM NO LOTE
      * DO DIA (ARQUIVO DO PROVEDOR CONCATENADO EM DOBRO) NEM EM OUTRO
      * DIA (PIX REENVIADO PELO PROVEDOR OU LOTE RELIDO).
       PROCURA-PIX-REPETIDO.
            MOVE "N" TO WRK-PIX-REPETIDO.
            IF WRK-QTD-PIX-TAB > ZEROS
                SEARCH ALL TAB-PIX
                    AT END
                        CONTINUE
                    WHEN TAB-PIX-E2E(PIX-IDX) = PXM-E2E
                        SET PIX-REPETIDO TO TRUE
                END-SEARCH
            END-IF.

       PROCURA-PIX-ORIGINAL.
            MOVE "N" TO WRK-PIX-ORIG-ACHADO.
            MOVE "N" TO WRK-PIX-JA-DEVOLVIDO.
            MOVE ZEROS TO WRK-PIX-ORIG-VALOR.
            MOVE ZEROS TO WRK-PIX-ORIG-LOJA.
            MOVE "N" TO WRK-FIM-PESQUISA.
            IF PXM-E2E-ORIG = SPACES
                SET FIM-PESQUISA TO TRUE
            ELSE
                OPEN INPUT TRANSACOES-PIX
                IF WRK-FS-PIXLOG = "35"
                    SET FIM-PESQUISA TO TRUE
                ELSE
                    IF WRK-FS-PIXLOG NOT = "00"
                        DISPLAY "ARQUIVO PIXLOG INDISPONIVEL - FS: "
                                WRK-FS-PIXLOG
                        MOVE 16 TO RETURN-CODE
                        GOBACK
                    END-IF
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PESQUISA
                READ TRANSACOES-PIX
                    AT END
                        SET FIM-PESQUISA TO TRUE
                    NOT AT END
                        EVALUATE TRUE
                            WHEN PIX-PAGAMENTO
                                 AND PIX-E2E = PXM-E2E-ORIG
                                 AND PIX-CPF = PXM-CPF
                                SET PIX-ORIGINAL-ACHADO TO TRUE
                                MOVE PIX-VALOR TO WRK-PIX-ORIG-VALOR
                                IF PIX-LOJA NUMERIC
                                    MOVE PIX-LOJA
                                        TO WRK-PIX-ORIG-LOJA
                                END-IF
                            WHEN PIX-DEVOLUCAO
                                 AND PIX-E2E-ORIG = PXM-E2E-ORIG
                                SET PIX-JA-DEVOLVIDO TO TRUE
                        END-EVALUATE
                END-READ
            END-PERFORM.
            IF PXM-E2E-ORIG NOT = SPACES AND WRK-FS-PIXLOG NOT = "35"
                CLOSE TRANSACOES-PIX
            END-IF.

      * GRAVA NO LOG DE ACUMULO (ABERTO E FECHADO A CADA PIX, PARA A
      * DEVOLUCAO DE UM PIX DO PROPRIO LOTE O ENCONTRAR) E NO PIXDIA.
       GRAVA-TRANSACAO-PIX.
            ACCEPT WRK-HORA-COMPLETA FROM TIME.
            MOVE WRK-DATA-PROCESSO TO PIX-DATA.
            IF PXM-HORA NUMERIC AND PXM-HORA > ZEROS
                MOVE PXM-HORA TO PIX-HORA
            ELSE
                MOVE WRK-HORA-COMPLETA(1:6) TO PIX-HORA
            END-IF.
            MOVE PXM-E2E TO PIX-E2E.
            MOVE WRK-CPF TO PIX-CPF.
            MOVE REG-TRANSACAO-PIX TO WRK-PIX-IMAGEM.
            IF WRK-QTD-PIX-TAB >= 200000
                DISPLAY "LIMITE DE 200000 PIX NA TABELA DE "
                        "IDENTIFICADORES EXCEDIDO"
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            OPEN EXTEND TRANSACOES-PIX.
            IF WRK-FS-PIXLOG = "35"
                OPEN OUTPUT TRANSACOES-PIX
            END-IF.
            IF WRK-FS-PIXLOG NOT = "00"
                DISPLAY "ERRO AO GRAVAR PIXLOG - FS: " WRK-FS-PIXLOG
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE WRK-PIX-IMAGEM TO REG-TRANSACAO-PIX.
            WRITE REG-TRANSACAO-PIX.
            CLOSE TRANSACOES-PIX.
            MOVE WRK-PIX-IMAGEM TO REG-TRANSACAO-PIX-DIA.
            WRITE REG-TRANSACAO-PIX-DIA.
            MOVE PXM-E2E TO WRK-PIX-E2E-NOVO.
            PERFORM INCLUI-PIX-TABELA.

       CANCELA-PARCELAS.
            MOVE WRK-DATA-PROCESSO(1:6) TO WRK-MES-PROCESSO.
            MOVE ZEROS TO WRK-QTD-PARC-TAB.
                    MOVE "A" TO WRK-MOV-TIPO
                    MOVE WRK-PONTOS-GANHOS TO WRK-MOV-PONTOS
                    MOVE WRK-VALOR-FINAL-NUM TO WRK-MOV-VALOR
                    MOVE WRK-DATA-PROCESSO(1:6) TO WRK-MOV-MES-ORIGEM
                    PERFORM GRAVA-MOVIMENTO-PONTOS
                END-IF
            END-IF.
                    SUBTRACT WRK-PONTOS-RESGATE
                        FROM TAB-PONT-SALDO(WRK-POS-PONTOS)
                    SET PONTOS-ALTERADOS TO TRUE
                    MOVE WRK-CPF TO WRK-LOTE-CPF-FILTRO
                    PERFORM CARREGA-LOTES-PONTOS
                    MOVE WRK-PONTOS-RESGATE TO WRK-PONTOS-RESTANTES
                    MOVE "R" TO WRK-MOV-TIPO
                    PERFORM VARYING WRK-LOTE-I FROM 1 BY 1
                            UNTIL WRK-LOTE-I > WRK-QTD-LOTES
                            OR WRK-PONTOS-RESTANTES = ZEROS
                        MOVE WRK-LOTE-I TO WRK-LOTE-POS
                        PERFORM CALCULA-SALDO-LOTE
                        IF WRK-LOTE-SALDO > ZEROS
                            IF WRK-LOTE-SALDO > WRK-PONTOS-RESTANTES
                                MOVE WRK-PONTOS-RESTANTES
                                    TO WRK-LOTE-SALDO
                            END-IF
                            MOVE WRK-LOTE-SALDO TO WRK-MOV-PONTOS
                            MOVE TAB-LOTE-MES(WRK-LOTE-I)
                                TO WRK-MOV-MES-ORIGEM
                            PERFORM GRAVA-RESGATE-LOTE
                        END-IF
                    END-PERFORM
                    IF WRK-PONTOS-RESTANTES > ZEROS
                        MOVE WRK-PONTOS-RESTANTES TO WRK-MOV-PONTOS
                        MOVE ZEROS TO WRK-MOV-MES-ORIGEM
                        PERFORM GRAVA-RESGATE-LOTE
                    END-IF
                END-IF
            END-IF.

       GRAVA-RESGATE-LOTE.
            COMPUTE WRK-MOV-VALOR = WRK-MOV-PONTOS / 100.
            PERFORM GRAVA-MOVIMENTO-PONTOS.
            SUBTRACT WRK-MOV-PONTOS FROM WRK-PONTOS-RESTANTES.

       GRAVA-MOVIMENTO-PONTOS.
            OPEN EXTEND MOVIMENTO-PONTOS.
            IF WRK-FS-PONTMOV = "35"
            MOVE WRK-MOV-PONTOS     TO MOV-PONT-PONTOS.
            MOVE WRK-BANDEIRA       TO MOV-PONT-BANDEIRA.
            MOVE WRK-MOV-VALOR      TO MOV-PONT-VALOR.
            MOVE WRK-MOV-MES-ORIGEM TO MOV-PONT-MES-ORIGEM.
            WRITE REG-MOVIMENTO-PONTOS.
            CLOSE MOVIMENTO-PONTOS.

                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM IDENTIFICA-LOJA.
            IF NOT LOJA-ACHADA
                DISPLAY "COMPRA NAO REALIZADA - " WRK-MOTIVO-RECUSA
                PERFORM GRAVA-EXCECAO-COMPRA
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA
                STRING "COMPRA RECUSADA CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WRK-MOTIVO-RECUSA DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
                MOVE 4 TO RETURN-CODE
                GOBACK
            END-IF.
            DISPLAY "DIGITE O VALOR DA COMPRA:".
            ACCEPT WRK-VALOR.
            DISPLAY "SELECIONE A BANDEIRA DO CARTAO".
                MOVE ZEROS TO WRK-QTD-PARCELAS
                MOVE ZEROS TO WRK-VALOR-PARCELA
            END-IF.
            IF TRANSACAO-AUTORIZADA AND TRIAGEM-ATIVA
                PERFORM TRIAGEM-FRAUDE
                IF COMPRA-RETIDA
                    PERFORM RETEM-COMPRA-FRAUDE
                    DISPLAY "COMPRA RETIDA PARA ANALISE ANTIFRAUDE - "
                            WRK-MOTIVO-RECUSA
                    IF WRK-PONTOS-RESGATE > ZEROS
                        DISPLAY "PONTOS NAO DEBITADOS - O RESGATE "
                                "FICA SEM EFEITO"
                    END-IF
                    MOVE 4 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            IF TRANSACAO-AUTORIZADA
                PERFORM ATUALIZA-EXPOSICAO
                IF CADASTRO-ALTERADO
                PERFORM CONSULTA-CLIENTE
            END-IF.

       IDENTIFICA-LOJA.
            DISPLAY "DIGITE O CODIGO DA LOJA:".
            ACCEPT WRK-LOJA.
            PERFORM PROCURA-LOJA.
            IF NOT LOJA-ACHADA
                MOVE "LOJA INVALIDA" TO WRK-MOTIVO-RECUSA
            END-IF.

       CARREGA-LOJAS.
            MOVE ZEROS TO WRK-QTD-LOJAS.
            OPEN INPUT LOJAS-MASTER.
            IF WRK-FS-LOJAS NOT = "00"
                DISPLAY "CADASTRO DE LOJAS INDISPONIVEL - FS: "
                        WRK-FS-LOJAS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-LOJAS
                READ LOJAS-MASTER
                    AT END
                        SET FIM-LOJAS TO TRUE
                    NOT AT END
                        IF WRK-QTD-LOJAS >= 500
                            DISPLAY "CADASTRO DE LOJAS EXCEDE O "
                                    "LIMITE DE 500 REGISTROS"
                            CLOSE LOJAS-MASTER
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-LOJAS
                        MOVE REG-LOJA-CODIGO
                            TO TAB-LOJA-CODIGO(WRK-QTD-LOJAS)
                END-READ
            END-PERFORM.
            CLOSE LOJAS-MASTER.

       PROCURA-LOJA.
            MOVE "N" TO WRK-LOJA-ACHADA.
            IF WRK-LOJA NUMERIC AND WRK-LOJA > ZEROS
                PERFORM VARYING WRK-LJX FROM 1 BY 1
                        UNTIL WRK-LJX > WRK-QTD-LOJAS
                        OR LOJA-ACHADA
                    IF TAB-LOJA-CODIGO(WRK-LJX) = WRK-LOJA
                        SET LOJA-ACHADA TO TRUE
                    END-IF
                END-PERFORM
            END-IF.

       CONSULTA-CLIENTE.
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-EXPOSICAO-PARCELAS.
                END-IF
            END-PERFORM.

      * A LIBERACAO SO VALE COM A RETENCAO NO FRAUDHLD: MESMA
      * AUTORIZACAO, CPF, VALOR E BANDEIRA, LIBERADA PELA MESA E AINDA
      * NAO LIQUIDADA - UM "L" DIGITADO NO COMPRSUB PELA MANUTENCAO
      * DA FILA NAO PASSA.
       CONFERE-LIBERACAO-RETIDA.
            MOVE "N" TO WRK-AUTORIZADO.
            MOVE ZEROS TO WRK-ADQUIRENTE.
            MOVE ZEROS TO WRK-HLD-POS.
            PERFORM VARYING WRK-HLD-IDX FROM 1 BY 1
                    UNTIL WRK-HLD-IDX > WRK-HLD-QTD
                    OR WRK-HLD-POS > ZEROS
                MOVE TAB-HLD-REGISTRO(WRK-HLD-IDX) TO REG-COMPRA-RETIDA
                IF FRD-COD-AUTORIZACAO = CMP-COD-AUTORIZACAO-ORIG
                   AND FRD-CPF = CMP-CPF
                   AND FRD-VALOR = CMP-VALOR
                   AND FRD-BANDEIRA = CMP-BANDEIRA
                   AND FRD-LIBERADA
                    MOVE WRK-HLD-IDX TO WRK-HLD-POS
                END-IF
            END-PERFORM.
            IF CMP-COD-AUTORIZACAO-ORIG = SPACES OR WRK-HLD-POS = ZEROS
                MOVE "LIBERACAO INVALIDA" TO WRK-MOTIVO-RECUSA
                ADD 1 TO WRK-QTD-LIB-INVALIDAS
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA
                STRING "LIBERACAO SEM RETENCAO L CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " AUT " DELIMITED BY SIZE
                       CMP-COD-AUTORIZACAO-ORIG DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            ELSE
                MOVE CMP-COD-AUTORIZACAO-ORIG TO WRK-COD-AUTORIZACAO
                PERFORM PROCURA-ROTA-ADQUIRENTE
                MOVE WRK-ADQ-ROTA TO WRK-ADQUIRENTE
                SET TRANSACAO-AUTORIZADA TO TRUE
            END-IF.

       BAIXA-LIBERACAO-RETIDA.
            MOVE TAB-HLD-REGISTRO(WRK-HLD-POS) TO REG-COMPRA-RETIDA.
            SET FRD-LIQUIDADA TO TRUE.
            MOVE REG-COMPRA-RETIDA TO TAB-HLD-REGISTRO(WRK-HLD-POS).
            SET RETIDAS-ALTERADAS TO TRUE.

      * A RETENCAO RECUSADA PELA MESA JA FOI AUTORIZADA E LIQUIDADA
      * PELA ADQUIRENTE NO DIA DA RETENCAO: O ESTORNO "X" NO
      * TRANLOG/TRANDIA (FORA DOS TOTAIS DE VENDA, QUE NUNCA A
      * INCLUIRAM) E O PEDIDO DE CANCELAMENTO LISTADO PELA
      * CONCILIACAO (PROGRAMACOBOL06).
       ESTORNA-RETIDAS-RECUSADAS.
            PERFORM VARYING WRK-HLD-IDX FROM 1 BY 1
                    UNTIL WRK-HLD-IDX > WRK-HLD-QTD
                MOVE TAB-HLD-REGISTRO(WRK-HLD-IDX) TO REG-COMPRA-RETIDA
                IF FRD-RECUSADA
                    PERFORM GRAVA-ESTORNO-RETIDA
                    SET FRD-ESTORNADA TO TRUE
                    MOVE REG-COMPRA-RETIDA
                        TO TAB-HLD-REGISTRO(WRK-HLD-IDX)
                    SET RETIDAS-ALTERADAS TO TRUE
                    ADD 1 TO WRK-QTD-RET-ESTORNADAS
                END-IF
            END-PERFORM.

       GRAVA-ESTORNO-RETIDA.
            MOVE FRD-BANDEIRA TO WRK-BANDEIRA.
            PERFORM PROCURA-ROTA-ADQUIRENTE.
            MOVE FRD-CPF TO WRK-CPF.
            MOVE WRK-CPF TO WRK-CPF-ED.
            ACCEPT WRK-HORA-COMPLETA FROM TIME.
            OPEN EXTEND TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG = "35"
                OPEN OUTPUT TRANSACOES-ARQUIVO
            END-IF.
            INITIALIZE REG-TRANSACAO.
            MOVE WRK-DATA-PROCESSO      TO TRAN-DATA.
            MOVE WRK-HORA-COMPLETA(1:6) TO TRAN-HORA.
            MOVE FRD-VALOR              TO TRAN-VALOR.
            MOVE FRD-BANDEIRA           TO TRAN-BANDEIRA.
            MOVE "N"                    TO TRAN-DESCONTO-APLIC.
            MOVE FRD-VALOR              TO TRAN-VALOR-FINAL.
            MOVE FRD-QTD-PARCELAS       TO TRAN-QTD-PARCELAS.
            MOVE ZEROS                  TO TRAN-VALOR-PARCELA.
            MOVE "X"                    TO TRAN-STATUS-AUTORIZ.
            MOVE FRD-COD-AUTORIZACAO    TO TRAN-COD-AUTORIZACAO.
            MOVE FRD-CPF                TO TRAN-CPF.
            MOVE WRK-ADQ-ROTA           TO TRAN-ADQUIRENTE.
            MOVE FRD-LOJA               TO TRAN-LOJA.
            MOVE REG-TRANSACAO TO WRK-TRAN-IMAGEM.
            WRITE REG-TRANSACAO.
            CLOSE TRANSACOES-ARQUIVO.
            PERFORM GRAVA-TRANSACAO-DIA.
            DISPLAY "RETENCAO RECUSADA CPF " WRK-CPF-ED " AUT "
                    FRD-COD-AUTORIZACAO " - ESTORNO GRAVADO".
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA.
            STRING "ESTORNO RETENCAO RECUSADA CPF " DELIMITED BY SIZE
                   WRK-CPF-ED DELIMITED BY SIZE
                   " AUT " DELIMITED BY SIZE
                   FRD-COD-AUTORIZACAO DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       CARREGA-REGRAS-FRAUDE.
            MOVE "N" TO WRK-TRIAGEM.
            OPEN INPUT REGRAS-FRAUDE.
            IF WRK-FS-REGFRAUD = "35"
                DISPLAY "REGRAS ANTIFRAUDE AUSENTES - TRIAGEM "
                        "DESLIGADA"
            ELSE
                IF WRK-FS-REGFRAUD NOT = "00"
                    DISPLAY "REGRAS ANTIFRAUDE INDISPONIVEIS - FS: "
                            WRK-FS-REGFRAUD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                READ REGRAS-FRAUDE
                    AT END
                        DISPLAY "REGRAS ANTIFRAUDE VAZIAS - TRIAGEM "
                                "DESLIGADA"
                    NOT AT END
                        MOVE FRG-MAX-COMPRAS-DIA TO WRK-FRG-MAX-QTD
                        MOVE FRG-MAX-VALOR-DIA   TO WRK-FRG-MAX-VALOR
                        MOVE FRG-FATOR-MEDIA     TO WRK-FRG-FATOR
                        MOVE FRG-MIN-HISTORICO   TO WRK-FRG-MIN-HIST
                        SET TRIAGEM-ATIVA TO TRUE
                END-READ
                CLOSE REGRAS-FRAUDE
            END-IF.

       CARREGA-HISTORICO-FRAUDE.
            MOVE ZEROS TO WRK-QTD-HIST.
            MOVE "N" TO WRK-FIM-HIST.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG = "35"
                SET FIM-HIST TO TRUE
            ELSE
                IF WRK-FS-TRANLOG NOT = "00"
                    DISPLAY "ARQUIVO TRANLOG INDISPONIVEL - FS: "
                            WRK-FS-TRANLOG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-HIST
                READ TRANSACOES-ARQUIVO
                    AT END
                        SET FIM-HIST TO TRUE
                    NOT AT END
                        IF TRAN-STATUS-AUTORIZ = "A"
                            MOVE TRAN-CPF TO WRK-HIST-CPF
                            PERFORM LOCALIZA-OU-CRIA-HISTORICO
                            IF TRAN-DATA = WRK-DATA-PROCESSO
                                ADD 1 TO TAB-HIST-QTD-DIA(WRK-POS-HIST)
                                ADD TRAN-VALOR
                                    TO TAB-HIST-VALOR-DIA(WRK-POS-HIST)
                            ELSE
                                ADD 1 TO TAB-HIST-QTD(WRK-POS-HIST)
                                ADD TRAN-VALOR
                                    TO TAB-HIST-VALOR(WRK-POS-HIST)
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANLOG NOT = "35"
                CLOSE TRANSACOES-ARQUIVO
            END-IF.

       LOCALIZA-HISTORICO.
            MOVE ZEROS TO WRK-POS-HIST.
            IF WRK-QTD-HIST > ZEROS
                SEARCH ALL TAB-HIST
                    AT END
                        CONTINUE
                    WHEN TAB-HIST-CPF(HIST-IDX) = WRK-HIST-CPF
                        SET WRK-POS-HIST TO HIST-IDX
                END-SEARCH
            END-IF.

      * A TABELA FICA EM ORDEM DE CPF PARA O SEARCH ALL - O CPF NOVO
      * ENTRA NA POSICAO CERTA, DESLOCANDO OS MAIORES UMA CASA.
       LOCALIZA-OU-CRIA-HISTORICO.
            PERFORM LOCALIZA-HISTORICO.
            IF WRK-POS-HIST = ZEROS
                IF WRK-QTD-HIST >= 20000
                    DISPLAY "HISTORICO ANTIFRAUDE EXCEDE O LIMITE DE "
                            "20000 CPFS"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                PERFORM VARYING WRK-HIST-I FROM 1 BY 1
                        UNTIL WRK-HIST-I > WRK-QTD-HIST
                        OR WRK-POS-HIST > ZEROS
                    IF TAB-HIST-CPF(WRK-HIST-I) > WRK-HIST-CPF
                        MOVE WRK-HIST-I TO WRK-POS-HIST
                    END-IF
                END-PERFORM
                ADD 1 TO WRK-QTD-HIST
                IF WRK-POS-HIST = ZEROS
                    MOVE WRK-QTD-HIST TO WRK-POS-HIST
                ELSE
                    PERFORM VARYING WRK-HIST-I FROM WRK-QTD-HIST BY -1
                            UNTIL WRK-HIST-I <= WRK-POS-HIST
                        MOVE TAB-HIST(WRK-HIST-I - 1)
                            TO TAB-HIST(WRK-HIST-I)
                    END-PERFORM
                END-IF
                MOVE WRK-HIST-CPF TO TAB-HIST-CPF(WRK-POS-HIST)
                MOVE ZEROS TO TAB-HIST-QTD(WRK-POS-HIST)
                MOVE ZEROS TO TAB-HIST-VALOR(WRK-POS-HIST)
                MOVE ZEROS TO TAB-HIST-QTD-DIA(WRK-POS-HIST)
                MOVE ZEROS TO TAB-HIST-VALOR-DIA(WRK-POS-HIST)
            END-IF.

       TRIAGEM-FRAUDE.
            MOVE "N" TO WRK-RETIDA.
            MOVE ZEROS TO WRK-FRD-QTD-DIA.
            MOVE ZEROS TO WRK-FRD-VALOR-DIA.
            MOVE ZEROS TO WRK-FRD-QTD-HIST.
            MOVE ZEROS TO WRK-FRD-VALOR-HIST.
            MOVE WRK-CPF TO WRK-HIST-CPF.
            PERFORM LOCALIZA-HISTORICO.
            IF WRK-POS-HIST > ZEROS
                MOVE TAB-HIST-QTD-DIA(WRK-POS-HIST)
                    TO WRK-FRD-QTD-DIA
                MOVE TAB-HIST-VALOR-DIA(WRK-POS-HIST)
                    TO WRK-FRD-VALOR-DIA
                MOVE TAB-HIST-QTD(WRK-POS-HIST)   TO WRK-FRD-QTD-HIST
                MOVE TAB-HIST-VALOR(WRK-POS-HIST) TO WRK-FRD-VALOR-HIST
            END-IF.
            ADD 1 TO WRK-FRD-QTD-DIA.
            ADD WRK-VALOR TO WRK-FRD-VALOR-DIA.
            IF WRK-FRG-MAX-QTD > ZEROS
               AND WRK-FRD-QTD-DIA > WRK-FRG-MAX-QTD
                SET COMPRA-RETIDA TO TRUE
                MOVE "FRAUDE QTD NO DIA" TO WRK-MOTIVO-RECUSA
            END-IF.
            IF NOT COMPRA-RETIDA
               AND WRK-FRG-MAX-VALOR > ZEROS
               AND WRK-FRD-VALOR-DIA > WRK-FRG-MAX-VALOR
                SET COMPRA-RETIDA TO TRUE
                MOVE "FRAUDE VALOR NO DIA" TO WRK-MOTIVO-RECUSA
            END-IF.
            IF NOT COMPRA-RETIDA
               AND WRK-FRG-FATOR > ZEROS
               AND WRK-FRD-QTD-HIST > ZEROS
               AND WRK-FRD-QTD-HIST >= WRK-FRG-MIN-HIST
                COMPUTE WRK-FRD-LIMITE-MEDIA ROUNDED =
                    WRK-FRD-VALOR-HIST / WRK-FRD-QTD-HIST
                    * WRK-FRG-FATOR
                IF WRK-VALOR > WRK-FRD-LIMITE-MEDIA
                    SET COMPRA-RETIDA TO TRUE
                    MOVE "FRAUDE ACIMA DA MEDIA" TO WRK-MOTIVO-RECUSA
                END-IF
            END-IF.

      * A COMPRA RETIDA TAMBEM CONTA NO DIA DO CPF - UMA SEGUNDA
      * TENTATIVA NO MESMO DIA NAO ESCAPA DA REGRA DE QUANTIDADE.
       REGISTRA-COMPRA-DIA.
            IF TRIAGEM-ATIVA
                MOVE WRK-CPF TO WRK-HIST-CPF
                PERFORM LOCALIZA-OU-CRIA-HISTORICO
                ADD 1 TO TAB-HIST-QTD-DIA(WRK-POS-HIST)
                ADD WRK-VALOR TO TAB-HIST-VALOR-DIA(WRK-POS-HIST)
            END-IF.

      * NO MODO LOTE A RETENCAO ENTRA NA TABELA DO FRAUDHLD, REGRAVADO
      * NO FIM DO LOTE; NO INTERATIVO E ACRESCENTADA AO ARQUIVO.
       RETEM-COMPRA-FRAUDE.
            ACCEPT WRK-HORA-COMPLETA FROM TIME.
            INITIALIZE REG-COMPRA-RETIDA.
            MOVE WRK-DATA-PROCESSO      TO FRD-DATA.
            MOVE WRK-HORA-COMPLETA(1:6) TO FRD-HORA.
            MOVE WRK-CPF                TO FRD-CPF.
            MOVE WRK-VALOR              TO FRD-VALOR.
            MOVE WRK-BANDEIRA           TO FRD-BANDEIRA.
            MOVE WRK-QTD-PARCELAS       TO FRD-QTD-PARCELAS.
            MOVE WRK-LOJA               TO FRD-LOJA.
            MOVE WRK-COD-AUTORIZACAO    TO FRD-COD-AUTORIZACAO.
            MOVE WRK-MOTIVO-RECUSA      TO FRD-MOTIVO.
            MOVE "P"                    TO FRD-STATUS.
            IF MODO-LOTE
                IF WRK-HLD-QTD >= 5000
                    DISPLAY "ARQUIVO DE COMPRAS RETIDAS EXCEDE O "
                            "LIMITE DE 5000 ITENS"
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                ADD 1 TO WRK-HLD-QTD
                MOVE REG-COMPRA-RETIDA TO TAB-HLD-REGISTRO(WRK-HLD-QTD)
                SET RETIDAS-ALTERADAS TO TRUE
            ELSE
                OPEN EXTEND COMPRAS-RETIDAS
                IF WRK-FS-FRAUDHLD = "35"
                    OPEN OUTPUT COMPRAS-RETIDAS
                END-IF
                IF WRK-FS-FRAUDHLD NOT = "00"
                    DISPLAY "ERRO AO ABRIR FRAUDHLD - FS: "
                            WRK-FS-FRAUDHLD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
                WRITE REG-COMPRA-RETIDA
                CLOSE COMPRAS-RETIDAS
            END-IF.
            ADD 1 TO WRK-QTD-RETIDAS.
            PERFORM REGISTRA-COMPRA-DIA.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL03" TO AUD-PROGRAMA.
            STRING "COMPRA RETIDA CPF " DELIMITED BY SIZE
                   WRK-CPF-ED DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   WRK-MOTIVO-RECUSA DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       PROCURA-ROTA-ADQUIRENTE.
            MOVE ZEROS TO WRK-ADQ-ROTA.
            PERFORM VARYING WRK-RTX FROM 1 BY 1
            MOVE WRK-VALOR        TO WRK-IMG-VALOR.
            MOVE WRK-BANDEIRA     TO WRK-IMG-BANDEIRA.
            MOVE WRK-QTD-PARCELAS TO WRK-IMG-QTD-PARCELAS.
            MOVE WRK-LOJA         TO WRK-IMG-LOJA.
            INITIALIZE REG-EXCECAO.
            MOVE "PROGRAMACOBOL03" TO EXC-PROGRAMA.
            MOVE WRK-DATA-PROCESSO TO EXC-DATA.
            MOVE WRK-COD-AUTORIZACAO TO TRAN-COD-AUTORIZACAO.
            MOVE WRK-CPF             TO TRAN-CPF.
            MOVE WRK-ADQUIRENTE      TO TRAN-ADQUIRENTE.
            MOVE WRK-LOJA            TO TRAN-LOJA.
            IF TRANSACAO-AUTORIZADA
                MOVE "A" TO TRAN-STATUS-AUTORIZ
            ELSE

       COPY CLIMLOAD.

       COPY PONTLOTP.

       COPY DATPROCP.

       COPY CTLEXP.

       COPY FRAUDP.

       COPY CPFVALP.

       COPY AUDITP.
