      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: ATENDIMENTO AO TITULAR DOS DADOS (LGPD) - O CLIENTE
      * PODE PEDIR TUDO O QUE GUARDAMOS SOBRE ELE OU PEDIR A
      * ELIMINACAO DOS DADOS, E O CPF ESTA ESPALHADO POR VARIOS
      * ARQUIVOS. O PROGRAMA RODA NO JOB PROGLGPD E FAZ DUAS COISAS:
      *   1) RELATORIO DE DADOS DO TITULAR - PARA CADA CPF DO
      *      ARQUIVO DE PARAMETROS (LGPDPARM, UM CPF POR REGISTRO,
      *      OPCIONAL) IMPRIME NO RELLGPD, EM PAGINA PROPRIA, TODOS
      *      OS REGISTROS DO CPF NO CADASTRO (CLIMAST), NO LOG DE
      *      TRANSACOES (TRANLOG) E NOS SEUS ARQUIVAMENTOS (TRANARC,
      *      TODAS AS GERACOES), NAS PARCELAS A RECEBER (PARCREC), NO
      *      SALDO E NOS MOVIMENTOS DE PONTOS (PONTMAST/PONTMOV), NAS
      *      CONTESTACOES (DISPUTA), NA FILA DE EXCECOES (EXCQUEUE),
      *      NOS EXTRATOS DE MARKETING (EXTRMKT, TODAS AS GERACOES),
      *      NO LOG PIX (PIXLOG), NAS COMPRAS RETIDAS PELA TRIAGEM
      *      ANTIFRAUDE (FRAUDHLD) E NAS SOLICITACOES DE ALTERACAO
      *      (PENDALT), COM A QUANTIDADE POR ARQUIVO. OS DADOS DO
      *      TITULAR SO VAO PARA O RELLGPD, NUNCA PARA O SYSOUT.
      *   2) ELIMINACAO - CADA SOLICITACAO TIPO D DO PENDALT JA
      *      APROVADA POR OUTRO OPERADOR (PROGRAMACOBOL05 PEDE,
      *      PROGRAMACOBOL29 APROVA) E EXECUTADA AQUI: O CPF E
      *      TROCADO POR UM PSEUDONIMO EM TODOS OS ARQUIVOS ACIMA E O
      *      NOME POR "CLIENTE ANONIMIZADO" (CLIMAST E EXTRMKT); O
      *      CLIENTE FICA NO CADASTRO COM SITUACAO X. O PSEUDONIMO E
      *      UM NUMERO SEQUENCIAL (DEPOIS DO MAIOR JA USADO NO
      *      CADASTRO) COM O PRIMEIRO DIGITO VERIFICADOR ERRADO DE
      *      PROPOSITO - NUNCA COINCIDE COM UM CPF VALIDO, NAO E
      *      CALCULADO A PARTIR DO CPF E A CORRESPONDENCIA NAO E
      *      GRAVADA EM LUGAR NENHUM (NEM NO RELATORIO NEM NO
      *      AUDITLOG), ENTAO NAO HA COMO VOLTAR AO CPF. NENHUM VALOR
      *      E ALTERADO: OS TOTAIS DE CONTROLE POR ARQUIVO (REGISTROS
      *      E VALORES LIDOS X GRAVADOS) PROVAM QUE OS TOTAIS
      *      FINANCEIROS FICARAM INTACTOS. A ELIMINACAO E NEGADA
      *      (SOLICITACAO FICA COM STATUS N) QUANDO O CPF TEM PARCELA
      *      EM ABERTO (PARC-STATUS A), DISPUTA EM ANDAMENTO
      *      (DISP-STATUS R OU A), COMPRA RETIDA NAO RESOLVIDA
      *      (FRD-STATUS P, L OU R) OU NAO ESTA NO CADASTRO; A
      *      EXECUTADA FICA COM STATUS C E O CPF SAI TAMBEM DAS
      *      SOLICITACOES DO PENDALT (CHAVE ZERADA).
      * OS ARQUIVOS ANONIMIZADOS SAO GRAVADOS EM ARQUIVOS NOVOS
      * (xxxNOVO), QUE O JOB COPIA POR CIMA DOS VIVOS SO COM
      * RETURN-CODE 0 (MESMA TECNICA DO EXPURGO PROGRAMACOBOL11); O
      * PENDALT E REGRAVADO AQUI MESMO. CADA RELATORIO, CADA
      * ELIMINACAO E CADA NEGATIVA GRAVA UM REGISTRO NO AUDITLOG.
      * RETURN-CODE: 0 = ELIMINACAO EXECUTADA E CONFERIDA (COPIAR OS
      * ARQUIVOS NOVOS); 4 = NENHUMA ELIMINACAO EXECUTADA (SO
      * RELATORIOS E/OU NEGATIVAS - NADA A COPIAR); 8 = TOTAIS DE
      * CONTROLE NAO FECHAM (NADA E COPIADO E AS SOLICITACOES
      * CONTINUAM APROVADAS PARA A PROXIMA EXECUCAO); 12 = CLIMAST
      * FORA DE ORDEM (CLIMLOAD); 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 053 - A COPIA DO ARQUIVO DE DISPUTAS (DISPNOVO) PASSA
      * A 35 BYTES COM O INDICADOR DE PROVISAO (DISP-PROVISAO).
      * Review fix: O ARQUIVO DE COMPRAS RETIDAS PELA TRIAGEM
      * ANTIFRAUDE (FRAUDHLD) ENTRA NO RELATORIO DO TITULAR E NA
      * ELIMINACAO (COPIA HLDNOVO, COM TOTAIS DE CONTROLE PELO VALOR
      * DA COMPRA). A ELIMINACAO E NEGADA ENQUANTO O CPF TIVER COMPRA
      * RETIDA AINDA NAO RESOLVIDA PELO LOTE (STATUS P, L OU R) - A
      * LIBERACAO E O ESTORNO AINDA PRECISAM DO CPF VERDADEIRO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL36.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS-ARQUIVO ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LGPDPARM.
           SELECT PENDENCIAS-ARQUIVO ASSIGN TO "PENDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT CLIENTE-NOVO ASSIGN TO "CLINOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLINOVO.
           SELECT TRANSACOES-ARQUIVO ASSIGN TO "TRANLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANLOG.
           SELECT TRANSACOES-NOVO ASSIGN TO "TRANNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANNOVO.
           SELECT TRAN-ARQUIVADAS ASSIGN TO "TRANARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANARC.
           SELECT TRAN-ARQUIVADAS-NOVO ASSIGN TO "ARCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARCNOVO.
           SELECT PARCELAS-ARQUIVO ASSIGN TO "PARCREC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARCREC.
           SELECT PARCELAS-NOVO ASSIGN TO "PARCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARCNOVO.
           SELECT PONTOS-MASTER ASSIGN TO "PONTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMAST.
           SELECT PONTOS-NOVO ASSIGN TO "PONTNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTNOVO.
           SELECT MOVIMENTOS-PONTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMOV.
           SELECT MOVIMENTOS-NOVO ASSIGN TO "MOVNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVNOVO.
           SELECT DISPUTAS-ARQUIVO ASSIGN TO "DISPUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISPUTA.
           SELECT DISPUTAS-NOVO ASSIGN TO "DISPNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISPNOVO.
           SELECT EXCECOES-ARQUIVO ASSIGN TO "EXCQUEUE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCQUEUE.
           SELECT EXCECOES-NOVO ASSIGN TO "EXCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCNOVO.
           SELECT EXTRATO-MARKETING ASSIGN TO "EXTRMKT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRMKT.
           SELECT EXTRATO-NOVO ASSIGN TO "MKTNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MKTNOVO.
           SELECT TRANSACOES-PIX ASSIGN TO "PIXLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXLOG.
           SELECT TRANSACOES-PIX-NOVO ASSIGN TO "PIXNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PIXNOVO.
           SELECT COMPRAS-RETIDAS ASSIGN TO "FRAUDHLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FRAUDHLD.
           SELECT COMPRAS-RETIDAS-NOVO ASSIGN TO "HLDNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HLDNOVO.
           SELECT RELATORIO-ARQUIVO ASSIGN TO "RELLGPD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELLGPD.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ARQUIVO.
       01  REG-PARAMETRO-LGPD.
           05 PRM-LGPD-CPF    PIC 9(11).

       FD  PENDENCIAS-ARQUIVO.
       COPY PENDALT.

       FD  CLIENTE-MASTER.
       COPY CLIMAST.

       FD  CLIENTE-NOVO.
       01  REG-CLIENTE-NOVO         PIC X(70).

      * O TRANLOG E O TRANARC TEM O MESMO LAYOUT E SAO LIDOS PARA A
      * MESMA AREA (READ INTO), PARA USAR OS MESMOS PARAGRAFOS.
       FD  TRANSACOES-ARQUIVO.
       01  REG-TRANLOG-ENTRADA      PIC X(60).

       FD  TRANSACOES-NOVO.
       01  REG-TRANSACAO-NOVA       PIC X(60).

       FD  TRAN-ARQUIVADAS.
       01  REG-TRANARC-ENTRADA      PIC X(60).

       FD  TRAN-ARQUIVADAS-NOVO.
       01  REG-TRANSACAO-ARQ-NOVA   PIC X(60).

       FD  PARCELAS-ARQUIVO.
       COPY PARCREC.

       FD  PARCELAS-NOVO.
       01  REG-PARCELA-NOVA         PIC X(55).

       FD  PONTOS-MASTER.
       COPY PONTMAST.

       FD  PONTOS-NOVO.
       01  REG-PONTOS-NOVO          PIC X(20).

       FD  MOVIMENTOS-PONTOS.
       COPY PONTMOV.

       FD  MOVIMENTOS-NOVO.
       01  REG-MOVIMENTO-NOVO       PIC X(40).

       FD  DISPUTAS-ARQUIVO.
       COPY DISPUTA.

       FD  DISPUTAS-NOVO.
       01  REG-DISPUTA-NOVA         PIC X(35).

       FD  EXCECOES-ARQUIVO.
       COPY EXCQUEUE.

       FD  EXCECOES-NOVO.
       01  REG-EXCECAO-NOVA         PIC X(91).

      * MESMO LAYOUT GRAVADO PELO PROGRAMACOBOL24.
       FD  EXTRATO-MARKETING.
       01  REG-EXTRATO-MARKETING.
           05 EXT-MKT-CPF       PIC 9(11).
           05 EXT-MKT-NOME      PIC X(40).
           05 EXT-MKT-BANDEIRA  PIC 9(01).
           05 EXT-MKT-GASTO     PIC 9(09)V99.
           05 EXT-MKT-FAIXA     PIC X(06).

       FD  EXTRATO-NOVO.
       01  REG-EXTRATO-NOVO         PIC X(69).

       FD  TRANSACOES-PIX.
       COPY PIXLOG.

       FD  TRANSACOES-PIX-NOVO.
       01  REG-TRANSACAO-PIX-NOVA   PIC X(103).

       FD  COMPRAS-RETIDAS.
       COPY FRAUDHLD.

       FD  COMPRAS-RETIDAS-NOVO.
       01  REG-COMPRA-RETIDA-NOVA   PIC X(81).

       FD  RELATORIO-ARQUIVO.
       01  REG-LINHA-RELATORIO.
           05 REL-CTL         PIC X(01).
           05 REL-LINHA       PIC X(132).

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CPFWS.
       COPY CLIMTAB.
       COPY TRANLOG.
       77 WRK-FS-LGPDPARM    PIC X(02) VALUE "00".
       77 WRK-FS-PENDENCIAS  PIC X(02) VALUE "00".
       77 WRK-FS-CLINOVO     PIC X(02) VALUE "00".
       77 WRK-FS-TRANLOG     PIC X(02) VALUE "00".
       77 WRK-FS-TRANNOVO    PIC X(02) VALUE "00".
       77 WRK-FS-TRANARC     PIC X(02) VALUE "00".
       77 WRK-FS-ARCNOVO     PIC X(02) VALUE "00".
       77 WRK-FS-PARCREC     PIC X(02) VALUE "00".
       77 WRK-FS-PARCNOVO    PIC X(02) VALUE "00".
       77 WRK-FS-PONTMAST    PIC X(02) VALUE "00".
       77 WRK-FS-PONTNOVO    PIC X(02) VALUE "00".
       77 WRK-FS-PONTMOV     PIC X(02) VALUE "00".
       77 WRK-FS-MOVNOVO     PIC X(02) VALUE "00".
       77 WRK-FS-DISPUTA     PIC X(02) VALUE "00".
       77 WRK-FS-DISPNOVO    PIC X(02) VALUE "00".
       77 WRK-FS-EXCQUEUE    PIC X(02) VALUE "00".
       77 WRK-FS-EXCNOVO     PIC X(02) VALUE "00".
       77 WRK-FS-EXTRMKT     PIC X(02) VALUE "00".
       77 WRK-FS-MKTNOVO     PIC X(02) VALUE "00".
       77 WRK-FS-PIXLOG      PIC X(02) VALUE "00".
       77 WRK-FS-PIXNOVO     PIC X(02) VALUE "00".
       77 WRK-FS-FRAUDHLD    PIC X(02) VALUE "00".
       77 WRK-FS-HLDNOVO     PIC X(02) VALUE "00".
       77 WRK-FS-RELLGPD     PIC X(02) VALUE "00".
       77 WRK-FS-GRAVACAO    PIC X(02) VALUE "00".
       77 WRK-FIM-ARQUIVO    PIC X(01) VALUE "N".
           88 FIM-ARQUIVO       VALUE "S".
       77 WRK-FIM-PARAMETROS PIC X(01) VALUE "N".
           88 FIM-PARAMETROS    VALUE "S".
       77 WRK-DIFERENCA      PIC X(01) VALUE "N".
           88 ELIMINACAO-COM-DIFERENCA VALUE "S".
       77 WRK-POSICIONADO    PIC X(01) VALUE "N".
           88 POSICIONADO       VALUE "S".
       77 WRK-PSEUDO-LIVRE   PIC X(01) VALUE "N".
           88 PSEUDONIMO-LIVRE  VALUE "S".
       77 WRK-DATA-HOJE      PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-PENDENCIAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-ELIM       PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-EXECUTADAS PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-NEGADAS    PIC 9(03) VALUE ZEROS.
       77 WRK-QTD-RELATORIOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-CPF-INVALIDO PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-REG-CPF    PIC 9(07) VALUE ZEROS.
       77 WRK-QTD-REG-ARQ    PIC 9(07) VALUE ZEROS.
       77 WRK-IDX            PIC 9(05) VALUE ZEROS.
       77 WRK-JDX            PIC 9(05) VALUE ZEROS.
       77 WRK-ADX            PIC 9(02) VALUE ZEROS.
       77 WRK-EDX            PIC 9(03) VALUE ZEROS.
       77 WRK-EDX-ACHADO     PIC 9(03) VALUE ZEROS.
       77 WRK-POS-CLIENTE    PIC 9(05) VALUE ZEROS.
       77 WRK-PROX-PSEUDONIMO PIC 9(09) VALUE ZEROS.
       77 WRK-VALOR-REG      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-NOME-ANONIMO   PIC X(40) VALUE "CLIENTE ANONIMIZADO".
       77 WRK-MOTIVO         PIC X(30) VALUE SPACES.
       77 WRK-ASA            PIC X(01) VALUE SPACE.
       77 WRK-LINHA          PIC X(132) VALUE SPACES.
       77 WRK-TITULO         PIC X(50) VALUE SPACES.
       77 WRK-CABECALHO      PIC X(132) VALUE SPACES.
       77 WRK-QTD-ED         PIC Z.ZZZ.ZZ9.
       77 WRK-PONTOS-ED      PIC ZZZ.ZZZ.ZZ9.
       77 WRK-VLR4-ED        PIC Z.ZZ9,99.
       77 WRK-VLR4B-ED       PIC Z.ZZ9,99.
       77 WRK-VLR7-ED        PIC Z.ZZZ.ZZ9,99.
       77 WRK-VLR7B-ED       PIC Z.ZZZ.ZZ9,99.
       77 WRK-VLR9-ED        PIC ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-ED       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-TOTAL-B-ED     PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
       01  WRK-CPF-BUSCA     PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-BUSCA-X REDEFINES WRK-CPF-BUSCA PIC X(11).
       01  WRK-CPF-TITULAR   PIC 9(11) VALUE ZEROS.
       01  WRK-CPF-TITULAR-X REDEFINES WRK-CPF-TITULAR PIC X(11).
       01  WRK-CLIENTE-AUX.
           05 WRK-AUX-CPF     PIC 9(11).
           05 FILLER          PIC X(59).
       01  TAB-PENDENCIAS.
           05 TAB-PENDENCIA OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-QTD-PENDENCIAS.
               10 TAB-PND-REGISTRO  PIC X(149).
      * SOLICITACOES DE ELIMINACAO APROVADAS DESTA EXECUCAO. O
      * PSEUDONIMO SO EXISTE NESTA TABELA, EM MEMORIA.
       01  TAB-ELIMINACOES.
           05 TAB-ELM OCCURS 1 TO 100 TIMES
                      DEPENDING ON WRK-QTD-ELIM.
               10 TAB-ELM-POS-PND   PIC 9(04).
               10 TAB-ELM-NUMERO    PIC 9(06).
               10 TAB-ELM-CPF       PIC 9(11).
               10 TAB-ELM-PSEUDO    PIC 9(11).
               10 TAB-ELM-POS-CLI   PIC 9(05).
               10 TAB-ELM-SITUACAO  PIC X(01).
                   88 ELM-EXECUTAVEL   VALUE "E".
                   88 ELM-NEGADA       VALUE "N".
               10 TAB-ELM-MOTIVO    PIC X(30).
               10 TAB-ELM-QTD-REG   PIC 9(07).
      * TOTAIS DE CONTROLE DA ELIMINACAO, UM POR ARQUIVO REGRAVADO -
      * O VALOR SOMADO E O DO PROPRIO ARQUIVO (VALOR FINAL, VALOR DA
      * PARCELA, SALDO/PONTOS, GASTO, VALOR DO PIX, VALOR DA COMPRA
      * RETIDA; O EXCQUEUE NAO TEM VALOR).
       01  TAB-CTL-NOMES-VALORES.
           05 FILLER PIC X(08) VALUE "CLIMAST".
           05 FILLER PIC X(08) VALUE "TRANLOG".
           05 FILLER PIC X(08) VALUE "TRANARC".
           05 FILLER PIC X(08) VALUE "PARCREC".
           05 FILLER PIC X(08) VALUE "PONTMAST".
           05 FILLER PIC X(08) VALUE "PONTMOV".
           05 FILLER PIC X(08) VALUE "DISPUTA".
           05 FILLER PIC X(08) VALUE "EXCQUEUE".
           05 FILLER PIC X(08) VALUE "EXTRMKT".
           05 FILLER PIC X(08) VALUE "PIXLOG".
           05 FILLER PIC X(08) VALUE "FRAUDHLD".
       01  TAB-CTL-NOMES REDEFINES TAB-CTL-NOMES-VALORES.
           05 TAB-CTL-NOME OCCURS 11 TIMES PIC X(08).
       01  TAB-CONTROLES.
           05 TAB-CTL OCCURS 11 TIMES.
               10 TAB-CTL-LIDOS      PIC 9(07).
               10 TAB-CTL-GRAVADOS   PIC 9(07).
               10 TAB-CTL-ALTERADOS  PIC 9(07).
               10 TAB-CTL-VLR-LIDO   PIC 9(13)V99.
               10 TAB-CTL-VLR-GRAVADO PIC 9(13)V99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            OPEN OUTPUT RELATORIO-ARQUIVO.
            IF WRK-FS-RELLGPD NOT = "00"
                DISPLAY "ERRO AO ABRIR RELLGPD - FS: " WRK-FS-RELLGPD
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-PENDENCIAS.
            PERFORM PROCESSA-RELATORIOS.
            PERFORM SELECIONA-ELIMINACOES.
            IF WRK-QTD-ELIM > ZEROS
                PERFORM VERIFICA-PARCELAS-ABERTAS
                PERFORM VERIFICA-DISPUTAS-ABERTAS
                PERFORM VERIFICA-RETENCOES-ABERTAS
                PERFORM CONTA-EXECUTAVEIS
            END-IF.
            IF WRK-QTD-EXECUTADAS > ZEROS
                PERFORM GERA-PSEUDONIMOS
                INITIALIZE TAB-CONTROLES
                PERFORM ANONIMIZA-CADASTRO
                PERFORM ANONIMIZA-TRANLOG
                PERFORM ANONIMIZA-TRANARC
                PERFORM ANONIMIZA-PARCREC
                PERFORM ANONIMIZA-PONTMAST
                PERFORM ANONIMIZA-PONTMOV
                PERFORM ANONIMIZA-DISPUTA
                PERFORM ANONIMIZA-EXCQUEUE
                PERFORM ANONIMIZA-EXTRMKT
                PERFORM ANONIMIZA-PIXLOG
                PERFORM ANONIMIZA-FRAUDHLD
                PERFORM CONFERE-CONTROLES
            END-IF.
            IF WRK-QTD-ELIM > ZEROS
                PERFORM ENCERRA-SOLICITACOES
                PERFORM REGRAVA-PENDENCIAS
                PERFORM IMPRIME-ELIMINACOES
            END-IF.
            CLOSE RELATORIO-ARQUIVO.
            DISPLAY " ".
            DISPLAY "RELATORIOS DE DADOS EMITIDOS.: "
                    WRK-QTD-RELATORIOS.
            DISPLAY "CPFS INVALIDOS NO LGPDPARM...: "
                    WRK-QTD-CPF-INVALIDO.
            DISPLAY "ELIMINACOES APROVADAS........: " WRK-QTD-ELIM.
            DISPLAY "ELIMINACOES NEGADAS..........: " WRK-QTD-NEGADAS.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL36" TO AUD-PROGRAMA.
            STRING "LGPD RELATORIOS " DELIMITED BY SIZE
                   WRK-QTD-RELATORIOS DELIMITED BY SIZE
                   " ELIMINACOES " DELIMITED BY SIZE
                   WRK-QTD-EXECUTADAS DELIMITED BY SIZE
                   " NEGADAS " DELIMITED BY SIZE
                   WRK-QTD-NEGADAS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            EVALUATE TRUE
                WHEN ELIMINACAO-COM-DIFERENCA
                    DISPLAY "TOTAIS DE CONTROLE NAO FECHAM - "
                            "ELIMINACAO REJEITADA - RETURN-CODE 8"
                    MOVE 8 TO RETURN-CODE
                WHEN WRK-QTD-EXECUTADAS > ZEROS
                    DISPLAY "ELIMINACAO EXECUTADA E CONFERIDA - "
                            WRK-QTD-EXECUTADAS " CPF(S) ANONIMIZADO(S)"
                    MOVE 0 TO RETURN-CODE
                WHEN OTHER
                    DISPLAY "NENHUMA ELIMINACAO EXECUTADA - "
                            "RETURN-CODE 4"
                    MOVE 4 TO RETURN-CODE
            END-EVALUATE.
            GOBACK.

      ******************************************************************
      * RELATORIO DE DADOS DO TITULAR - UM CPF POR REGISTRO DO
      * LGPDPARM, CADA UM EM PAGINA PROPRIA.
      ******************************************************************
       PROCESSA-RELATORIOS.
            OPEN INPUT PARAMETROS-ARQUIVO.
            IF WRK-FS-LGPDPARM = "35"
                DISPLAY "LGPDPARM AUSENTE - NENHUM RELATORIO DE DADOS "
                        "SOLICITADO"
                SET FIM-PARAMETROS TO TRUE
            ELSE
                IF WRK-FS-LGPDPARM NOT = "00"
                    DISPLAY "ARQUIVO DE PARAMETROS LGPDPARM "
                            "INDISPONIVEL - FS: " WRK-FS-LGPDPARM
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PARAMETROS
                READ PARAMETROS-ARQUIVO
                    AT END
                        SET FIM-PARAMETROS TO TRUE
                    NOT AT END
                        PERFORM RELATA-CPF
                END-READ
            END-PERFORM.
            IF WRK-FS-LGPDPARM NOT = "35"
                CLOSE PARAMETROS-ARQUIVO
            END-IF.

       RELATA-CPF.
            MOVE PRM-LGPD-CPF TO WRK-CPF.
            MOVE WRK-CPF TO WRK-CPF-ED.
            PERFORM VALIDA-CPF.
            IF CPF-INVALIDO
                ADD 1 TO WRK-QTD-CPF-INVALIDO
                DISPLAY "LGPDPARM: CPF INVALIDO - RELATORIO NAO "
                        "EMITIDO"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL36" TO AUD-PROGRAMA
                STRING "RELATORIO LGPD RECUSADO - CPF INVALIDO "
                           DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            ELSE
                ADD 1 TO WRK-QTD-RELATORIOS
                MOVE WRK-CPF TO WRK-CPF-TITULAR
                MOVE ZEROS TO WRK-QTD-REG-CPF
                MOVE SPACES TO WRK-LINHA
                STRING "RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)"
                           DELIMITED BY SIZE
                       " - CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " - EMITIDO EM " DELIMITED BY SIZE
                       WRK-DATA-HOJE DELIMITED BY SIZE
                    INTO WRK-LINHA
                MOVE "1" TO WRK-ASA
                PERFORM GRAVA-LINHA-RELATORIO
                PERFORM RELATA-CADASTRO
                PERFORM RELATA-TRANLOG
                PERFORM RELATA-TRANARC
                PERFORM RELATA-PARCREC
                PERFORM RELATA-PONTMAST
                PERFORM RELATA-PONTMOV
                PERFORM RELATA-DISPUTA
                PERFORM RELATA-EXCQUEUE
                PERFORM RELATA-EXTRMKT
                PERFORM RELATA-PIXLOG
                PERFORM RELATA-FRAUDHLD
                PERFORM RELATA-PENDALT
                MOVE WRK-QTD-REG-CPF TO WRK-QTD-ED
                MOVE SPACES TO WRK-LINHA
                STRING "TOTAL DE REGISTROS DO TITULAR: "
                           DELIMITED BY SIZE
                       WRK-QTD-ED DELIMITED BY SIZE
                    INTO WRK-LINHA
                MOVE "0" TO WRK-ASA
                PERFORM GRAVA-LINHA-RELATORIO
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL36" TO AUD-PROGRAMA
                STRING "RELATORIO LGPD CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WRK-QTD-REG-CPF DELIMITED BY SIZE
                       " REGISTROS" DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

      * TITULO DA SECAO (WRK-TITULO) E CABECALHO DAS COLUNAS (WRK-LINHA
      * JA MONTADA PELO CHAMADOR).
       IMPRIME-TITULO-SECAO.
            MOVE WRK-LINHA TO WRK-CABECALHO.
            MOVE WRK-TITULO TO WRK-LINHA.
            MOVE "0" TO WRK-ASA.
            PERFORM GRAVA-LINHA-RELATORIO.
            MOVE WRK-CABECALHO TO WRK-LINHA.
            IF WRK-LINHA NOT = SPACES
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            MOVE ZEROS TO WRK-QTD-REG-ARQ.

       IMPRIME-ARQUIVO-AUSENTE.
            MOVE "   ARQUIVO AUSENTE - NENHUM REGISTRO" TO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.

       IMPRIME-TOTAL-SECAO.
            MOVE WRK-QTD-REG-ARQ TO WRK-QTD-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "   REGISTROS NO ARQUIVO: " DELIMITED BY SIZE
                   WRK-QTD-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.
            ADD WRK-QTD-REG-ARQ TO WRK-QTD-REG-CPF.

       RELATA-CADASTRO.
            MOVE "CADASTRO DE CLIENTES (CLIMAST)" TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE WRK-CPF-TITULAR TO WRK-CPF-BUSCA.
            PERFORM LOCALIZA-CLIENTE.
            IF WRK-POS-CLIENTE > ZEROS
                ADD 1 TO WRK-QTD-REG-ARQ
                MOVE TAB-CLIENTE-LIMITE(WRK-POS-CLIENTE)
                    TO WRK-VLR7-ED
                MOVE TAB-CLIENTE-EXPOSTO(WRK-POS-CLIENTE)
                    TO WRK-VLR7B-ED
                MOVE SPACES TO WRK-LINHA
                STRING "   NOME: " DELIMITED BY SIZE
                       TAB-CLIENTE-NOME(WRK-POS-CLIENTE)
                           DELIMITED BY SIZE
                       " SITUACAO: " DELIMITED BY SIZE
                       TAB-CLIENTE-STATUS(WRK-POS-CLIENTE)
                           DELIMITED BY SIZE
                       " LIMITE: " DELIMITED BY SIZE
                       WRK-VLR7-ED DELIMITED BY SIZE
                       " EXPOSTO NO MES: " DELIMITED BY SIZE
                       WRK-VLR7B-ED DELIMITED BY SIZE
                    INTO WRK-LINHA
                PERFORM GRAVA-LINHA-RELATORIO
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-TRANLOG.
            MOVE "TRANSACOES DE CARTAO (TRANLOG)" TO WRK-TITULO.
            PERFORM MONTA-CABECALHO-TRANSACAO.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
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
                READ TRANSACOES-ARQUIVO INTO REG-TRANSACAO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF TRAN-CPF = WRK-CPF-TITULAR
                            PERFORM IMPRIME-LINHA-TRANSACAO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANLOG NOT = "35"
                CLOSE TRANSACOES-ARQUIVO
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-TRANARC.
            MOVE "TRANSACOES ARQUIVADAS (TRANARC)" TO WRK-TITULO.
            PERFORM MONTA-CABECALHO-TRANSACAO.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRAN-ARQUIVADAS.
            IF WRK-FS-TRANARC = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
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
                READ TRAN-ARQUIVADAS INTO REG-TRANSACAO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF TRAN-CPF = WRK-CPF-TITULAR
                            PERFORM IMPRIME-LINHA-TRANSACAO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANARC NOT = "35"
                CLOSE TRAN-ARQUIVADAS
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       MONTA-CABECALHO-TRANSACAO.
            MOVE SPACES TO WRK-LINHA.
            STRING "   DATA     HORA      VALOR DESC VLR FINAL PARC "
                       DELIMITED BY SIZE
                   "VLR PARCELA S AUTORIZ BAND ADQ LOJA"
                       DELIMITED BY SIZE
                INTO WRK-LINHA.

       IMPRIME-LINHA-TRANSACAO.
            ADD 1 TO WRK-QTD-REG-ARQ.
            MOVE TRAN-VALOR         TO WRK-VLR4-ED.
            MOVE TRAN-VALOR-FINAL   TO WRK-VLR4B-ED.
            MOVE TRAN-VALOR-PARCELA TO WRK-VLR7-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "   " DELIMITED BY SIZE
                   TRAN-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-HORA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VLR4-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TRAN-DESCONTO-APLIC DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WRK-VLR4B-ED DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   TRAN-QTD-PARCELAS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VLR7-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-STATUS-AUTORIZ DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-COD-AUTORIZACAO DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   TRAN-BANDEIRA DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   TRAN-ADQUIRENTE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRAN-LOJA DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.

       RELATA-PARCREC.
            MOVE "PARCELAS A RECEBER (PARCREC)" TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            STRING "   AUTORIZ DATA VENDA BAND PARC VENCTO     VALOR "
                       DELIMITED BY SIZE
                   "S DATA PGTO  VALOR PAGO" DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT PARCELAS-ARQUIVO.
            IF WRK-FS-PARCREC = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
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
                        IF PARC-CPF = WRK-CPF-TITULAR
                            PERFORM IMPRIME-LINHA-PARCELA
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PARCREC NOT = "35"
                CLOSE PARCELAS-ARQUIVO
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       IMPRIME-LINHA-PARCELA.
            ADD 1 TO WRK-QTD-REG-ARQ.
            MOVE PARC-VALOR      TO WRK-VLR4-ED.
            MOVE PARC-VALOR-PAGO TO WRK-VLR4B-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "   " DELIMITED BY SIZE
                   PARC-COD-AUTORIZACAO DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   PARC-DATA-VENDA DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   PARC-BANDEIRA DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   PARC-NUM-PARCELA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PARC-MES-VENCTO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VLR4-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PARC-STATUS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PARC-DATA-PGTO DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WRK-VLR4B-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.

       RELATA-PONTMAST.
            MOVE "SALDO DE PONTOS (PONTMAST)" TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT PONTOS-MASTER.
            IF WRK-FS-PONTMAST = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
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
                        IF PONT-CPF = WRK-CPF-TITULAR
                            ADD 1 TO WRK-QTD-REG-ARQ
                            MOVE PONT-SALDO TO WRK-PONTOS-ED
                            MOVE SPACES TO WRK-LINHA
                            STRING "   SALDO: " DELIMITED BY SIZE
                                   WRK-PONTOS-ED DELIMITED BY SIZE
                                   " PONTOS" DELIMITED BY SIZE
                                INTO WRK-LINHA
                            PERFORM GRAVA-LINHA-RELATORIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMAST NOT = "35"
                CLOSE PONTOS-MASTER
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-PONTMOV.
            MOVE "MOVIMENTOS DE PONTOS (PONTMOV)" TO WRK-TITULO.
            MOVE "   DATA     T      PONTOS BAND    VALOR MES ORIGEM"
                TO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT MOVIMENTOS-PONTOS.
            IF WRK-FS-PONTMOV = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
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
                READ MOVIMENTOS-PONTOS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF MOV-PONT-CPF = WRK-CPF-TITULAR
                            PERFORM IMPRIME-LINHA-MOVIMENTO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMOV NOT = "35"
                CLOSE MOVIMENTOS-PONTOS
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       IMPRIME-LINHA-MOVIMENTO.
            ADD 1 TO WRK-QTD-REG-ARQ.
            MOVE MOV-PONT-PONTOS TO WRK-PONTOS-ED.
            MOVE MOV-PONT-VALOR  TO WRK-VLR4-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "   " DELIMITED BY SIZE
                   MOV-PONT-DATA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MOV-PONT-TIPO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-PONTOS-ED DELIMITED BY SIZE
                   "    " DELIMITED BY SIZE
                   MOV-PONT-BANDEIRA DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-VLR4-ED DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MOV-PONT-MES-ORIGEM DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-RELATORIO.

       RELATA-DISPUTA.
            MOVE "CONTESTACOES (DISPUTA)" TO WRK-TITULO.
            MOVE "   AUTORIZ RECEBIDA     VALOR MOTIVO STATUS"
                TO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT DISPUTAS-ARQUIVO.
            IF WRK-FS-DISPUTA = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
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
                        IF DISP-CPF = WRK-CPF-TITULAR
                            ADD 1 TO WRK-QTD-REG-ARQ
                            MOVE DISP-VALOR TO WRK-VLR4-ED
                            MOVE SPACES TO WRK-LINHA
                            STRING "   " DELIMITED BY SIZE
                                   DISP-COD-AUTORIZACAO
                                       DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   DISP-DATA-RECEBIDA
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WRK-VLR4-ED DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   DISP-MOTIVO DELIMITED BY SIZE
                                   "     " DELIMITED BY SIZE
                                   DISP-STATUS DELIMITED BY SIZE
                                INTO WRK-LINHA
                            PERFORM GRAVA-LINHA-RELATORIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-DISPUTA NOT = "35"
                CLOSE DISPUTAS-ARQUIVO
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-EXCQUEUE.
            MOVE "FILA DE EXCECOES (EXCQUEUE)" TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            STRING "   PROGRAMA         DATA     HORA   MOTIVO"
                       DELIMITED BY SIZE
                   "               S REGISTRO ORIGINAL"
                       DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT EXCECOES-ARQUIVO.
            IF WRK-FS-EXCQUEUE = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-EXCQUEUE NOT = "00"
                    DISPLAY "ARQUIVO EXCQUEUE INDISPONIVEL - FS: "
                            WRK-FS-EXCQUEUE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ EXCECOES-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF EXC-REGISTRO(1:11) = WRK-CPF-TITULAR-X
                            ADD 1 TO WRK-QTD-REG-ARQ
                            MOVE SPACES TO WRK-LINHA
                            STRING "   " DELIMITED BY SIZE
                                   EXC-PROGRAMA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXC-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXC-HORA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXC-MOTIVO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXC-STATUS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXC-REGISTRO DELIMITED BY SIZE
                                INTO WRK-LINHA
                            PERFORM GRAVA-LINHA-RELATORIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-EXCQUEUE NOT = "35"
                CLOSE EXCECOES-ARQUIVO
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-EXTRMKT.
            MOVE "EXTRATOS DE MARKETING (EXTRMKT)" TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            STRING "   NOME                                     BAND"
                       DELIMITED BY SIZE
                   "          GASTO FAIXA" DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT EXTRATO-MARKETING.
            IF WRK-FS-EXTRMKT = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-EXTRMKT NOT = "00"
                    DISPLAY "ARQUIVO EXTRMKT INDISPONIVEL - FS: "
                            WRK-FS-EXTRMKT
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ EXTRATO-MARKETING
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF EXT-MKT-CPF = WRK-CPF-TITULAR
                            ADD 1 TO WRK-QTD-REG-ARQ
                            MOVE EXT-MKT-GASTO TO WRK-VLR9-ED
                            MOVE SPACES TO WRK-LINHA
                            STRING "   " DELIMITED BY SIZE
                                   EXT-MKT-NOME DELIMITED BY SIZE
                                   "  " DELIMITED BY SIZE
                                   EXT-MKT-BANDEIRA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WRK-VLR9-ED DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   EXT-MKT-FAIXA DELIMITED BY SIZE
                                INTO WRK-LINHA
                            PERFORM GRAVA-LINHA-RELATORIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-EXTRMKT NOT = "35"
                CLOSE EXTRATO-MARKETING
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-PIXLOG.
            MOVE "TRANSACOES PIX (PIXLOG)" TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            STRING "   DATA     HORA   T IDENTIFICADOR E2E          "
                       DELIMITED BY SIZE
                   "        LOJA        VALOR" DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRANSACOES-PIX.
            IF WRK-FS-PIXLOG = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-PIXLOG NOT = "00"
                    DISPLAY "ARQUIVO PIXLOG INDISPONIVEL - FS: "
                            WRK-FS-PIXLOG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ TRANSACOES-PIX
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF PIX-CPF = WRK-CPF-TITULAR
                            ADD 1 TO WRK-QTD-REG-ARQ
                            MOVE PIX-VALOR TO WRK-VLR7-ED
                            MOVE SPACES TO WRK-LINHA
                            STRING "   " DELIMITED BY SIZE
                                   PIX-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PIX-HORA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PIX-TIPO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PIX-E2E DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   PIX-LOJA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WRK-VLR7-ED DELIMITED BY SIZE
                                INTO WRK-LINHA
                            PERFORM GRAVA-LINHA-RELATORIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PIXLOG NOT = "35"
                CLOSE TRANSACOES-PIX
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-FRAUDHLD.
            MOVE "COMPRAS RETIDAS PELA TRIAGEM ANTIFRAUDE (FRAUDHLD)"
                TO WRK-TITULO.
            MOVE SPACES TO WRK-LINHA.
            STRING "   DATA     HORA      VALOR B PC LOJA AUTORI"
                       DELIMITED BY SIZE
                   " MOTIVO               S SUPERV.  DECISAO"
                       DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT COMPRAS-RETIDAS.
            IF WRK-FS-FRAUDHLD = "35"
                PERFORM IMPRIME-ARQUIVO-AUSENTE
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-FRAUDHLD NOT = "00"
                    DISPLAY "ARQUIVO FRAUDHLD INDISPONIVEL - FS: "
                            WRK-FS-FRAUDHLD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ COMPRAS-RETIDAS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF FRD-CPF = WRK-CPF-TITULAR
                            ADD 1 TO WRK-QTD-REG-ARQ
                            MOVE FRD-VALOR TO WRK-VLR4-ED
                            MOVE SPACES TO WRK-LINHA
                            STRING "   " DELIMITED BY SIZE
                                   FRD-DATA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-HORA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   WRK-VLR4-ED DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-BANDEIRA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-QTD-PARCELAS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-LOJA DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-COD-AUTORIZACAO
                                       DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-MOTIVO DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-STATUS DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-SUPERVISOR DELIMITED BY SIZE
                                   " " DELIMITED BY SIZE
                                   FRD-DATA-DECISAO DELIMITED BY SIZE
                                INTO WRK-LINHA
                            PERFORM GRAVA-LINHA-RELATORIO
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-FRAUDHLD NOT = "35"
                CLOSE COMPRAS-RETIDAS
            END-IF.
            PERFORM IMPRIME-TOTAL-SECAO.

       RELATA-PENDALT.
            MOVE "SOLICITACOES DE ALTERACAO (PENDALT)" TO WRK-TITULO.
            MOVE "   NUMERO T S DATA     SOLICIT. DESCRICAO"
                TO WRK-LINHA.
            PERFORM IMPRIME-TITULO-SECAO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF PND-CPF = WRK-CPF-TITULAR
                    ADD 1 TO WRK-QTD-REG-ARQ
                    MOVE SPACES TO WRK-LINHA
                    STRING "   " DELIMITED BY SIZE
                           PND-NUMERO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PND-TIPO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PND-STATUS DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PND-DATA-SOLICITACAO DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PND-SOLICITANTE DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           PND-DESCRICAO DELIMITED BY SIZE
                        INTO WRK-LINHA
                    PERFORM GRAVA-LINHA-RELATORIO
                END-IF
            END-PERFORM.
            PERFORM IMPRIME-TOTAL-SECAO.

      ******************************************************************
      * ELIMINACAO - SELECAO DAS SOLICITACOES TIPO D APROVADAS E
      * VERIFICACAO DAS PENDENCIAS FINANCEIRAS QUE IMPEDEM A
      * ELIMINACAO (PARCELA EM ABERTO, DISPUTA EM ANDAMENTO).
      ******************************************************************
       SELECIONA-ELIMINACOES.
            MOVE ZEROS TO WRK-QTD-ELIM.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF PND-TIPO-LGPD AND PND-APROVADA
                    IF WRK-QTD-ELIM >= 100
                        DISPLAY "SOLICITACAO " PND-NUMERO " FICA PARA "
                                "A PROXIMA EXECUCAO - LIMITE DE 100 "
                                "ELIMINACOES POR EXECUCAO"
                    ELSE
                        PERFORM SELECIONA-UMA-ELIMINACAO
                    END-IF
                END-IF
            END-PERFORM.

       SELECIONA-UMA-ELIMINACAO.
            MOVE PND-CPF TO WRK-CPF-BUSCA.
            PERFORM PROCURA-ELIMINACAO.
            ADD 1 TO WRK-QTD-ELIM.
            INITIALIZE TAB-ELM(WRK-QTD-ELIM).
            MOVE WRK-IDX    TO TAB-ELM-POS-PND(WRK-QTD-ELIM).
            MOVE PND-NUMERO TO TAB-ELM-NUMERO(WRK-QTD-ELIM).
            MOVE PND-CPF    TO TAB-ELM-CPF(WRK-QTD-ELIM).
            SET ELM-EXECUTAVEL(WRK-QTD-ELIM) TO TRUE.
            IF WRK-EDX-ACHADO > ZEROS
                MOVE WRK-QTD-ELIM TO WRK-EDX
                MOVE "SOLICITACAO REPETIDA" TO WRK-MOTIVO
                PERFORM NEGA-ELIMINACAO
            ELSE
                PERFORM LOCALIZA-CLIENTE
                IF WRK-POS-CLIENTE = ZEROS
                    MOVE WRK-QTD-ELIM TO WRK-EDX
                    MOVE "CPF NAO CADASTRADO" TO WRK-MOTIVO
                    PERFORM NEGA-ELIMINACAO
                ELSE
                    MOVE WRK-POS-CLIENTE
                        TO TAB-ELM-POS-CLI(WRK-QTD-ELIM)
                END-IF
            END-IF.

       VERIFICA-PARCELAS-ABERTAS.
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
                        IF PARCELA-ABERTA
                            MOVE PARC-CPF TO WRK-CPF-BUSCA
                            PERFORM PROCURA-ELIMINACAO
                            IF WRK-EDX-ACHADO > ZEROS
                                MOVE WRK-EDX-ACHADO TO WRK-EDX
                                MOVE "PARCELA EM ABERTO" TO WRK-MOTIVO
                                PERFORM NEGA-ELIMINACAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PARCREC NOT = "35"
                CLOSE PARCELAS-ARQUIVO
            END-IF.

       VERIFICA-DISPUTAS-ABERTAS.
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
                        IF DISPUTA-RECEBIDA OR DISPUTA-EM-ANALISE
                            MOVE DISP-CPF TO WRK-CPF-BUSCA
                            PERFORM PROCURA-ELIMINACAO
                            IF WRK-EDX-ACHADO > ZEROS
                                MOVE WRK-EDX-ACHADO TO WRK-EDX
                                MOVE "DISPUTA EM ANDAMENTO"
                                    TO WRK-MOTIVO
                                PERFORM NEGA-ELIMINACAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-DISPUTA NOT = "35"
                CLOSE DISPUTAS-ARQUIVO
            END-IF.

      * COMPRA RETIDA AINDA NAO RESOLVIDA PELO LOTE (PENDENTE NA MESA
      * ANTIFRAUDE, LIBERADA A REENVIAR OU RECUSADA A ESTORNAR) AINDA
      * VAI SER CASADA PELO CPF - A ELIMINACAO ESPERA.
       VERIFICA-RETENCOES-ABERTAS.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT COMPRAS-RETIDAS.
            IF WRK-FS-FRAUDHLD = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-FRAUDHLD NOT = "00"
                    DISPLAY "ARQUIVO FRAUDHLD INDISPONIVEL - FS: "
                            WRK-FS-FRAUDHLD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ COMPRAS-RETIDAS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF FRD-PENDENTE OR FRD-LIBERADA
                           OR FRD-RECUSADA
                            MOVE FRD-CPF TO WRK-CPF-BUSCA
                            PERFORM PROCURA-ELIMINACAO
                            IF WRK-EDX-ACHADO > ZEROS
                                MOVE WRK-EDX-ACHADO TO WRK-EDX
                                MOVE "COMPRA RETIDA EM ANDAMENTO"
                                    TO WRK-MOTIVO
                                PERFORM NEGA-ELIMINACAO
                            END-IF
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-FRAUDHLD NOT = "35"
                CLOSE COMPRAS-RETIDAS
            END-IF.

      * NEGATIVA DA SOLICITACAO WRK-EDX PELO MOTIVO WRK-MOTIVO - O
      * AUDITLOG LEVA O NUMERO DA SOLICITACAO E O MOTIVO.
       NEGA-ELIMINACAO.
            SET ELM-NEGADA(WRK-EDX) TO TRUE.
            MOVE WRK-MOTIVO TO TAB-ELM-MOTIVO(WRK-EDX).
            ADD 1 TO WRK-QTD-NEGADAS.
            DISPLAY "SOLICITACAO " TAB-ELM-NUMERO(WRK-EDX)
                    " NEGADA - " WRK-MOTIVO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL36" TO AUD-PROGRAMA.
            STRING "SOLIC " DELIMITED BY SIZE
                   TAB-ELM-NUMERO(WRK-EDX) DELIMITED BY SIZE
                   " ELIMINACAO NEGADA - " DELIMITED BY SIZE
                   WRK-MOTIVO DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       CONTA-EXECUTAVEIS.
            MOVE ZEROS TO WRK-QTD-EXECUTADAS.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                IF ELM-EXECUTAVEL(WRK-EDX)
                    ADD 1 TO WRK-QTD-EXECUTADAS
                END-IF
            END-PERFORM.

      * PROCURA O CPF WRK-CPF-BUSCA ENTRE AS ELIMINACOES AINDA
      * EXECUTAVEIS; DEVOLVE A POSICAO EM WRK-EDX-ACHADO (ZERO =
      * NAO ACHOU).
       PROCURA-ELIMINACAO.
            MOVE ZEROS TO WRK-EDX-ACHADO.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                    OR WRK-EDX-ACHADO > ZEROS
                IF TAB-ELM-CPF(WRK-EDX) = WRK-CPF-BUSCA
                   AND ELM-EXECUTAVEL(WRK-EDX)
                    MOVE WRK-EDX TO WRK-EDX-ACHADO
                END-IF
            END-PERFORM.

      * TROCA O CPF WRK-CPF-BUSCA PELO PSEUDONIMO QUANDO ELE ESTA
      * ENTRE AS ELIMINACOES, CONTANDO O REGISTRO ALTERADO NO
      * ARQUIVO WRK-ADX E NA SOLICITACAO.
       TROCA-CPF.
            PERFORM PROCURA-ELIMINACAO.
            IF WRK-EDX-ACHADO > ZEROS
                MOVE TAB-ELM-PSEUDO(WRK-EDX-ACHADO) TO WRK-CPF-BUSCA
                ADD 1 TO TAB-ELM-QTD-REG(WRK-EDX-ACHADO)
                ADD 1 TO TAB-CTL-ALTERADOS(WRK-ADX)
            END-IF.

       LOCALIZA-CLIENTE.
            MOVE ZEROS TO WRK-POS-CLIENTE.
            IF WRK-QTD-CLIENTES > ZEROS
                SEARCH ALL TAB-CLIENTE
                    AT END
                        CONTINUE
                    WHEN TAB-CLIENTE-CPF(TAB-IDX) = WRK-CPF-BUSCA
                        SET WRK-POS-CLIENTE TO TAB-IDX
                END-SEARCH
            END-IF.

      ******************************************************************
      * PSEUDONIMOS - NUMERO SEQUENCIAL DE 9 DIGITOS DEPOIS DO MAIOR
      * JA USADO PELOS CLIENTES ANONIMIZADOS (SITUACAO X), COM O
      * PRIMEIRO DIGITO VERIFICADOR SOMADO DE 1: O RESULTADO NUNCA E
      * UM CPF VALIDO, ENTAO NAO COLIDE COM CLIENTE REAL E NAO PASSA
      * NA VALIDACAO DE CPF DAS MANUTENCOES. SE COINCIDIR COM ALGUM
      * REGISTRO ANTIGO DO CADASTRO, PULA PARA O PROXIMO NUMERO.
      ******************************************************************
       GERA-PSEUDONIMOS.
            MOVE ZEROS TO WRK-PROX-PSEUDONIMO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-CLIENTES
                IF TAB-CLIENTE-STATUS(WRK-IDX) = "X"
                    MOVE TAB-CLIENTE-CPF(WRK-IDX) TO WRK-CPF
                    IF WRK-CPF(1:9) > WRK-PROX-PSEUDONIMO
                        MOVE WRK-CPF(1:9) TO WRK-PROX-PSEUDONIMO
                    END-IF
                END-IF
            END-PERFORM.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                IF ELM-EXECUTAVEL(WRK-EDX)
                    PERFORM GERA-UM-PSEUDONIMO
                END-IF
            END-PERFORM.

       GERA-UM-PSEUDONIMO.
            MOVE "N" TO WRK-PSEUDO-LIVRE.
            PERFORM UNTIL PSEUDONIMO-LIVRE
                ADD 1 TO WRK-PROX-PSEUDONIMO
                MOVE ZEROS TO WRK-CPF
                MOVE WRK-PROX-PSEUDONIMO TO WRK-CPF(1:9)
                PERFORM CALCULA-DV1
                IF WRK-DV1 = 9
                    MOVE 0 TO WRK-CPF-DIGITO(10)
                ELSE
                    COMPUTE WRK-CPF-DIGITO(10) = WRK-DV1 + 1
                END-IF
                PERFORM CALCULA-DV2
                MOVE WRK-DV2 TO WRK-CPF-DIGITO(11)
                MOVE WRK-CPF TO WRK-CPF-BUSCA
                PERFORM LOCALIZA-CLIENTE
                IF WRK-POS-CLIENTE = ZEROS
                    SET PSEUDONIMO-LIVRE TO TRUE
                END-IF
            END-PERFORM.
            MOVE WRK-CPF TO TAB-ELM-PSEUDO(WRK-EDX).

      ******************************************************************
      * ANONIMIZACAO DOS ARQUIVOS - CADA ARQUIVO E COPIADO INTEIRO
      * PARA O xxxNOVO COM O CPF TROCADO, SOMANDO REGISTROS E VALORES
      * LIDOS E GRAVADOS PARA A CONFERENCIA FINAL.
      ******************************************************************
       ANONIMIZA-CADASTRO.
            MOVE 1 TO WRK-ADX.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-CLIENTES
                ADD 1 TO TAB-CTL-LIDOS(1)
                ADD TAB-CLIENTE-EXPOSTO(WRK-IDX) TO TAB-CTL-VLR-LIDO(1)
            END-PERFORM.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                IF ELM-EXECUTAVEL(WRK-EDX)
                    MOVE TAB-ELM-POS-CLI(WRK-EDX) TO WRK-IDX
                    MOVE TAB-ELM-PSEUDO(WRK-EDX)
                        TO TAB-CLIENTE-CPF(WRK-IDX)
                    MOVE WRK-NOME-ANONIMO TO TAB-CLIENTE-NOME(WRK-IDX)
                    MOVE "X" TO TAB-CLIENTE-STATUS(WRK-IDX)
                    ADD 1 TO TAB-ELM-QTD-REG(WRK-EDX)
                    ADD 1 TO TAB-CTL-ALTERADOS(1)
                END-IF
            END-PERFORM.
            PERFORM REORDENA-CLIENTES.
            OPEN OUTPUT CLIENTE-NOVO.
            IF WRK-FS-CLINOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR CLINOVO - FS: " WRK-FS-CLINOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-CLIENTES
                MOVE TAB-CLIENTE-CPF(WRK-IDX)    TO REG-CLIENTE-CPF
                MOVE TAB-CLIENTE-NOME(WRK-IDX)   TO REG-CLIENTE-NOME
                MOVE TAB-CLIENTE-STATUS(WRK-IDX) TO REG-CLIENTE-STATUS
                MOVE TAB-CLIENTE-LIMITE(WRK-IDX) TO REG-CLIENTE-LIMITE
                MOVE TAB-CLIENTE-EXPOSTO(WRK-IDX)
                    TO REG-CLIENTE-EXPOSTO
                WRITE REG-CLIENTE-NOVO FROM REG-CLIENTE
                MOVE WRK-FS-CLINOVO TO WRK-FS-GRAVACAO
                MOVE REG-CLIENTE-EXPOSTO TO WRK-VALOR-REG
                PERFORM CONTA-GRAVADO
            END-PERFORM.
            CLOSE CLIENTE-NOVO.

      * O PSEUDONIMO MUDA A POSICAO DO CLIENTE NA ORDEM DE CPF - CADA
      * REGISTRO FORA DE ORDEM E RECUADO ATE O LUGAR CERTO, PARA O
      * CLINOVO SAIR ORDENADO COMO O CLIMLOAD EXIGE.
       REORDENA-CLIENTES.
            PERFORM VARYING WRK-IDX FROM 2 BY 1
                    UNTIL WRK-IDX > WRK-QTD-CLIENTES
                IF TAB-CLIENTE-CPF(WRK-IDX)
                   < TAB-CLIENTE-CPF(WRK-IDX - 1)
                    PERFORM REPOSICIONA-CLIENTE
                END-IF
            END-PERFORM.

       REPOSICIONA-CLIENTE.
            MOVE TAB-CLIENTE(WRK-IDX) TO WRK-CLIENTE-AUX.
            MOVE WRK-IDX TO WRK-JDX.
            MOVE "N" TO WRK-POSICIONADO.
            PERFORM UNTIL POSICIONADO
                IF WRK-JDX = 1
                    SET POSICIONADO TO TRUE
                ELSE
                    IF TAB-CLIENTE-CPF(WRK-JDX - 1) > WRK-AUX-CPF
                        MOVE TAB-CLIENTE(WRK-JDX - 1)
                            TO TAB-CLIENTE(WRK-JDX)
                        SUBTRACT 1 FROM WRK-JDX
                    ELSE
                        SET POSICIONADO TO TRUE
                    END-IF
                END-IF
            END-PERFORM.
            MOVE WRK-CLIENTE-AUX TO TAB-CLIENTE(WRK-JDX).

       ANONIMIZA-TRANLOG.
            MOVE 2 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRANSACOES-ARQUIVO.
            IF WRK-FS-TRANLOG = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-TRANLOG NOT = "00"
                    DISPLAY "ARQUIVO TRANLOG INDISPONIVEL - FS: "
                            WRK-FS-TRANLOG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT TRANSACOES-NOVO.
            IF WRK-FS-TRANNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR TRANNOVO - FS: " WRK-FS-TRANNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ TRANSACOES-ARQUIVO INTO REG-TRANSACAO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE TRAN-VALOR-FINAL TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE TRAN-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO TRAN-CPF
                        WRITE REG-TRANSACAO-NOVA FROM REG-TRANSACAO
                        MOVE WRK-FS-TRANNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANLOG NOT = "35"
                CLOSE TRANSACOES-ARQUIVO
            END-IF.
            CLOSE TRANSACOES-NOVO.

      * TODAS AS GERACOES DO TRANARC (CONCATENADAS NO JOB) SAEM
      * CONSOLIDADAS NUM UNICO ARCNOVO, QUE VIRA A NOVA GERACAO.
       ANONIMIZA-TRANARC.
            MOVE 3 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRAN-ARQUIVADAS.
            IF WRK-FS-TRANARC = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-TRANARC NOT = "00"
                    DISPLAY "ARQUIVO TRANARC INDISPONIVEL - FS: "
                            WRK-FS-TRANARC
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT TRAN-ARQUIVADAS-NOVO.
            IF WRK-FS-ARCNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR ARCNOVO - FS: " WRK-FS-ARCNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ TRAN-ARQUIVADAS INTO REG-TRANSACAO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE TRAN-VALOR-FINAL TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE TRAN-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO TRAN-CPF
                        WRITE REG-TRANSACAO-ARQ-NOVA FROM REG-TRANSACAO
                        MOVE WRK-FS-ARCNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-TRANARC NOT = "35"
                CLOSE TRAN-ARQUIVADAS
            END-IF.
            CLOSE TRAN-ARQUIVADAS-NOVO.

       ANONIMIZA-PARCREC.
            MOVE 4 TO WRK-ADX.
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
            OPEN OUTPUT PARCELAS-NOVO.
            IF WRK-FS-PARCNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR PARCNOVO - FS: " WRK-FS-PARCNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ PARCELAS-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE PARC-VALOR TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE PARC-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO PARC-CPF
                        WRITE REG-PARCELA-NOVA
                            FROM REG-PARCELA-RECEBER
                        MOVE WRK-FS-PARCNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-PARCREC NOT = "35"
                CLOSE PARCELAS-ARQUIVO
            END-IF.
            CLOSE PARCELAS-NOVO.

       ANONIMIZA-PONTMAST.
            MOVE 5 TO WRK-ADX.
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
            OPEN OUTPUT PONTOS-NOVO.
            IF WRK-FS-PONTNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR PONTNOVO - FS: " WRK-FS-PONTNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ PONTOS-MASTER
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE PONT-SALDO TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE PONT-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO PONT-CPF
                        WRITE REG-PONTOS-NOVO FROM REG-PONTOS-CLIENTE
                        MOVE WRK-FS-PONTNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMAST NOT = "35"
                CLOSE PONTOS-MASTER
            END-IF.
            CLOSE PONTOS-NOVO.

       ANONIMIZA-PONTMOV.
            MOVE 6 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT MOVIMENTOS-PONTOS.
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
            OPEN OUTPUT MOVIMENTOS-NOVO.
            IF WRK-FS-MOVNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR MOVNOVO - FS: " WRK-FS-MOVNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ MOVIMENTOS-PONTOS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE MOV-PONT-PONTOS TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE MOV-PONT-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO MOV-PONT-CPF
                        WRITE REG-MOVIMENTO-NOVO
                            FROM REG-MOVIMENTO-PONTOS
                        MOVE WRK-FS-MOVNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMOV NOT = "35"
                CLOSE MOVIMENTOS-PONTOS
            END-IF.
            CLOSE MOVIMENTOS-NOVO.

       ANONIMIZA-DISPUTA.
            MOVE 7 TO WRK-ADX.
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
            OPEN OUTPUT DISPUTAS-NOVO.
            IF WRK-FS-DISPNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR DISPNOVO - FS: " WRK-FS-DISPNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ DISPUTAS-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE DISP-VALOR TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE DISP-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO DISP-CPF
                        WRITE REG-DISPUTA-NOVA FROM REG-DISPUTA
                        MOVE WRK-FS-DISPNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-DISPUTA NOT = "35"
                CLOSE DISPUTAS-ARQUIVO
            END-IF.
            CLOSE DISPUTAS-NOVO.

      * NA FILA DE EXCECOES O CPF SAO AS 11 PRIMEIRAS POSICOES DA
      * IMAGEM DO REGISTRO ORIGINAL (CPF DO PROGRAMACOBOL01B E
      * COMPRA DO PROGRAMACOBOL03); IMAGEM NAO NUMERICA NAO E CPF.
       ANONIMIZA-EXCQUEUE.
            MOVE 8 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT EXCECOES-ARQUIVO.
            IF WRK-FS-EXCQUEUE = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-EXCQUEUE NOT = "00"
                    DISPLAY "ARQUIVO EXCQUEUE INDISPONIVEL - FS: "
                            WRK-FS-EXCQUEUE
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT EXCECOES-NOVO.
            IF WRK-FS-EXCNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR EXCNOVO - FS: " WRK-FS-EXCNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE ZEROS TO WRK-VALOR-REG.
            PERFORM UNTIL FIM-ARQUIVO
                READ EXCECOES-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        PERFORM CONTA-LIDO
                        IF EXC-REGISTRO(1:11) IS NUMERIC
                            MOVE EXC-REGISTRO(1:11) TO WRK-CPF-BUSCA-X
                            PERFORM TROCA-CPF
                            MOVE WRK-CPF-BUSCA-X TO EXC-REGISTRO(1:11)
                        END-IF
                        WRITE REG-EXCECAO-NOVA FROM REG-EXCECAO
                        MOVE WRK-FS-EXCNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-EXCQUEUE NOT = "35"
                CLOSE EXCECOES-ARQUIVO
            END-IF.
            CLOSE EXCECOES-NOVO.

      * TODAS AS GERACOES DO EXTRMKT (CONCATENADAS NO JOB) SAEM
      * CONSOLIDADAS NUM UNICO MKTNOVO; O NOME TAMBEM E TROCADO.
       ANONIMIZA-EXTRMKT.
            MOVE 9 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT EXTRATO-MARKETING.
            IF WRK-FS-EXTRMKT = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-EXTRMKT NOT = "00"
                    DISPLAY "ARQUIVO EXTRMKT INDISPONIVEL - FS: "
                            WRK-FS-EXTRMKT
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT EXTRATO-NOVO.
            IF WRK-FS-MKTNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR MKTNOVO - FS: " WRK-FS-MKTNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ EXTRATO-MARKETING
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE EXT-MKT-GASTO TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE EXT-MKT-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        IF WRK-EDX-ACHADO > ZEROS
                            MOVE WRK-CPF-BUSCA TO EXT-MKT-CPF
                            MOVE WRK-NOME-ANONIMO TO EXT-MKT-NOME
                        END-IF
                        WRITE REG-EXTRATO-NOVO
                            FROM REG-EXTRATO-MARKETING
                        MOVE WRK-FS-MKTNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-EXTRMKT NOT = "35"
                CLOSE EXTRATO-MARKETING
            END-IF.
            CLOSE EXTRATO-NOVO.

       ANONIMIZA-PIXLOG.
            MOVE 10 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT TRANSACOES-PIX.
            IF WRK-FS-PIXLOG = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-PIXLOG NOT = "00"
                    DISPLAY "ARQUIVO PIXLOG INDISPONIVEL - FS: "
                            WRK-FS-PIXLOG
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT TRANSACOES-PIX-NOVO.
            IF WRK-FS-PIXNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR PIXNOVO - FS: " WRK-FS-PIXNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ TRANSACOES-PIX
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE PIX-VALOR TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE PIX-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO PIX-CPF
                        WRITE REG-TRANSACAO-PIX-NOVA
                            FROM REG-TRANSACAO-PIX
                        MOVE WRK-FS-PIXNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-PIXLOG NOT = "35"
                CLOSE TRANSACOES-PIX
            END-IF.
            CLOSE TRANSACOES-PIX-NOVO.

       ANONIMIZA-FRAUDHLD.
            MOVE 11 TO WRK-ADX.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT COMPRAS-RETIDAS.
            IF WRK-FS-FRAUDHLD = "35"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-FRAUDHLD NOT = "00"
                    DISPLAY "ARQUIVO FRAUDHLD INDISPONIVEL - FS: "
                            WRK-FS-FRAUDHLD
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            OPEN OUTPUT COMPRAS-RETIDAS-NOVO.
            IF WRK-FS-HLDNOVO NOT = "00"
                DISPLAY "ERRO AO ABRIR HLDNOVO - FS: " WRK-FS-HLDNOVO
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ COMPRAS-RETIDAS
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        MOVE FRD-VALOR TO WRK-VALOR-REG
                        PERFORM CONTA-LIDO
                        MOVE FRD-CPF TO WRK-CPF-BUSCA
                        PERFORM TROCA-CPF
                        MOVE WRK-CPF-BUSCA TO FRD-CPF
                        WRITE REG-COMPRA-RETIDA-NOVA
                            FROM REG-COMPRA-RETIDA
                        MOVE WRK-FS-HLDNOVO TO WRK-FS-GRAVACAO
                        PERFORM CONTA-GRAVADO
                END-READ
            END-PERFORM.
            IF WRK-FS-FRAUDHLD NOT = "35"
                CLOSE COMPRAS-RETIDAS
            END-IF.
            CLOSE COMPRAS-RETIDAS-NOVO.

       CONTA-LIDO.
            ADD 1 TO TAB-CTL-LIDOS(WRK-ADX).
            ADD WRK-VALOR-REG TO TAB-CTL-VLR-LIDO(WRK-ADX).

      * GRAVACAO QUE FALHA NAO ENTRA NOS TOTAIS GRAVADOS E MARCA A
      * ELIMINACAO COM DIFERENCA (MESMO CRITERIO DO EXPURGO).
       CONTA-GRAVADO.
            IF WRK-FS-GRAVACAO = "00"
                ADD 1 TO TAB-CTL-GRAVADOS(WRK-ADX)
                ADD WRK-VALOR-REG TO TAB-CTL-VLR-GRAVADO(WRK-ADX)
            ELSE
                SET ELIMINACAO-COM-DIFERENCA TO TRUE
            END-IF.

       CONFERE-CONTROLES.
            PERFORM VARYING WRK-ADX FROM 1 BY 1 UNTIL WRK-ADX > 11
                IF TAB-CTL-LIDOS(WRK-ADX)
                      NOT = TAB-CTL-GRAVADOS(WRK-ADX)
                   OR TAB-CTL-VLR-LIDO(WRK-ADX)
                      NOT = TAB-CTL-VLR-GRAVADO(WRK-ADX)
                    SET ELIMINACAO-COM-DIFERENCA TO TRUE
                END-IF
            END-PERFORM.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                IF ELM-EXECUTAVEL(WRK-EDX)
                   AND TAB-ELM-QTD-REG(WRK-EDX) = ZEROS
                    SET ELIMINACAO-COM-DIFERENCA TO TRUE
                END-IF
            END-PERFORM.

      ******************************************************************
      * FECHAMENTO DAS SOLICITACOES NO PENDALT: NEGADA = N COM O
      * MOTIVO NA DESCRICAO; EXECUTADA = C, E O CPF SAI DE TODAS AS
      * SOLICITACOES DELE (CHAVE ZERADA E DESCRICAO, QUE PODE TER O
      * NOME, TROCADA). COM DIFERENCA NOS CONTROLES NADA FOI
      * COPIADO, ENTAO A EXECUTADA CONTINUA APROVADA.
      ******************************************************************
       ENCERRA-SOLICITACOES.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                MOVE TAB-ELM-POS-PND(WRK-EDX) TO WRK-IDX
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF ELM-NEGADA(WRK-EDX)
                    SET PND-NEGADA TO TRUE
                    MOVE TAB-ELM-MOTIVO(WRK-EDX) TO PND-DESCRICAO
                    MOVE REG-PENDENCIA TO TAB-PND-REGISTRO(WRK-IDX)
                ELSE
                    IF NOT ELIMINACAO-COM-DIFERENCA
                        PERFORM CONCLUI-ELIMINACAO
                    END-IF
                END-IF
            END-PERFORM.

       CONCLUI-ELIMINACAO.
            MOVE TAB-ELM-CPF(WRK-EDX) TO WRK-CPF-TITULAR.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF PND-CPF = WRK-CPF-TITULAR
                    MOVE ZEROS TO PND-CPF
                    MOVE "DADOS ELIMINADOS - LGPD" TO PND-DESCRICAO
                    IF WRK-IDX = TAB-ELM-POS-PND(WRK-EDX)
                        SET PND-CONCLUIDA TO TRUE
                    END-IF
                    MOVE REG-PENDENCIA TO TAB-PND-REGISTRO(WRK-IDX)
                END-IF
            END-PERFORM.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL36" TO AUD-PROGRAMA.
            STRING "SOLIC " DELIMITED BY SIZE
                   TAB-ELM-NUMERO(WRK-EDX) DELIMITED BY SIZE
                   " ELIMINACAO CONCLUIDA - " DELIMITED BY SIZE
                   TAB-ELM-QTD-REG(WRK-EDX) DELIMITED BY SIZE
                   " REGISTROS" DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

      * RESUMO DA ELIMINACAO NO RELLGPD - SO O NUMERO DA SOLICITACAO,
      * SEM CPF E SEM PSEUDONIMO, E OS TOTAIS DE CONTROLE POR ARQUIVO.
       IMPRIME-ELIMINACOES.
            MOVE "ELIMINACAO DE DADOS PESSOAIS (LGPD) - SOLICITACOES"
                TO WRK-LINHA.
            MOVE "1" TO WRK-ASA.
            PERFORM GRAVA-LINHA-RELATORIO.
            MOVE "SOLICIT. RESULTADO                      REGISTROS"
                TO WRK-LINHA.
            MOVE "0" TO WRK-ASA.
            PERFORM GRAVA-LINHA-RELATORIO.
            PERFORM VARYING WRK-EDX FROM 1 BY 1
                    UNTIL WRK-EDX > WRK-QTD-ELIM
                MOVE SPACES TO WRK-LINHA
                IF ELM-NEGADA(WRK-EDX)
                    STRING TAB-ELM-NUMERO(WRK-EDX) DELIMITED BY SIZE
                           "   NEGADA - " DELIMITED BY SIZE
                           TAB-ELM-MOTIVO(WRK-EDX) DELIMITED BY SIZE
                        INTO WRK-LINHA
                ELSE
                    MOVE TAB-ELM-QTD-REG(WRK-EDX) TO WRK-QTD-ED
                    IF ELIMINACAO-COM-DIFERENCA
                        MOVE "NAO APLICADA - TOTAIS NAO FECHAM"
                            TO WRK-MOTIVO
                    ELSE
                        MOVE "CONCLUIDA" TO WRK-MOTIVO
                    END-IF
                    STRING TAB-ELM-NUMERO(WRK-EDX) DELIMITED BY SIZE
                           "   " DELIMITED BY SIZE
                           WRK-MOTIVO DELIMITED BY SIZE
                           "  " DELIMITED BY SIZE
                           WRK-QTD-ED DELIMITED BY SIZE
                        INTO WRK-LINHA
                END-IF
                DISPLAY WRK-LINHA(1:80)
                PERFORM GRAVA-LINHA-RELATORIO
            END-PERFORM.
            IF WRK-QTD-EXECUTADAS > ZEROS
                PERFORM IMPRIME-CONTROLES
            END-IF.

       IMPRIME-CONTROLES.
            MOVE SPACES TO WRK-LINHA.
            STRING "ARQUIVO     LIDOS  GRAVADOS ALTERADOS"
                       DELIMITED BY SIZE
                   "            VALOR LIDO         VALOR GRAVADO"
                       DELIMITED BY SIZE
                INTO WRK-LINHA.
            MOVE "0" TO WRK-ASA.
            PERFORM GRAVA-LINHA-RELATORIO.
            PERFORM VARYING WRK-ADX FROM 1 BY 1 UNTIL WRK-ADX > 11
                MOVE TAB-CTL-VLR-LIDO(WRK-ADX)    TO WRK-TOTAL-ED
                MOVE TAB-CTL-VLR-GRAVADO(WRK-ADX) TO WRK-TOTAL-B-ED
                MOVE SPACES TO WRK-LINHA
                STRING TAB-CTL-NOME(WRK-ADX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TAB-CTL-LIDOS(WRK-ADX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       TAB-CTL-GRAVADOS(WRK-ADX) DELIMITED BY SIZE
                       "   " DELIMITED BY SIZE
                       TAB-CTL-ALTERADOS(WRK-ADX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-TOTAL-ED DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WRK-TOTAL-B-ED DELIMITED BY SIZE
                    INTO WRK-LINHA
                DISPLAY WRK-LINHA(1:110)
                PERFORM GRAVA-LINHA-RELATORIO
            END-PERFORM.

       GRAVA-LINHA-RELATORIO.
            MOVE WRK-ASA   TO REL-CTL.
            MOVE WRK-LINHA TO REL-LINHA.
            WRITE REG-LINHA-RELATORIO.
            MOVE SPACE TO WRK-ASA.
            MOVE SPACES TO WRK-LINHA.

       CARREGA-PENDENCIAS.
            MOVE ZEROS TO WRK-QTD-PENDENCIAS.
            MOVE "N" TO WRK-FIM-ARQUIVO.
            OPEN INPUT PENDENCIAS-ARQUIVO.
            IF WRK-FS-PENDENCIAS = "35"
                DISPLAY "ARQUIVO DE ALTERACOES PENDENTES AINDA NAO "
                        "EXISTE - NENHUMA ELIMINACAO A EXECUTAR"
                SET FIM-ARQUIVO TO TRUE
            ELSE
                IF WRK-FS-PENDENCIAS NOT = "00"
                    DISPLAY "ARQUIVO DE ALTERACOES PENDENTES "
                            "INDISPONIVEL - FS: " WRK-FS-PENDENCIAS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-ARQUIVO
                READ PENDENCIAS-ARQUIVO
                    AT END
                        SET FIM-ARQUIVO TO TRUE
                    NOT AT END
                        IF WRK-QTD-PENDENCIAS >= 5000
                            DISPLAY "ARQUIVO DE ALTERACOES PENDENTES "
                                    "EXCEDE O LIMITE DE 5000 ITENS"
                            CLOSE PENDENCIAS-ARQUIVO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-PENDENCIAS
                        MOVE REG-PENDENCIA
                            TO TAB-PND-REGISTRO(WRK-QTD-PENDENCIAS)
                END-READ
            END-PERFORM.
            IF WRK-FS-PENDENCIAS NOT = "35"
                CLOSE PENDENCIAS-ARQUIVO
            END-IF.

       REGRAVA-PENDENCIAS.
            OPEN OUTPUT PENDENCIAS-ARQUIVO.
            IF WRK-FS-PENDENCIAS NOT = "00"
                DISPLAY "ERRO AO REGRAVAR PENDALT - FS: "
                        WRK-FS-PENDENCIAS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                WRITE REG-PENDENCIA
            END-PERFORM.
            CLOSE PENDENCIAS-ARQUIVO.

       COPY CLIMLOAD.

       COPY CPFVALP.

       COPY AUDITP.
