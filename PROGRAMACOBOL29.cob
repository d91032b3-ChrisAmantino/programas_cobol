      ******************************************************************
      * Author: CHRISTIAN    CHRISA
      * Date: 15/10/2026
      * Purpose: APROVACAO DE ALTERACOES PENDENTES (DUPLO CONTROLE) -
      * A AUDITORIA APONTOU QUE UM UNICO OPERADOR AUMENTAVA LIMITE DE
      * CREDITO, DESBLOQUEAVA CLIENTE BLOQUEADO PELAS REGRAS DE
      * CONTESTACAO, MUDAVA METAS DE LOJA E EXCLUIA FERIADOS SEM
      * NINGUEM CONFERIR. ESSAS MANUTENCOES (PROGRAMACOBOL05/20/22)
      * AGORA SO GRAVAM UMA SOLICITACAO NO ARQUIVO DE ALTERACOES
      * PENDENTES (PENDALT, COPY PENDALT) EM NOME DO OPERADOR DO
      * SIGN-ON, E ESTE PROGRAMA, CHAMADO POR UMA OPCAO PROPRIA DO
      * MENU (SO PARA OPERADORES AUTORIZADOS NO OPERMAST), LISTA AS
      * SOLICITACOES E APROVA OU REJEITA CADA PENDENTE:
      *   APROVAR  - APLICA A ALTERACAO NO CADASTRO DE ORIGEM
      *              (CLIMAST, METAS OU CALFER), COM A MESMA REGRAVACAO
      *              POR INTEIRO DA MANUTENCAO ORIGINAL;
      *   REJEITAR - NADA E ALTERADO.
      * O APROVADOR (VARIAVEL DE AMBIENTE "OPERADOR") NUNCA PODE SER
      * O SOLICITANTE - A TENTATIVA E RECUSADA E GRAVADA NO AUDITLOG.
      * SOLICITACAO PENDENTE HA MAIS DE WRK-DIAS-VALIDADE DIAS E
      * EXPIRADA NA CARGA DO ARQUIVO. NENHUMA SOLICITACAO E APAGADA:
      * APROVADAS, REJEITADAS E EXPIRADAS CONTINUAM LISTADAS COM O
      * APROVADOR E A DATA DA DECISAO, E CADA DECISAO GRAVA NO
      * AUDITLOG O NUMERO, O TIPO E O SOLICITANTE (O APROVADOR E O
      * AUD-OPERADOR DO PROPRIO REGISTRO), MAIS UM SEGUNDO REGISTRO
      * COM A ALTERACAO EFETIVAMENTE APLICADA.
      * RETURN-CODE: 0 = OK; 12 = CLIMAST FORA DE ORDEM (CLIMLOAD);
      * 16 = ERRO DE ABERTURA OU LIMITE.
      * Update: 052 - NOVO TIPO D (ELIMINACAO DE DADOS - LGPD,
      * PEDIDO NO PROGRAMACOBOL05): A APROVACAO NAO MEXE EM CADASTRO
      * NENHUM, SO MARCA A SOLICITACAO COMO APROVADA; A ELIMINACAO E
      * EXECUTADA PELO JOB PROGLGPD (PROGRAMACOBOL36), QUE DEPOIS
      * MARCA C (CONCLUIDA) OU N (NEGADA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL29.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDENCIAS-ARQUIVO ASSIGN TO "PENDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT METAS-ARQUIVO ASSIGN TO "METAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-METAS.
           SELECT CALENDARIO-ARQUIVO ASSIGN TO "CALFER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CALFER.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PENDENCIAS-ARQUIVO.
       COPY PENDALT.

       FD  CLIENTE-MASTER.
       COPY CLIMAST.

       FD  METAS-ARQUIVO.
       COPY METAS.

       FD  CALENDARIO-ARQUIVO.
       COPY CALFER.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY CPFWS.
       COPY CLIMTAB.
       77 WRK-FS-PENDENCIAS PIC X(02) VALUE "00".
       77 WRK-FS-METAS      PIC X(02) VALUE "00".
       77 WRK-FS-CALFER     PIC X(02) VALUE "00".
       77 WRK-FIM-PENDENCIAS PIC X(01) VALUE "N".
           88 FIM-PENDENCIAS   VALUE "S".
       77 WRK-FIM-METAS     PIC X(01) VALUE "N".
           88 FIM-METAS        VALUE "S".
       77 WRK-FIM-CALFER    PIC X(01) VALUE "N".
           88 FIM-CALFER       VALUE "S".
       77 WRK-QTD-PENDENCIAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-LISTADAS  PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-EXPIRADAS PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-METAS     PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-FERIADOS  PIC 9(03) VALUE ZEROS.
       77 WRK-IDX           PIC 9(05) VALUE ZEROS.
       77 WRK-JDX           PIC 9(05) VALUE ZEROS.
       77 WRK-POS-PENDENCIA PIC 9(04) VALUE ZEROS.
       77 WRK-POS-CLIENTE   PIC 9(05) VALUE ZEROS.
       77 WRK-POS-META      PIC 9(04) VALUE ZEROS.
       77 WRK-POS-FERIADO   PIC 9(03) VALUE ZEROS.
       77 WRK-POS-INSERE    PIC 9(04) VALUE ZEROS.
       77 WRK-NUMERO        PIC 9(06) VALUE ZEROS.
       77 WRK-OPCAO         PIC 9(01) VALUE ZEROS.
       77 WRK-SAIR          PIC X(01) VALUE "N".
           88 SAIR-MANUTENCAO  VALUE "S".
       77 WRK-CONFIRMA      PIC X(01) VALUE "N".
           88 CONFIRMADO       VALUE "S" "s".
       77 WRK-APLICADA      PIC X(01) VALUE "N".
           88 ALTERACAO-APLICADA VALUE "S".
       77 WRK-APROVADOR     PIC X(08) VALUE SPACES.
       77 WRK-DECISAO       PIC X(09) VALUE SPACES.
       77 WRK-DIAS-VALIDADE PIC 9(03) VALUE 7.
       77 WRK-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-PENDENTE PIC S9(07) VALUE ZEROS.
       77 WRK-LIMITE-ED     PIC $Z.ZZZ.ZZ9,99.
       77 WRK-LIMITE-ANT-ED PIC $Z.ZZZ.ZZ9,99.
       77 WRK-VALOR-ED      PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-VALOR-ANT-ED  PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       77 WRK-LINHA-CHAVE   PIC X(30) VALUE SPACES.
       77 WRK-LINHA-VALORES PIC X(60) VALUE SPACES.
       01  TAB-PENDENCIAS.
           05 TAB-PENDENCIA OCCURS 1 TO 5000 TIMES
                            DEPENDING ON WRK-QTD-PENDENCIAS.
               10 TAB-PND-REGISTRO  PIC X(149).
       01  TAB-METAS.
           05 TAB-META OCCURS 1 TO 2000 TIMES
                       DEPENDING ON WRK-QTD-METAS.
               10 TAB-META-LOJA  PIC 9(04).
               10 TAB-META-MES   PIC 9(06).
               10 TAB-META-VALOR PIC 9(11)V99.
       01  TAB-FERIADOS.
           05 TAB-FERIADO OCCURS 1 TO 200 TIMES
                          DEPENDING ON WRK-QTD-FERIADOS.
               10 TAB-FER-DATA  PIC 9(08).
               10 TAB-FER-DESCR PIC X(30).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
            ACCEPT WRK-APROVADOR FROM ENVIRONMENT "OPERADOR".
            IF WRK-APROVADOR = SPACES OR WRK-APROVADOR = LOW-VALUES
                ACCEPT WRK-APROVADOR FROM ENVIRONMENT "USER"
            END-IF.
            PERFORM CARREGA-PENDENCIAS.
            PERFORM EXPIRA-PENDENCIAS.
            PERFORM UNTIL SAIR-MANUTENCAO
                PERFORM EXIBE-MENU-APROVACAO
                PERFORM PROCESSA-OPCAO-APROVACAO
            END-PERFORM.
            GOBACK.

       EXIBE-MENU-APROVACAO.
            DISPLAY " ".
            DISPLAY "============================================".
            DISPLAY "   APROVACAO DE ALTERACOES PENDENTES".
            DISPLAY "============================================".
            DISPLAY "1. LISTAR SOLICITACOES PENDENTES".
            DISPLAY "2. LISTAR SOLICITACOES DECIDIDAS (APROVADAS/"
                    "REJEITADAS/EXPIRADAS)".
            DISPLAY "3. APROVAR UMA SOLICITACAO".
            DISPLAY "4. REJEITAR UMA SOLICITACAO".
            DISPLAY "5. VOLTAR".
            DISPLAY "DIGITE A OPCAO DESEJADA:".
            ACCEPT WRK-OPCAO.

       PROCESSA-OPCAO-APROVACAO.
            EVALUATE WRK-OPCAO
                WHEN 1
                    PERFORM LISTA-PENDENTES
                WHEN 2
                    PERFORM LISTA-DECIDIDAS
                WHEN 3
                    MOVE "APROVADA" TO WRK-DECISAO
                    PERFORM DECIDE-PENDENCIA
                WHEN 4
                    MOVE "REJEITADA" TO WRK-DECISAO
                    PERFORM DECIDE-PENDENCIA
                WHEN 5
                    SET SAIR-MANUTENCAO TO TRUE
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
            END-EVALUATE.

       LISTA-PENDENTES.
            MOVE ZEROS TO WRK-QTD-LISTADAS.
            DISPLAY " ".
            DISPLAY "NUMERO T SOLICIT. DATA     CHAVE".
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF PND-PENDENTE
                    ADD 1 TO WRK-QTD-LISTADAS
                    PERFORM MONTA-LINHA-PENDENCIA
                    DISPLAY PND-NUMERO " " PND-TIPO " "
                            PND-SOLICITANTE " "
                            PND-DATA-SOLICITACAO " "
                            WRK-LINHA-CHAVE
                    DISPLAY "         " WRK-LINHA-VALORES
                END-IF
            END-PERFORM.
            IF WRK-QTD-LISTADAS = ZEROS
                DISPLAY "NENHUMA SOLICITACAO PENDENTE DE APROVACAO"
            END-IF.

       LISTA-DECIDIDAS.
            MOVE ZEROS TO WRK-QTD-LISTADAS.
            DISPLAY " ".
            DISPLAY "NUMERO T S SOLICIT. DATA     APROVAD. DECISAO  "
                    "CHAVE".
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF NOT PND-PENDENTE
                    ADD 1 TO WRK-QTD-LISTADAS
                    PERFORM MONTA-LINHA-PENDENCIA
                    DISPLAY PND-NUMERO " " PND-TIPO " " PND-STATUS " "
                            PND-SOLICITANTE " "
                            PND-DATA-SOLICITACAO " "
                            PND-APROVADOR " "
                            PND-DATA-DECISAO " "
                            WRK-LINHA-CHAVE
                    DISPLAY "           " WRK-LINHA-VALORES
                END-IF
            END-PERFORM.
            IF WRK-QTD-LISTADAS = ZEROS
                DISPLAY "NENHUMA SOLICITACAO DECIDIDA"
            END-IF.

       MONTA-LINHA-PENDENCIA.
            MOVE SPACES TO WRK-LINHA-CHAVE.
            MOVE SPACES TO WRK-LINHA-VALORES.
            EVALUATE TRUE
                WHEN PND-TIPO-LIMITE
                    MOVE PND-CPF TO WRK-CPF
                    MOVE WRK-CPF TO WRK-CPF-ED
                    MOVE PND-VALOR-ANTERIOR TO WRK-LIMITE-ANT-ED
                    MOVE PND-VALOR-NOVO     TO WRK-LIMITE-ED
                    STRING "CPF " DELIMITED BY SIZE
                           WRK-CPF-ED DELIMITED BY SIZE
                        INTO WRK-LINHA-CHAVE
                    STRING "LIMITE " DELIMITED BY SIZE
                           WRK-LIMITE-ANT-ED DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           WRK-LIMITE-ED DELIMITED BY SIZE
                           " (ZERO = SEM LIMITE)" DELIMITED BY SIZE
                        INTO WRK-LINHA-VALORES
                WHEN PND-TIPO-SITUACAO
                    MOVE PND-CPF TO WRK-CPF
                    MOVE WRK-CPF TO WRK-CPF-ED
                    STRING "CPF " DELIMITED BY SIZE
                           WRK-CPF-ED DELIMITED BY SIZE
                        INTO WRK-LINHA-CHAVE
                    STRING "SITUACAO " DELIMITED BY SIZE
                           PND-SITUACAO-ANTERIOR DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           PND-SITUACAO-NOVA DELIMITED BY SIZE
                           " - " DELIMITED BY SIZE
                           PND-DESCRICAO DELIMITED BY SIZE
                        INTO WRK-LINHA-VALORES
                WHEN PND-TIPO-META
                    MOVE PND-VALOR-ANTERIOR TO WRK-VALOR-ANT-ED
                    MOVE PND-VALOR-NOVO     TO WRK-VALOR-ED
                    STRING "LOJA " DELIMITED BY SIZE
                           PND-LOJA DELIMITED BY SIZE
                           " MES " DELIMITED BY SIZE
                           PND-MES DELIMITED BY SIZE
                        INTO WRK-LINHA-CHAVE
                    STRING "META " DELIMITED BY SIZE
                           WRK-VALOR-ANT-ED DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           WRK-VALOR-ED DELIMITED BY SIZE
                        INTO WRK-LINHA-VALORES
                WHEN PND-TIPO-EXCLUI-META
                    MOVE PND-VALOR-ANTERIOR TO WRK-VALOR-ANT-ED
                    STRING "LOJA " DELIMITED BY SIZE
                           PND-LOJA DELIMITED BY SIZE
                           " MES " DELIMITED BY SIZE
                           PND-MES DELIMITED BY SIZE
                        INTO WRK-LINHA-CHAVE
                    STRING "EXCLUIR META " DELIMITED BY SIZE
                           WRK-VALOR-ANT-ED DELIMITED BY SIZE
                        INTO WRK-LINHA-VALORES
                WHEN PND-TIPO-FERIADO
                    STRING "FERIADO " DELIMITED BY SIZE
                           PND-DATA-FERIADO DELIMITED BY SIZE
                        INTO WRK-LINHA-CHAVE
                    STRING "EXCLUIR FERIADO " DELIMITED BY SIZE
                           PND-DESCRICAO DELIMITED BY SIZE
                        INTO WRK-LINHA-VALORES
                WHEN PND-TIPO-LGPD
                    MOVE PND-CPF TO WRK-CPF
                    MOVE WRK-CPF TO WRK-CPF-ED
                    STRING "CPF " DELIMITED BY SIZE
                           WRK-CPF-ED DELIMITED BY SIZE
                        INTO WRK-LINHA-CHAVE
                    STRING "ELIMINAR DADOS PESSOAIS - "
                               DELIMITED BY SIZE
                           PND-DESCRICAO DELIMITED BY SIZE
                        INTO WRK-LINHA-VALORES
                WHEN OTHER
                    MOVE "TIPO DESCONHECIDO" TO WRK-LINHA-CHAVE
            END-EVALUATE.

       DECIDE-PENDENCIA.
            DISPLAY "NUMERO DA SOLICITACAO:".
            ACCEPT WRK-NUMERO.
            PERFORM LOCALIZA-PENDENCIA.
            IF WRK-POS-PENDENCIA = ZEROS
                DISPLAY "SOLICITACAO INEXISTENTE"
            ELSE
                MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA)
                    TO REG-PENDENCIA
                IF NOT PND-PENDENTE
                    DISPLAY "SOLICITACAO JA DECIDIDA - STATUS "
                            PND-STATUS " POR " PND-APROVADOR
                ELSE
                    IF PND-SOLICITANTE = WRK-APROVADOR
                        PERFORM RECUSA-MESMO-OPERADOR
                    ELSE
                        PERFORM CONFIRMA-DECISAO
                    END-IF
                END-IF
            END-IF.

       LOCALIZA-PENDENCIA.
            MOVE ZEROS TO WRK-POS-PENDENCIA.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-PENDENCIAS
                    OR WRK-POS-PENDENCIA > ZEROS
                MOVE TAB-PND-REGISTRO(WRK-IDX) TO REG-PENDENCIA
                IF PND-NUMERO = WRK-NUMERO
                    MOVE WRK-IDX TO WRK-POS-PENDENCIA
                END-IF
            END-PERFORM.

       RECUSA-MESMO-OPERADOR.
            DISPLAY "SOLICITACAO FEITA POR " PND-SOLICITANTE
                    " - O APROVADOR DEVE SER OUTRO OPERADOR".
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA.
            STRING "SOLIC " DELIMITED BY SIZE
                   PND-NUMERO DELIMITED BY SIZE
                   " DECISAO RECUSADA - APROVADOR = SOLICITANTE"
                       DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

       CONFIRMA-DECISAO.
            PERFORM MONTA-LINHA-PENDENCIA.
            DISPLAY "SOLICITACAO: " PND-NUMERO " TIPO " PND-TIPO
                    " DE " PND-SOLICITANTE " EM "
                    PND-DATA-SOLICITACAO.
            DISPLAY "CHAVE......: " WRK-LINHA-CHAVE.
            DISPLAY "ALTERACAO..: " WRK-LINHA-VALORES.
            DISPLAY "CONFIRMA A SOLICITACAO COMO " WRK-DECISAO
                    "? (S/N):".
            MOVE "N" TO WRK-CONFIRMA.
            ACCEPT WRK-CONFIRMA.
            IF NOT CONFIRMADO
                DISPLAY "DECISAO CANCELADA"
            ELSE
                IF WRK-DECISAO = "APROVADA"
                    PERFORM APLICA-ALTERACAO
                ELSE
                    SET ALTERACAO-APLICADA TO TRUE
                END-IF
                IF ALTERACAO-APLICADA
                    PERFORM REGISTRA-DECISAO
                ELSE
                    DISPLAY "ALTERACAO NAO APLICADA - A SOLICITACAO "
                            "CONTINUA PENDENTE"
                END-IF
            END-IF.

       REGISTRA-DECISAO.
            MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA) TO REG-PENDENCIA.
            IF WRK-DECISAO = "APROVADA"
                SET PND-APROVADA TO TRUE
            ELSE
                SET PND-REJEITADA TO TRUE
            END-IF.
            MOVE WRK-APROVADOR TO PND-APROVADOR.
            MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
            MOVE REG-PENDENCIA TO TAB-PND-REGISTRO(WRK-POS-PENDENCIA).
            PERFORM REGRAVA-PENDENCIAS.
            MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA) TO REG-PENDENCIA.
            DISPLAY "SOLICITACAO " PND-NUMERO " " WRK-DECISAO.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA.
            STRING "SOLIC " DELIMITED BY SIZE
                   PND-NUMERO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WRK-DECISAO DELIMITED BY SPACE
                   " TIPO " DELIMITED BY SIZE
                   PND-TIPO DELIMITED BY SIZE
                   " SOLICITANTE " DELIMITED BY SIZE
                   PND-SOLICITANTE DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

      * APLICACAO DA ALTERACAO APROVADA NO CADASTRO DE ORIGEM - CADA
      * CADASTRO E CARREGADO NA HORA (PODE TER MUDADO DESDE A
      * SOLICITACAO) E REGRAVADO POR INTEIRO, COMO NA MANUTENCAO
      * ORIGINAL. SE A CHAVE NAO EXISTE MAIS, NADA E APLICADO.
       APLICA-ALTERACAO.
            MOVE "N" TO WRK-APLICADA.
            EVALUATE TRUE
                WHEN PND-TIPO-LIMITE
                    PERFORM APLICA-CLIENTE
                WHEN PND-TIPO-SITUACAO
                    PERFORM APLICA-CLIENTE
                WHEN PND-TIPO-META
                    PERFORM APLICA-META
                WHEN PND-TIPO-EXCLUI-META
                    PERFORM APLICA-EXCLUSAO-META
                WHEN PND-TIPO-FERIADO
                    PERFORM APLICA-EXCLUSAO-FERIADO
                WHEN PND-TIPO-LGPD
                    DISPLAY "ELIMINACAO LIBERADA - SERA EXECUTADA PELO "
                            "JOB PROGLGPD"
                    SET ALTERACAO-APLICADA TO TRUE
                WHEN OTHER
                    DISPLAY "TIPO DE SOLICITACAO DESCONHECIDO: "
                            PND-TIPO
            END-EVALUATE.

       APLICA-CLIENTE.
            PERFORM CARREGA-CLIENTES.
            MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA) TO REG-PENDENCIA.
            MOVE PND-CPF TO WRK-CPF.
            MOVE WRK-CPF TO WRK-CPF-ED.
            MOVE ZEROS TO WRK-POS-CLIENTE.
            IF WRK-QTD-CLIENTES > ZEROS
                SEARCH ALL TAB-CLIENTE
                    AT END
                        CONTINUE
                    WHEN TAB-CLIENTE-CPF(TAB-IDX) = WRK-CPF
                        SET WRK-POS-CLIENTE TO TAB-IDX
                END-SEARCH
            END-IF.
            IF WRK-POS-CLIENTE = ZEROS
                DISPLAY "CPF " WRK-CPF-ED " NAO CADASTRADO"
            ELSE
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA
                IF PND-TIPO-LIMITE
                    MOVE PND-VALOR-NOVO
                        TO TAB-CLIENTE-LIMITE(WRK-POS-CLIENTE)
                    MOVE PND-VALOR-NOVO TO WRK-LIMITE-ED
                    DISPLAY "LIMITE ALTERADO PARA " WRK-LIMITE-ED
                    STRING "LIMITE CPF " DELIMITED BY SIZE
                           WRK-CPF-ED DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           WRK-LIMITE-ED DELIMITED BY SIZE
                        INTO AUD-DETALHE
                ELSE
                    STRING "SITUACAO CPF " DELIMITED BY SIZE
                           WRK-CPF-ED DELIMITED BY SIZE
                           " DE " DELIMITED BY SIZE
                           TAB-CLIENTE-STATUS(WRK-POS-CLIENTE)
                               DELIMITED BY SIZE
                           " PARA " DELIMITED BY SIZE
                           PND-SITUACAO-NOVA DELIMITED BY SIZE
                        INTO AUD-DETALHE
                    MOVE PND-SITUACAO-NOVA
                        TO TAB-CLIENTE-STATUS(WRK-POS-CLIENTE)
                    DISPLAY "SITUACAO ALTERADA PARA " PND-SITUACAO-NOVA
                END-IF
                PERFORM REGRAVA-CADASTRO
                PERFORM GRAVA-AUDITORIA
                SET ALTERACAO-APLICADA TO TRUE
            END-IF.

       APLICA-META.
            PERFORM CARREGA-METAS.
            MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA) TO REG-PENDENCIA.
            PERFORM LOCALIZA-META.
            IF WRK-POS-META > ZEROS
                MOVE PND-VALOR-NOVO TO TAB-META-VALOR(WRK-POS-META)
                SET ALTERACAO-APLICADA TO TRUE
            ELSE
                IF WRK-QTD-METAS >= 2000
                    DISPLAY "ARQUIVO DE METAS CHEIO (2000)"
                ELSE
                    PERFORM INSERE-META-ORDENADA
                    SET ALTERACAO-APLICADA TO TRUE
                END-IF
            END-IF.
            IF ALTERACAO-APLICADA
                PERFORM REGRAVA-METAS
                MOVE PND-VALOR-NOVO TO WRK-VALOR-ED
                DISPLAY "META GRAVADA: LOJA " PND-LOJA
                        " MES " PND-MES " " WRK-VALOR-ED
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA
                STRING "META LOJA " DELIMITED BY SIZE
                       PND-LOJA DELIMITED BY SIZE
                       " MES " DELIMITED BY SIZE
                       PND-MES DELIMITED BY SIZE
                       " VALOR " DELIMITED BY SIZE
                       WRK-VALOR-ED DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       APLICA-EXCLUSAO-META.
            PERFORM CARREGA-METAS.
            MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA) TO REG-PENDENCIA.
            PERFORM LOCALIZA-META.
            IF WRK-POS-META = ZEROS
                DISPLAY "META NAO CADASTRADA"
            ELSE
                PERFORM VARYING WRK-JDX FROM WRK-POS-META BY 1
                        UNTIL WRK-JDX >= WRK-QTD-METAS
                    MOVE TAB-META(WRK-JDX + 1) TO TAB-META(WRK-JDX)
                END-PERFORM
                SUBTRACT 1 FROM WRK-QTD-METAS
                PERFORM REGRAVA-METAS
                SET ALTERACAO-APLICADA TO TRUE
                DISPLAY "META EXCLUIDA"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA
                STRING "EXCLUSAO META LOJA " DELIMITED BY SIZE
                       PND-LOJA DELIMITED BY SIZE
                       " MES " DELIMITED BY SIZE
                       PND-MES DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       APLICA-EXCLUSAO-FERIADO.
            PERFORM CARREGA-FERIADOS.
            MOVE TAB-PND-REGISTRO(WRK-POS-PENDENCIA) TO REG-PENDENCIA.
            MOVE ZEROS TO WRK-POS-FERIADO.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-FERIADOS
                    OR WRK-POS-FERIADO > ZEROS
                IF TAB-FER-DATA(WRK-IDX) = PND-DATA-FERIADO
                    MOVE WRK-IDX TO WRK-POS-FERIADO
                END-IF
            END-PERFORM.
            IF WRK-POS-FERIADO = ZEROS
                DISPLAY "FERIADO NAO CADASTRADO"
            ELSE
                PERFORM VARYING WRK-JDX FROM WRK-POS-FERIADO BY 1
                        UNTIL WRK-JDX >= WRK-QTD-FERIADOS
                    MOVE TAB-FERIADO(WRK-JDX + 1)
                        TO TAB-FERIADO(WRK-JDX)
                END-PERFORM
                SUBTRACT 1 FROM WRK-QTD-FERIADOS
                PERFORM REGRAVA-CALENDARIO
                SET ALTERACAO-APLICADA TO TRUE
                DISPLAY "FERIADO EXCLUIDO"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA
                STRING "EXCLUSAO FERIADO " DELIMITED BY SIZE
                       PND-DATA-FERIADO DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       LOCALIZA-META.
            MOVE ZEROS TO WRK-POS-META.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-METAS
                    OR WRK-POS-META > ZEROS
                IF TAB-META-LOJA(WRK-IDX) = PND-LOJA
                   AND TAB-META-MES(WRK-IDX) = PND-MES
                    MOVE WRK-IDX TO WRK-POS-META
                END-IF
            END-PERFORM.

       INSERE-META-ORDENADA.
            MOVE ZEROS TO WRK-POS-INSERE.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-METAS
                    OR WRK-POS-INSERE > ZEROS
                IF TAB-META-LOJA(WRK-IDX) > PND-LOJA
                   OR (TAB-META-LOJA(WRK-IDX) = PND-LOJA
                       AND TAB-META-MES(WRK-IDX) > PND-MES)
                    MOVE WRK-IDX TO WRK-POS-INSERE
                END-IF
            END-PERFORM.
            ADD 1 TO WRK-QTD-METAS.
            IF WRK-POS-INSERE = ZEROS
                MOVE WRK-QTD-METAS TO WRK-POS-INSERE
            ELSE
                PERFORM VARYING WRK-JDX FROM WRK-QTD-METAS BY -1
                        UNTIL WRK-JDX <= WRK-POS-INSERE
                    MOVE TAB-META(WRK-JDX - 1) TO TAB-META(WRK-JDX)
                END-PERFORM
            END-IF.
            MOVE PND-LOJA       TO TAB-META-LOJA(WRK-POS-INSERE).
            MOVE PND-MES        TO TAB-META-MES(WRK-POS-INSERE).
            MOVE PND-VALOR-NOVO TO TAB-META-VALOR(WRK-POS-INSERE).

      * EXPIRACAO - PENDENTE HA MAIS DE WRK-DIAS-VALIDADE DIAS CORRIDOS
      * VIRA "E" NA CARGA, COM A DATA DO DIA COMO DATA DA DECISAO E
      * APROVADOR EM BRANCO.
       EXPIRA-PENDENCIAS.
            MOVE ZEROS TO WRK-QTD-EXPIRADAS.
            PERFORM VARYING WRK-JDX FROM 1 BY 1
                    UNTIL WRK-JDX > WRK-QTD-PENDENCIAS
                MOVE TAB-PND-REGISTRO(WRK-JDX) TO REG-PENDENCIA
                IF PND-PENDENTE
                    COMPUTE WRK-DIAS-PENDENTE =
                        FUNCTION INTEGER-OF-DATE (WRK-DATA-HOJE) -
                        FUNCTION INTEGER-OF-DATE (PND-DATA-SOLICITACAO)
                    IF WRK-DIAS-PENDENTE > WRK-DIAS-VALIDADE
                        PERFORM EXPIRA-UMA-PENDENCIA
                    END-IF
                END-IF
            END-PERFORM.
            IF WRK-QTD-EXPIRADAS > ZEROS
                PERFORM REGRAVA-PENDENCIAS
                DISPLAY WRK-QTD-EXPIRADAS " SOLICITACAO(OES) "
                        "EXPIRADA(S) APOS " WRK-DIAS-VALIDADE
                        " DIAS SEM DECISAO"
            END-IF.

       EXPIRA-UMA-PENDENCIA.
            ADD 1 TO WRK-QTD-EXPIRADAS.
            SET PND-EXPIRADA TO TRUE.
            MOVE SPACES        TO PND-APROVADOR.
            MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
            MOVE REG-PENDENCIA TO TAB-PND-REGISTRO(WRK-JDX).
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL29" TO AUD-PROGRAMA.
            STRING "SOLIC " DELIMITED BY SIZE
                   PND-NUMERO DELIMITED BY SIZE
                   " EXPIRADA TIPO " DELIMITED BY SIZE
                   PND-TIPO DELIMITED BY SIZE
                   " SOLICITANTE " DELIMITED BY SIZE
                   PND-SOLICITANTE DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.

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

       REGRAVA-CADASTRO.
            OPEN OUTPUT CLIENTE-MASTER.
            IF WRK-FS-CLIENTE NOT = "00"
                DISPLAY "ERRO AO REGRAVAR CLIMAST - FS: "
                        WRK-FS-CLIENTE
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
                WRITE REG-CLIENTE
            END-PERFORM.
            CLOSE CLIENTE-MASTER.

       REGRAVA-METAS.
            OPEN OUTPUT METAS-ARQUIVO.
            IF WRK-FS-METAS NOT = "00"
                DISPLAY "ERRO AO REGRAVAR METAS - FS: " WRK-FS-METAS
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-METAS
                MOVE TAB-META-LOJA(WRK-IDX)  TO META-LOJA
                MOVE TAB-META-MES(WRK-IDX)   TO META-MES
                MOVE TAB-META-VALOR(WRK-IDX) TO META-VALOR
                WRITE REG-META
            END-PERFORM.
            CLOSE METAS-ARQUIVO.

       REGRAVA-CALENDARIO.
            OPEN OUTPUT CALENDARIO-ARQUIVO.
            IF WRK-FS-CALFER NOT = "00"
                DISPLAY "ERRO AO REGRAVAR CALFER - FS: "
                        WRK-FS-CALFER
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-IDX FROM 1 BY 1
                    UNTIL WRK-IDX > WRK-QTD-FERIADOS
                MOVE TAB-FER-DATA(WRK-IDX)  TO FER-DATA
                MOVE TAB-FER-DESCR(WRK-IDX) TO FER-DESCRICAO
                WRITE REG-FERIADO
            END-PERFORM.
            CLOSE CALENDARIO-ARQUIVO.

       CARREGA-PENDENCIAS.
            MOVE ZEROS TO WRK-QTD-PENDENCIAS.
            OPEN INPUT PENDENCIAS-ARQUIVO.
            IF WRK-FS-PENDENCIAS = "35"
                DISPLAY "ARQUIVO DE ALTERACOES PENDENTES AINDA NAO "
                        "EXISTE - NENHUMA SOLICITACAO A DECIDIR"
                SET FIM-PENDENCIAS TO TRUE
            ELSE
                IF WRK-FS-PENDENCIAS NOT = "00"
                    DISPLAY "ARQUIVO DE ALTERACOES PENDENTES "
                            "INDISPONIVEL - FS: " WRK-FS-PENDENCIAS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-PENDENCIAS
                READ PENDENCIAS-ARQUIVO
                    AT END
                        SET FIM-PENDENCIAS TO TRUE
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

       CARREGA-METAS.
            MOVE ZEROS TO WRK-QTD-METAS.
            MOVE "N" TO WRK-FIM-METAS.
            OPEN INPUT METAS-ARQUIVO.
            IF WRK-FS-METAS = "35"
                SET FIM-METAS TO TRUE
            ELSE
                IF WRK-FS-METAS NOT = "00"
                    DISPLAY "ARQUIVO DE METAS INDISPONIVEL - FS: "
                            WRK-FS-METAS
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-METAS
                READ METAS-ARQUIVO
                    AT END
                        SET FIM-METAS TO TRUE
                    NOT AT END
                        IF WRK-QTD-METAS >= 2000
                            DISPLAY "ARQUIVO DE METAS EXCEDE O "
                                    "LIMITE DE 2000 REGISTROS"
                            CLOSE METAS-ARQUIVO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-METAS
                        MOVE META-LOJA
                            TO TAB-META-LOJA(WRK-QTD-METAS)
                        MOVE META-MES
                            TO TAB-META-MES(WRK-QTD-METAS)
                        MOVE META-VALOR
                            TO TAB-META-VALOR(WRK-QTD-METAS)
                END-READ
            END-PERFORM.
            IF WRK-FS-METAS NOT = "35"
                CLOSE METAS-ARQUIVO
            END-IF.

       CARREGA-FERIADOS.
            MOVE ZEROS TO WRK-QTD-FERIADOS.
            MOVE "N" TO WRK-FIM-CALFER.
            OPEN INPUT CALENDARIO-ARQUIVO.
            IF WRK-FS-CALFER = "35"
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
                        MOVE FER-DESCRICAO
                            TO TAB-FER-DESCR(WRK-QTD-FERIADOS)
                END-READ
            END-PERFORM.
            IF WRK-FS-CALFER NOT = "35"
                CLOSE CALENDARIO-ARQUIVO
            END-IF.

       COPY CLIMLOAD.

       COPY AUDITP.
