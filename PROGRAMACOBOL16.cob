      * RETURN-CODE: 0 = TUDO CASOU NO VALOR DEVIDO; 4 = HOUVE
      * DIVERGENCIA DE VALOR OU LIQUIDACAO SEM PARCELA; 16 = ERRO DE
      * ABERTURA OU LIMITE DE TABELA.
      * Update: 045 - REINTEGRACAO DE CLIENTES BLOQUEADOS PELA
      * COBRANCA DIARIA (PROGRAMACOBOL27): AO GRAVAR O PARCNOVO O
      * PROGRAMA MARCA NO CADASTRO DE COBRANCA (COBRANCA) OS CPFS QUE
      * AINDA TEM PARCELA EM ABERTO COM MES DE VENCIMENTO ANTERIOR AO
      * MES DA DATA DE PROCESSAMENTO (DATPROC). O CPF BLOQUEADO PELA
      * COBRANCA (COB-BLOQUEIO-COBRANCA "S") QUE NAO TEM MAIS PARCELA
      * VENCIDA VOLTA PARA "A" NO CLIMAST E SAI DO CADASTRO DE
      * COBRANCA - EXCETO SE TEM 3 OU MAIS DISPUTAS PERDIDAS NO
      * ARQUIVO DE DISPUTAS (REGRA DE BLOQUEIO DO PROGRAMACOBOL14),
      * CASO EM QUE O BLOQUEIO E MANTIDO. CLIENTE BLOQUEADO POR OUTRO
      * MOTIVO NUNCA E REINTEGRADO AQUI. CADA REINTEGRACAO OU
      * BLOQUEIO MANTIDO E GRAVADO NO AUDITLOG. RETURN-CODE 12 =
      * CLIMAST FORA DE ORDEM (CARGA CLIMLOAD).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL16.
           SELECT PARCELAS-SAIDA ASSIGN TO "PARCNOVO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARCNOVO.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT COBRANCA-ARQUIVO ASSIGN TO "COBRANCA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COBRANCA.
           SELECT DISPUTAS-ARQUIVO ASSIGN TO "DISPUTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DISPUTA.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       FD  PARCELAS-SAIDA.
       01  REG-PARCELA-SAIDA  PIC X(55).

       FD  CLIENTE-MASTER.
       COPY CLIMAST.

       FD  COBRANCA-ARQUIVO.
       COPY COBRANCA.

       FD  DISPUTAS-ARQUIVO.
       COPY DISPUTA.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY DATPROCWS.
       COPY CLIMTAB.
       77 WRK-FS-LIQPARC    PIC X(02) VALUE "00".
       77 WRK-FS-PARCREC    PIC X(02) VALUE "00".
       77 WRK-FS-PARCNOVO   PIC X(02) VALUE "00".
       77 WRK-VALOR-DEV-ED  PIC $Z.ZZ9,99.
       77 WRK-VALOR-PAG-ED  PIC $Z.ZZ9,99.
       77 WRK-TOTAL-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       77 WRK-FS-COBRANCA   PIC X(02) VALUE "00".
       77 WRK-FS-DISPUTA    PIC X(02) VALUE "00".
       77 WRK-FIM-COBRANCA  PIC X(01) VALUE "N".
           88 FIM-COBRANCA     VALUE "S".
       77 WRK-FIM-DISPUTA   PIC X(01) VALUE "N".
           88 FIM-DISPUTAS     VALUE "S".
       77 WRK-COBRANCA-ALTERADA PIC X(01) VALUE "N".
           88 COBRANCA-ALTERADA   VALUE "S".
       77 WRK-CADASTRO-ALTERADO PIC X(01) VALUE "N".
           88 CADASTRO-ALTERADO   VALUE "S".
       77 WRK-MES-PROCESSO  PIC 9(06) VALUE ZEROS.
       77 WRK-QTD-COBRANCAS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-PERDIDAS-CAD PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-PERDIDAS  PIC 9(04) VALUE ZEROS.
       77 WRK-LIMITE-PERDIDAS PIC 9(02) VALUE 3.
       77 WRK-CDX           PIC 9(05) VALUE ZEROS.
       77 WRK-DDX           PIC 9(04) VALUE ZEROS.
       77 WRK-QTD-REINTEGRADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-MANTIDOS  PIC 9(05) VALUE ZEROS.
       77 WRK-CPF-ED        PIC ZZZ.ZZZ.ZZ9/99.
       01  TAB-LIQ-PARCELAS.
           05 TAB-LIQ-PARCELA OCCURS 1 TO 5000 TIMES
                              DEPENDING ON WRK-QTD-LIQ.
               10 TAB-LQP-SITUACAO   PIC X(01).
                   88 LQP-NAO-CASADA    VALUE "N".
                   88 LQP-CASADA        VALUE "C".
       01  TAB-COBRANCAS.
           05 TAB-COBRANCA OCCURS 1 TO 20000 TIMES
                           DEPENDING ON WRK-QTD-COBRANCAS.
               10 TAB-COB-REGISTRO   PIC X(37).
               10 TAB-COB-CPF        PIC 9(11).
               10 TAB-COB-BLOQUEIO   PIC X(01).
               10 TAB-COB-SITUACAO   PIC X(01).
                   88 COB-AINDA-VENCIDA VALUE "V".
                   88 COB-EXCLUIDA      VALUE "X".
       01  TAB-PERDIDAS.
           05 TAB-PERDIDA-CPF OCCURS 1 TO 2000 TIMES
                              DEPENDING ON WRK-QTD-PERDIDAS-CAD
                              PIC 9(11).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM LE-DATA-PROCESSO.
            MOVE WRK-DATA-PROCESSO(1:6) TO WRK-MES-PROCESSO.
            PERFORM CARREGA-LIQUIDACOES.
            PERFORM CARREGA-COBRANCA.
            PERFORM BAIXA-PARCELAS.
            PERFORM IMPRIME-RELATORIO.
            IF WRK-QTD-COBRANCAS > ZEROS
                PERFORM REINTEGRA-CLIENTES
            END-IF.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL16" TO AUD-PROGRAMA.
            STRING "BAIXA PARC " DELIMITED BY SIZE
                   WRK-QTD-DIVERG DELIMITED BY SIZE
                   " SEM PARC " DELIMITED BY SIZE
                   WRK-QTD-SEM-PARC DELIMITED BY SIZE
                   " REINT " DELIMITED BY SIZE
                   WRK-QTD-REINTEGRADOS DELIMITED BY SIZE
                INTO AUD-DETALHE.
            PERFORM GRAVA-AUDITORIA.
            IF WRK-QTD-DIVERG > ZEROS
                    END-IF
                END-IF
            END-IF.
            IF (PARCELA-ABERTA OR PARC-STATUS = SPACE)
               AND PARC-MES-VENCTO < WRK-MES-PROCESSO
               AND WRK-QTD-COBRANCAS > ZEROS
                PERFORM MARCA-COBRANCA-VENCIDA
            END-IF.
            WRITE REG-PARCELA-SAIDA FROM REG-PARCELA-RECEBER.

       MARCA-COBRANCA-VENCIDA.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-COBRANCAS
                IF TAB-COB-CPF(WRK-CDX) = PARC-CPF
                    MOVE "V" TO TAB-COB-SITUACAO(WRK-CDX)
                END-IF
            END-PERFORM.

       PROCURA-LIQUIDACAO.
            MOVE "N" TO WRK-LIQ-ACHADA.
            PERFORM VARYING WRK-LDX FROM 1 BY 1
                DISPLAY "   NENHUMA"
            END-IF.

       CARREGA-COBRANCA.
            MOVE ZEROS TO WRK-QTD-COBRANCAS.
            OPEN INPUT COBRANCA-ARQUIVO.
            IF WRK-FS-COBRANCA = "35"
                DISPLAY "CADASTRO DE COBRANCA INEXISTENTE - SEM "
                        "REINTEGRACAO DE CLIENTES"
                SET FIM-COBRANCA TO TRUE
            ELSE
                IF WRK-FS-COBRANCA NOT = "00"
                    DISPLAY "CADASTRO DE COBRANCA INDISPONIVEL - FS: "
                            WRK-FS-COBRANCA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-COBRANCA
                READ COBRANCA-ARQUIVO
                    AT END
                        SET FIM-COBRANCA TO TRUE
                    NOT AT END
                        IF WRK-QTD-COBRANCAS >= 20000
                            DISPLAY "CADASTRO DE COBRANCA EXCEDE O "
                                    "LIMITE DE 20000 REGISTROS"
                            CLOSE COBRANCA-ARQUIVO
                            MOVE 16 TO RETURN-CODE
                            GOBACK
                        END-IF
                        ADD 1 TO WRK-QTD-COBRANCAS
                        MOVE REG-COBRANCA
                            TO TAB-COB-REGISTRO(WRK-QTD-COBRANCAS)
                        MOVE COB-CPF
                            TO TAB-COB-CPF(WRK-QTD-COBRANCAS)
                        MOVE COB-BLOQUEIO-COBRANCA
                            TO TAB-COB-BLOQUEIO(WRK-QTD-COBRANCAS)
                        MOVE SPACE
                            TO TAB-COB-SITUACAO(WRK-QTD-COBRANCAS)
                END-READ
            END-PERFORM.
            IF WRK-FS-COBRANCA NOT = "35"
                CLOSE COBRANCA-ARQUIVO
            END-IF.

       CARREGA-PERDIDAS.
            MOVE ZEROS TO WRK-QTD-PERDIDAS-CAD.
            OPEN INPUT DISPUTAS-ARQUIVO.
            IF WRK-FS-DISPUTA = "35"
                SET FIM-DISPUTAS TO TRUE
            ELSE
                IF WRK-FS-DISPUTA NOT = "00"
                    DISPLAY "ARQUIVO DE DISPUTAS INDISPONIVEL - FS: "
                            WRK-FS-DISPUTA
                    MOVE 16 TO RETURN-CODE
                    GOBACK
                END-IF
            END-IF.
            PERFORM UNTIL FIM-DISPUTAS
                READ DISPUTAS-ARQUIVO
                    AT END
                        SET FIM-DISPUTAS TO TRUE
                    NOT AT END
                        IF DISPUTA-PERDIDA
                            IF WRK-QTD-PERDIDAS-CAD >= 2000
                                DISPLAY "DISPUTAS PERDIDAS EXCEDEM O "
                                        "LIMITE DE 2000"
                                CLOSE DISPUTAS-ARQUIVO
                                MOVE 16 TO RETURN-CODE
                                GOBACK
                            END-IF
                            ADD 1 TO WRK-QTD-PERDIDAS-CAD
                            MOVE DISP-CPF TO
                                TAB-PERDIDA-CPF(WRK-QTD-PERDIDAS-CAD)
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-DISPUTA NOT = "35"
                CLOSE DISPUTAS-ARQUIVO
            END-IF.

       REINTEGRA-CLIENTES.
            PERFORM CARREGA-CLIENTES.
            PERFORM CARREGA-PERDIDAS.
            DISPLAY " ".
            DISPLAY "CLIENTES BLOQUEADOS PELA COBRANCA E QUITADOS:".
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-COBRANCAS
                IF TAB-COB-BLOQUEIO(WRK-CDX) = "S"
                   AND NOT COB-AINDA-VENCIDA(WRK-CDX)
                    PERFORM REINTEGRA-UM-CLIENTE
                END-IF
            END-PERFORM.
            IF WRK-QTD-REINTEGRADOS = ZEROS
               AND WRK-QTD-MANTIDOS = ZEROS
                DISPLAY "   NENHUM"
            END-IF.
            IF CADASTRO-ALTERADO
                PERFORM REGRAVA-CADASTRO
            END-IF.
            IF COBRANCA-ALTERADA
                PERFORM REGRAVA-COBRANCA
            END-IF.

       REINTEGRA-UM-CLIENTE.
            MOVE TAB-COB-CPF(WRK-CDX) TO WRK-CPF-ED.
            MOVE ZEROS TO WRK-QTD-PERDIDAS.
            PERFORM VARYING WRK-DDX FROM 1 BY 1
                    UNTIL WRK-DDX > WRK-QTD-PERDIDAS-CAD
                IF TAB-PERDIDA-CPF(WRK-DDX) = TAB-COB-CPF(WRK-CDX)
                    ADD 1 TO WRK-QTD-PERDIDAS
                END-IF
            END-PERFORM.
            MOVE "X" TO TAB-COB-SITUACAO(WRK-CDX).
            SET COBRANCA-ALTERADA TO TRUE.
            INITIALIZE REG-AUDITORIA.
            MOVE "PROGRAMACOBOL16" TO AUD-PROGRAMA.
            IF WRK-QTD-PERDIDAS >= WRK-LIMITE-PERDIDAS
                ADD 1 TO WRK-QTD-MANTIDOS
                DISPLAY "   CPF " WRK-CPF-ED " BLOQUEIO MANTIDO - "
                        WRK-QTD-PERDIDAS " DISPUTAS PERDIDAS"
                STRING "COBRANCA QUITADA CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " BLOQUEIO MANTIDO PERDIDAS " DELIMITED BY SIZE
                       WRK-QTD-PERDIDAS DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            ELSE
                SEARCH ALL TAB-CLIENTE
                    AT END
                        DISPLAY "   CPF " WRK-CPF-ED " SEM CADASTRO "
                                "NO CLIMAST"
                    WHEN TAB-CLIENTE-CPF(TAB-IDX) = TAB-COB-CPF(WRK-CDX)
                        IF TAB-CLIENTE-STATUS(TAB-IDX) = "B"
                            MOVE "A" TO TAB-CLIENTE-STATUS(TAB-IDX)
                            SET CADASTRO-ALTERADO TO TRUE
                            ADD 1 TO WRK-QTD-REINTEGRADOS
                            DISPLAY "   CPF " WRK-CPF-ED
                                    " REINTEGRADO"
                            STRING "REINTEGRACAO CPF " DELIMITED BY SIZE
                                   WRK-CPF-ED DELIMITED BY SIZE
                                   " COBRANCA QUITADA" DELIMITED BY SIZE
                                INTO AUD-DETALHE
                            PERFORM GRAVA-AUDITORIA
                        END-IF
                END-SEARCH
            END-IF.

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

       REGRAVA-COBRANCA.
            OPEN OUTPUT COBRANCA-ARQUIVO.
            IF WRK-FS-COBRANCA NOT = "00"
                DISPLAY "ERRO AO REGRAVAR COBRANCA - FS: "
                        WRK-FS-COBRANCA
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            PERFORM VARYING WRK-CDX FROM 1 BY 1
                    UNTIL WRK-CDX > WRK-QTD-COBRANCAS
                IF NOT COB-EXCLUIDA(WRK-CDX)
                    MOVE TAB-COB-REGISTRO(WRK-CDX) TO REG-COBRANCA
                    WRITE REG-COBRANCA
                END-IF
            END-PERFORM.
            CLOSE COBRANCA-ARQUIVO.

       COPY CLIMLOAD.

       COPY DATPROCP.

       COPY AUDITP.
