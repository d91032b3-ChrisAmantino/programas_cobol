      * SESSAO; CPF ZERADO ENCERRA.
      * RETURN-CODE: 0 = OK; 12 = CLIMAST FORA DE ORDEM (CARGA
      * CLIMLOAD); 16 = ERRO DE ABERTURA.
      * Update: 044 - VALIDADE DOS PONTOS: ABAIXO DO SALDO O EXTRATO
      * MOSTRA OS PONTOS QUE EXPIRAM ATE O FECHAMENTO DO SEGUNDO MES
      * SEGUINTE AO MES CORRENTE (OS PROXIMOS 3 FECHAMENTOS, PELO
      * SALDO DOS LOTES POR MES DE ACUMULO DO PONTMOV - COPYBOOKS
      * PONTLOTE/PONTLOTP) E OS PONTOS EXPIRADOS NO FECHAMENTO DO
      * MES ANTERIOR (MOVIMENTOS "E" DO PROGRAMACOBOL26). O MES
      * CORRENTE VEM DA DATA OFICIAL DE PROCESSAMENTO (DATPROC,
      * COPYBOOKS DATCTL/DATPROCP).
      * Review fix: A AUTORIZACAO DE COMPRA RETIDA PELA TRIAGEM
      * ANTIFRAUDE E RECUSADA PELA MESA, ESTORNADA PELO LOTE COM
      * STATUS "X", SAI NO EXTRATO COMO "CANCELADA" (FORA DO TOTAL,
      * QUE NUNCA A INCLUIU) EM VEZ DE "?".
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL15.
           SELECT PONTOS-MASTER ASSIGN TO "PONTMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMAST.
           SELECT MOVIMENTO-PONTOS ASSIGN TO "PONTMOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTMOV.
           SELECT DATA-PROCESSO-ARQUIVO ASSIGN TO "DATPROC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DATPROC.
           SELECT EXTRATO-ARQUIVO ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
       FD  PONTOS-MASTER.
       COPY PONTMAST.

       FD  MOVIMENTO-PONTOS.
       COPY PONTMOV.

       FD  DATA-PROCESSO-ARQUIVO.
       COPY DATCTL.

       FD  EXTRATO-ARQUIVO.
       01  REG-LINHA-EXTRATO.
           05 EXT-CTL         PIC X(01).
       COPY CPFWS.
       COPY AUDITWS.
       COPY CLIMTAB.
       COPY DATPROCWS.
       COPY PONTLOTE.
       77 WRK-FS-TRANLOG     PIC X(02) VALUE "00".
       77 WRK-FS-PARCREC     PIC X(02) VALUE "00".
       77 WRK-FS-EXTRATO     PIC X(02) VALUE "00".
           88 FIM-PONTMAST      VALUE "S".
       77 WRK-SALDO-PONTOS   PIC 9(09) VALUE ZEROS.
       77 WRK-SALDO-PONTOS-ED PIC ZZZ.ZZZ.ZZ9.
       77 WRK-FS-PONTMOV     PIC X(02) VALUE "00".
       77 WRK-FIM-PONTMOV    PIC X(01) VALUE "N".
           88 FIM-PONTMOV       VALUE "S".
       77 WRK-MES-CORRENTE   PIC 9(06) VALUE ZEROS.
       77 WRK-MES-ANTERIOR   PIC 9(06) VALUE ZEROS.
       77 WRK-MES-AVISO      PIC 9(06) VALUE ZEROS.
       77 WRK-PONTOS-A-EXPIRAR PIC 9(09) VALUE ZEROS.
       77 WRK-PONTOS-EXPIRADOS PIC 9(09) VALUE ZEROS.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-CLIENTES.
            PERFORM LE-DATA-PROCESSO.
            MOVE WRK-DATA-PROCESSO(1:6) TO WRK-MES-CORRENTE.
            MOVE WRK-MES-CORRENTE TO WRK-LOTE-MES-AUX.
            MOVE -1 TO WRK-LOTE-QTD-MESES.
            PERFORM SOMA-MESES-LOTE.
            MOVE WRK-LOTE-MES-AUX TO WRK-MES-ANTERIOR.
            MOVE WRK-MES-CORRENTE TO WRK-LOTE-MES-AUX.
            MOVE 2 TO WRK-LOTE-QTD-MESES.
            PERFORM SOMA-MESES-LOTE.
            MOVE WRK-LOTE-MES-AUX TO WRK-MES-AVISO.
            PERFORM UNTIL SAIR-CONSULTA
                DISPLAY " "
                DISPLAY "============================================"
                   WRK-SALDO-PONTOS-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-EXTRATO.
            PERFORM CONSULTA-VALIDADE-PONTOS.
            MOVE WRK-PONTOS-A-EXPIRAR TO WRK-SALDO-PONTOS-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "PONTOS A EXPIRAR ATE O FECHAMENTO DE "
                       DELIMITED BY SIZE
                   WRK-MES-AVISO DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WRK-SALDO-PONTOS-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-EXTRATO.
            MOVE WRK-PONTOS-EXPIRADOS TO WRK-SALDO-PONTOS-ED.
            MOVE SPACES TO WRK-LINHA.
            STRING "PONTOS EXPIRADOS NO FECHAMENTO DE "
                       DELIMITED BY SIZE
                   WRK-MES-ANTERIOR DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   WRK-SALDO-PONTOS-ED DELIMITED BY SIZE
                INTO WRK-LINHA.
            PERFORM GRAVA-LINHA-EXTRATO.
            MOVE SPACES TO WRK-LINHA.
            MOVE "TRANSACOES DE CARTAO:" TO WRK-LINHA.
            MOVE "0" TO WRK-ASA.
                WHEN "E"
                    MOVE "ESTORNADA" TO WRK-SITU-TRAN
                    SUBTRACT TRAN-VALOR-FINAL FROM WRK-TOTAL-TRAN
                WHEN "X"
                    MOVE "CANCELADA" TO WRK-SITU-TRAN
                WHEN OTHER
                    MOVE "?" TO WRK-SITU-TRAN
            END-EVALUATE.
                END-READ
            END-PERFORM.

       CONSULTA-VALIDADE-PONTOS.
            MOVE WRK-CPF TO WRK-LOTE-CPF-FILTRO.
            PERFORM CARREGA-LOTES-PONTOS.
            MOVE WRK-MES-AVISO TO WRK-LOTE-MES-AUX.
            MOVE -24 TO WRK-LOTE-QTD-MESES.
            PERFORM SOMA-MESES-LOTE.
            MOVE WRK-LOTE-MES-AUX TO WRK-LOTE-MES-ATE.
            MOVE ZEROS TO WRK-LOTE-MES-DE.
            PERFORM SOMA-LOTES-PERIODO.
            MOVE WRK-LOTE-TOTAL TO WRK-PONTOS-A-EXPIRAR.
            MOVE ZEROS TO WRK-PONTOS-EXPIRADOS.
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
            PERFORM UNTIL FIM-PONTMOV
                READ MOVIMENTO-PONTOS
                    AT END
                        SET FIM-PONTMOV TO TRUE
                    NOT AT END
                        IF MOV-PONT-CPF = WRK-CPF
                           AND MOV-EXPIRACAO
                           AND MOV-PONT-DATA(1:6) = WRK-MES-ANTERIOR
                            ADD MOV-PONT-PONTOS TO WRK-PONTOS-EXPIRADOS
                        END-IF
                END-READ
            END-PERFORM.
            IF WRK-FS-PONTMOV NOT = "35"
                CLOSE MOVIMENTO-PONTOS
            END-IF.

       GRAVA-LINHA-EXTRATO.
            IF IMPRIMIR-EXTRATO
                MOVE WRK-ASA   TO EXT-CTL

       COPY CLIMLOAD.

       COPY PONTLOTP.

       COPY DATPROCP.

       COPY CPFVALP.

       COPY AUDITP.
