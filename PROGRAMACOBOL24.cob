      * E O SISTEMA DE REGISTRO (TRANLOG), NAO A PLANILHA DE ALGUEM.
      * RETURN-CODE: 0 = OK; 12 = CLIMAST FORA DE ORDEM (CARGA
      * CLIMLOAD); 16 = ERRO DE ABERTURA/MESPARM AUSENTE/LIMITE.
      * Update: 052 - LGPD: CLIENTE ANONIMIZADO A PEDIDO DO TITULAR
      * (SITUACAO X, PROGRAMACOBOL36) TAMBEM E PULADO E CONTADO NO
      * SUMARIO - NAO VOLTA MAIS A NENHUM EXTRATO DE MARKETING.
      * Update: 054 - CONTROLE DE TRANSMISSAO: O EXTRMKT SAI COM
      * HEADER (CPF ZERADO - INTERFACE, DATA DE GERACAO, NUMERO
      * SEQUENCIAL DO ARQUIVO E MES ALVO) E TRAILER (CPF 99999999999 -
      * QUANTIDADE DE REGISTROS DE DETALHE E HASH = SOMA DO GASTO),
      * E O ARQUIVO E REGISTRADO NO MANIFESTO DE INTERFACES (INTFMAN,
      * COPYBOOKS INTFMAN/INTFWS/INTFP) PARA O CASAMENTO COM O RETORNO
      * DA CASA DE MALA DIRETA (PROGRAMACOBOL38). BANDEIRA E GASTO
      * DOS REGISTROS DE CONTROLE SAEM ZERADOS. ERRO DE GRAVACAO NO
      * EXTRMKT TERMINA COM RETURN-CODE 16.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL24.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT MANIFESTO-ARQUIVO ASSIGN TO "INTFMAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INTFMAN.
       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETROS-ARQUIVO.
           05 EXT-MKT-BANDEIRA  PIC 9(01).
           05 EXT-MKT-GASTO     PIC 9(09)V99.
           05 EXT-MKT-FAIXA     PIC X(06).
       01  REG-EXTRATO-HEADER.
           05 EXTH-CPF          PIC 9(11).
           05 EXTH-INTERFACE    PIC X(08).
           05 EXTH-DATA         PIC 9(08).
           05 EXTH-SEQUENCIA    PIC 9(06).
           05 EXTH-MES-ALVO     PIC 9(06).
           05 FILLER            PIC X(12).
           05 EXTH-BANDEIRA     PIC 9(01).
           05 EXTH-GASTO        PIC 9(09)V99.
           05 EXTH-TIPO         PIC X(06).
       01  REG-EXTRATO-TRAILER.
           05 EXTT-CPF          PIC 9(11).
           05 EXTT-INTERFACE    PIC X(08).
           05 EXTT-SEQUENCIA    PIC 9(06).
           05 EXTT-QTD          PIC 9(07).
           05 EXTT-HASH         PIC 9(13)V99.
           05 FILLER            PIC X(04).
           05 EXTT-BANDEIRA     PIC 9(01).
           05 EXTT-GASTO        PIC 9(09)V99.
           05 EXTT-TIPO         PIC X(06).

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       FD  MANIFESTO-ARQUIVO.
       COPY INTFMAN.

       WORKING-STORAGE SECTION.
       COPY AUDITWS.
       COPY INTFWS.
       COPY CLIMTAB.
       77 WRK-FS-MESPARM    PIC X(02) VALUE "00".
       77 WRK-FS-TRANLOG    PIC X(02) VALUE "00".
       77 WRK-SDX           PIC 9(05) VALUE ZEROS.
       77 WRK-BAND          PIC 9(02) VALUE ZEROS.
       77 WRK-QTD-GRAVADOS  PIC 9(05) VALUE ZEROS.
       77 WRK-HASH-EXTRATO  PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DATA-GERACAO  PIC 9(08) VALUE ZEROS.
       77 WRK-QTD-BLOQUEADOS PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-SEM-CAD   PIC 9(05) VALUE ZEROS.
       77 WRK-QTD-ANONIMIZADOS PIC 9(05) VALUE ZEROS.
       77 WRK-GASTO         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-FAIXA         PIC X(06) VALUE SPACES.
       77 WRK-FDX           PIC 9(01) VALUE ZEROS.
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.
            MOVE "PROGRAMACOBOL24" TO WRK-ITF-PROGRAMA.
            MOVE "EXTRMKT" TO WRK-ITF-INTERFACE.
            PERFORM RESERVA-SEQUENCIA-INTERFACE.
            PERFORM GRAVA-HEADER-EXTRATO.
            PERFORM VARYING WRK-SDX FROM 1 BY 1
                    UNTIL WRK-SDX > WRK-QTD-SEG
                PERFORM GRAVA-CLIENTE-EXTRATO
            END-PERFORM.
            PERFORM GRAVA-TRAILER-EXTRATO.
            CLOSE EXTRATO-MARKETING.
            COMPUTE WRK-ITF-DATA-REFERENCIA = WRK-MES-ALVO * 100.
            MOVE WRK-QTD-GRAVADOS TO WRK-ITF-QTD-REGISTROS.
            MOVE WRK-HASH-EXTRATO TO WRK-ITF-HASH.
            MOVE "G" TO WRK-ITF-SITUACAO.
            PERFORM REGISTRA-MANIFESTO.

      * REGISTROS DE CONTROLE: O HEADER TEM O CPF ZERADO E O TRAILER O
      * CPF 99999999999, ENTAO CONTINUAM O PRIMEIRO E O ULTIMO NA
      * ORDEM DE CPF E NUNCA CASAM COM UM CLIENTE.
       GRAVA-HEADER-EXTRATO.
            ACCEPT WRK-DATA-GERACAO FROM DATE YYYYMMDD.
            MOVE SPACES            TO REG-EXTRATO-HEADER.
            MOVE ZEROS             TO EXTH-CPF.
            MOVE "EXTRMKT"         TO EXTH-INTERFACE.
            MOVE WRK-DATA-GERACAO  TO EXTH-DATA.
            MOVE WRK-ITF-SEQUENCIA TO EXTH-SEQUENCIA.
            MOVE WRK-MES-ALVO      TO EXTH-MES-ALVO.
            MOVE ZEROS             TO EXTH-BANDEIRA.
            MOVE ZEROS             TO EXTH-GASTO.
            MOVE "HEADER"          TO EXTH-TIPO.
            WRITE REG-EXTRATO-HEADER.
            PERFORM CONFERE-GRAVACAO-EXTRATO.

       GRAVA-TRAILER-EXTRATO.
            MOVE SPACES            TO REG-EXTRATO-TRAILER.
            MOVE 99999999999       TO EXTT-CPF.
            MOVE "EXTRMKT"         TO EXTT-INTERFACE.
            MOVE WRK-ITF-SEQUENCIA TO EXTT-SEQUENCIA.
            MOVE WRK-QTD-GRAVADOS  TO EXTT-QTD.
            MOVE WRK-HASH-EXTRATO  TO EXTT-HASH.
            MOVE ZEROS             TO EXTT-BANDEIRA.
            MOVE ZEROS             TO EXTT-GASTO.
            MOVE "TRAILR"          TO EXTT-TIPO.
            WRITE REG-EXTRATO-TRAILER.
            PERFORM CONFERE-GRAVACAO-EXTRATO.

       CONFERE-GRAVACAO-EXTRATO.
            IF WRK-FS-EXTRMKT NOT = "00"
                DISPLAY "ERRO AO GRAVAR EXTRMKT - FS: "
                        WRK-FS-EXTRMKT
                MOVE 16 TO RETURN-CODE
                GOBACK
            END-IF.

       GRAVA-CLIENTE-EXTRATO.
            PERFORM LOCALIZA-CLIENTE.
                    ADD 1 TO WRK-QTD-SEM-CAD
                WHEN WRK-SITU-CLIENTE = "B"
                    ADD 1 TO WRK-QTD-BLOQUEADOS
                WHEN WRK-SITU-CLIENTE = "X"
                    ADD 1 TO WRK-QTD-ANONIMIZADOS
                WHEN OTHER
                    PERFORM VARYING WRK-BAND FROM 1 BY 1
                            UNTIL WRK-BAND > 9
            MOVE WRK-GASTO            TO EXT-MKT-GASTO.
            MOVE WRK-FAIXA            TO EXT-MKT-FAIXA.
            WRITE REG-EXTRATO-MARKETING.
            PERFORM CONFERE-GRAVACAO-EXTRATO.
            ADD 1 TO WRK-QTD-GRAVADOS.
            ADD WRK-GASTO TO WRK-HASH-EXTRATO.
            ADD 1 TO TAB-FAIXA-QTD(WRK-FDX).
            ADD WRK-GASTO TO TAB-FAIXA-VALOR(WRK-FDX).

            DISPLAY "REGISTROS NO EXTRATO........: " WRK-QTD-ED.
            MOVE WRK-QTD-BLOQUEADOS TO WRK-QTD-ED.
            DISPLAY "CLIENTES BLOQUEADOS PULADOS.: " WRK-QTD-ED.
            MOVE WRK-QTD-ANONIMIZADOS TO WRK-QTD-ED.
            DISPLAY "ANONIMIZADOS (LGPD) PULADOS.: " WRK-QTD-ED.
            MOVE WRK-QTD-SEM-CAD TO WRK-QTD-ED.
            DISPLAY "CPFS SEM CADASTRO PULADOS...: " WRK-QTD-ED.
            DISPLAY " ".

       COPY CLIMLOAD.

       COPY INTFP.

       COPY AUDITP.
