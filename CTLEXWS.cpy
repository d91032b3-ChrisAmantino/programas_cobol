      ******************************************************************
      * Copybook: CTLEXWS
      * Purpose: CAMPOS DE WORKING-STORAGE E TABELA EM MEMORIA DO
      * ARQUIVO DE CONTROLE DE EXECUCAO (COPYBOOKS CTLEXEC/CTLEXP).
      * O CHAMADOR MOVE O NOME DO PROGRAMA PARA WRK-CTX-PROGRAMA.
      * REGISTROS COM DATA DE PROCESSAMENTO MAIS ANTIGA QUE
      * WRK-CTX-DIAS-RETENCAO DIAS SAO DESCARTADOS NA CARGA.
      ******************************************************************
       77 WRK-FS-CTLEXEC        PIC X(02) VALUE "00".
       77 WRK-CTX-FIM           PIC X(01) VALUE "N".
           88 FIM-CTX-ARQUIVO      VALUE "S".
       77 WRK-CTX-PROGRAMA      PIC X(16) VALUE SPACES.
       77 WRK-CTX-DATA          PIC 9(08) VALUE ZEROS.
       77 WRK-CTX-QTD           PIC 9(04) VALUE ZEROS.
       77 WRK-CTX-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-CTX-POS           PIC 9(04) VALUE ZEROS.
       77 WRK-CTX-DIAS-RETENCAO PIC 9(03) VALUE 120.
       77 WRK-CTX-DIA-CORTE     PIC 9(07) VALUE ZEROS.
       77 WRK-CTX-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-CTX-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       77 WRK-CTX-RC            PIC 9(04) VALUE ZEROS.
       01  TAB-CONTROLE-EXECUCAO.
           05 TAB-CTX OCCURS 1 TO 2000 TIMES
                      DEPENDING ON WRK-CTX-QTD.
               10 TAB-CTX-REGISTRO  PIC X(80).
