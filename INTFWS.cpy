      ******************************************************************
      * Copybook: INTFWS
      * Purpose: CAMPOS DE WORKING-STORAGE E TABELA EM MEMORIA DO
      * MANIFESTO DE INTERFACES DE SAIDA (COPYBOOKS INTFMAN/INTFP).
      * O CHAMADOR MOVE O NOME DO PROGRAMA PARA WRK-ITF-PROGRAMA.
      * REGISTROS ENCERRADOS (ACEITOS OU SUBSTITUIDOS) GERADOS HA
      * MAIS DE WRK-ITF-DIAS-RETENCAO DIAS SAO DESCARTADOS NA CARGA.
      ******************************************************************
       77 WRK-FS-INTFMAN        PIC X(02) VALUE "00".
       77 WRK-ITF-FIM           PIC X(01) VALUE "N".
           88 FIM-ITF-ARQUIVO      VALUE "S".
       77 WRK-ITF-PROGRAMA      PIC X(16) VALUE SPACES.
       77 WRK-ITF-INTERFACE     PIC X(08) VALUE SPACES.
       77 WRK-ITF-SEQUENCIA     PIC 9(06) VALUE ZEROS.
       77 WRK-ITF-DATA-REFERENCIA PIC 9(08) VALUE ZEROS.
       77 WRK-ITF-QTD-REGISTROS PIC 9(07) VALUE ZEROS.
       77 WRK-ITF-HASH          PIC S9(13)V99 VALUE ZEROS.
       77 WRK-ITF-SITUACAO      PIC X(01) VALUE "G".
       77 WRK-ITF-QTD           PIC 9(04) VALUE ZEROS.
       77 WRK-ITF-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-ITF-POS           PIC 9(04) VALUE ZEROS.
       77 WRK-ITF-DIAS-RETENCAO PIC 9(03) VALUE 400.
       77 WRK-ITF-DIA-CORTE     PIC 9(07) VALUE ZEROS.
       77 WRK-ITF-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       77 WRK-ITF-HORA-COMPLETA PIC 9(08) VALUE ZEROS.
       01  TAB-MANIFESTO.
           05 TAB-ITF OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WRK-ITF-QTD.
               10 TAB-ITF-REGISTRO  PIC X(145).
