      ******************************************************************
      * Copybook: FRAUDWS
      * Purpose: CAMPOS DE WORKING-STORAGE E TABELA EM MEMORIA DO
      * ARQUIVO DE COMPRAS RETIDAS PELA TRIAGEM ANTIFRAUDE (COPYBOOKS
      * FRAUDHLD/FRAUDP). ITENS ENCERRADOS (C = LIBERADA E LIQUIDADA,
      * E = RECUSADA E ESTORNADA) COM DECISAO HA MAIS DE
      * WRK-HLD-DIAS-RETENCAO DIAS SAO DESCARTADOS NA CARGA.
      ******************************************************************
       77 WRK-FS-FRAUDHLD       PIC X(02) VALUE "00".
       77 WRK-HLD-FIM           PIC X(01) VALUE "N".
           88 FIM-HLD-ARQUIVO      VALUE "S".
       77 WRK-HLD-QTD           PIC 9(04) VALUE ZEROS.
       77 WRK-HLD-IDX           PIC 9(04) VALUE ZEROS.
       77 WRK-HLD-POS           PIC 9(04) VALUE ZEROS.
       77 WRK-HLD-DESCARTADOS   PIC 9(04) VALUE ZEROS.
       77 WRK-HLD-DIAS-RETENCAO PIC 9(03) VALUE 180.
       77 WRK-HLD-DIA-CORTE     PIC 9(07) VALUE ZEROS.
       77 WRK-HLD-DATA-HOJE     PIC 9(08) VALUE ZEROS.
       01  TAB-COMPRAS-RETIDAS.
           05 TAB-HLD OCCURS 1 TO 5000 TIMES
                      DEPENDING ON WRK-HLD-QTD.
               10 TAB-HLD-REGISTRO  PIC X(81).
