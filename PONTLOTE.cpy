      ******************************************************************
      * Copybook: PONTLOTE
      * Purpose: TABELA EM MEMORIA DOS LOTES DE PONTOS POR MES DE
      * ACUMULO - UM LOTE POR MES/CPF COM OS PONTOS ACUMULADOS NO
      * MES E OS JA CONSUMIDOS (RESGATE OU EXPIRACAO), MONTADA A
      * PARTIR DO LOG PONTMOV PELO COPYBOOK PONTLOTP. CHAVE
      * ASCENDENTE MES + CPF (O LOG E CRONOLOGICO, ENTAO OS LOTES
      * NOVOS ENTRAM NO FIM DA TABELA) PARA BUSCA BINARIA. OS PONTOS
      * VALEM 24 MESES: O LOTE ACUMULADO NO MES AAAAMM EXPIRA NO
      * FECHAMENTO DO MES (AAAA+2)MM. COMPARTILHADA PELOS PROGRAMAS
      * QUE CONSOMEM OU CONSULTAM A VALIDADE DOS PONTOS
      * (PROGRAMACOBOL03/15/18/26).
      ******************************************************************
       01  TAB-LOTES-PONTOS.
           05 TAB-LOTE OCCURS 1 TO 100000 TIMES
                       DEPENDING ON WRK-QTD-LOTES
                       ASCENDING KEY IS TAB-LOTE-CHAVE
                       INDEXED BY LOTE-IDX.
               10 TAB-LOTE-CHAVE.
                   15 TAB-LOTE-MES       PIC 9(06).
                   15 TAB-LOTE-CPF       PIC 9(11).
               10 TAB-LOTE-ACUMULADO     PIC 9(09).
               10 TAB-LOTE-CONSUMIDO     PIC 9(09).
       01  WRK-LOTE-CHAVE.
           05 WRK-LOTE-MES          PIC 9(06).
           05 WRK-LOTE-CPF          PIC 9(11).
       01  WRK-LOTE-MES-AUX.
           05 WRK-LOTE-ANO-AUX      PIC 9(04).
           05 WRK-LOTE-MM-AUX       PIC 9(02).
       77 WRK-QTD-LOTES         PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-CPF-FILTRO   PIC 9(11) VALUE ZEROS.
       77 WRK-LOTE-POS          PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-I            PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-SALDO        PIC 9(09) VALUE ZEROS.
       77 WRK-LOTE-A-CONSUMIR   PIC 9(09) VALUE ZEROS.
       77 WRK-LOTE-TOTAL        PIC 9(09) VALUE ZEROS.
       77 WRK-LOTE-MES-DE       PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-MES-ATE      PIC 9(06) VALUE ZEROS.
       77 WRK-LOTE-QTD-MESES    PIC S9(03) VALUE ZEROS.
       77 WRK-LOTE-TOT-MESES    PIC 9(07) VALUE ZEROS.
       77 WRK-LOTE-PASSAGEM     PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-LOTES         PIC X(01) VALUE "N".
           88 FIM-LOTES            VALUE "S".
       77 WRK-LOTE-POSICIONADO  PIC X(01) VALUE "N".
           88 LOTE-POSICIONADO     VALUE "S".
