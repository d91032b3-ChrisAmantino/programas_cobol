      ******************************************************************
      * Copybook: INTFMAN
      * Purpose: LAYOUT DO REGISTRO DO MANIFESTO DE INTERFACES DE
      * SAIDA (INTFMAN) - UM REGISTRO POR ARQUIVO ENVIADO A OUTRO
      * SISTEMA, COM O NUMERO SEQUENCIAL DO ARQUIVO NA INTERFACE E A
      * CONTAGEM E O TOTAL DE CONTROLE (HASH) GRAVADOS NO TRAILER DO
      * PROPRIO ARQUIVO. INTERFACES:
      *   CONTJRN - LOTE CONTABIL DO FECHAMENTO (PROGRAMACOBOL04)
      *   RELFECH - RELATORIO DE FECHAMENTO DO DIA (PROGRAMACOBOL04)
      *   EXTRMKT - EXTRATO MENSAL DE MARKETING (PROGRAMACOBOL24)
      * GRAVADO PELOS PARAGRAFOS DO COPYBOOK INTFP NO PROGRAMA QUE
      * GERA O ARQUIVO E ATUALIZADO COM A CONFIRMACAO DE CARGA DO
      * DESTINO (ARQUIVO DE RETORNO, COPY INTFACK) PELO RELATORIO DA
      * MANHA (PROGRAMACOBOL38). DATA DE REFERENCIA: DATA DO
      * MOVIMENTO (AAAAMMDD); NO EXTRATO MENSAL, MES ALVO (AAAAMM00).
      * SITUACAO:
      *   G = GERADO, AGUARDANDO O RETORNO DO DESTINO
      *   N = GERADO MAS NAO LIBERADO (LOTE CONTABIL DESBALANCEADO)
      *   A = ACEITO PELO DESTINO, CONTAGEM E HASH CONFERIDOS
      *   R = REJEITADO PELO DESTINO (MOTIVO NO REGISTRO)
      *   D = CARREGADO COM DIVERGENCIA (CONTAGEM/HASH DIFERENTE,
      *       CARGA EM DUPLICIDADE OU ARQUIVO NAO LIBERADO)
      *   S = SUBSTITUIDO POR UM ARQUIVO NOVO DA MESMA INTERFACE E
      *       DATA DE REFERENCIA (REEXECUCAO DO PROGRAMA GERADOR)
      ******************************************************************
       01  REG-MANIFESTO.
           05 MAN-INTERFACE        PIC X(08).
           05 MAN-SEQUENCIA        PIC 9(06).
           05 MAN-DATA-REFERENCIA  PIC 9(08).
           05 MAN-PROGRAMA         PIC X(16).
           05 MAN-DATA-GERACAO     PIC 9(08).
           05 MAN-HORA-GERACAO     PIC 9(06).
           05 MAN-QTD-REGISTROS    PIC 9(07).
           05 MAN-HASH             PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 MAN-SITUACAO         PIC X(01).
               88 MAN-GERADO          VALUE "G".
               88 MAN-NAO-LIBERADO    VALUE "N".
               88 MAN-ACEITO          VALUE "A".
               88 MAN-REJEITADO       VALUE "R".
               88 MAN-DIVERGENTE      VALUE "D".
               88 MAN-SUBSTITUIDO     VALUE "S".
           05 MAN-DATA-RETORNO     PIC 9(08).
           05 MAN-HORA-RETORNO     PIC 9(06).
           05 MAN-QTD-RETORNO      PIC 9(07).
           05 MAN-HASH-RETORNO     PIC S9(13)V99
                                   SIGN IS LEADING SEPARATE.
           05 MAN-QTD-CARGAS       PIC 9(02).
           05 MAN-MOTIVO           PIC X(30).
