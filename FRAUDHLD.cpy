      ******************************************************************
      * Copybook: FRAUDHLD
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE COMPRAS RETIDAS PELA
      * TRIAGEM ANTIFRAUDE (FRAUDHLD). O PROGRAMACOBOL03 GRAVA AQUI A
      * COMPRA SUSPEITA, JA AUTORIZADA PELA ADQUIRENTE, COM O MOTIVO
      * DA RETENCAO, EM VEZ DE LANCA-LA NO CARTAO (NADA VAI PARA
      * TRANLOG/PARCREC/PONTMAST). A ADQUIRENTE LIQUIDA A AUTORIZACAO
      * DO MESMO JEITO: A CONCILIACAO (PROGRAMACOBOL06) CASA A
      * LIQUIDACAO COM A RETENCAO. A MESA ANTIFRAUDE (PROGRAMACOBOL25)
      * LIBERA OU RECUSA CADA ITEM; O ITEM PERMANECE NO ARQUIVO COMO
      * TRILHA:
      *   P = PENDENTE DE ANALISE
      *   L = LIBERADA (REENVIADA PELO COMPRSUB PARA O PROXIMO LOTE)
      *   R = RECUSADA PELO SUPERVISOR
      *   C = LIBERADA E LIQUIDADA PELO LOTE (A LIBERACAO SO VALE UMA
      *       VEZ)
      *   E = RECUSADA E ESTORNADA PELO LOTE (REGISTRO "X" NO
      *       TRANLOG/TRANDIA PARA O CANCELAMENTO NA ADQUIRENTE)
      * FRD-SUPERVISOR E FRD-DATA-DECISAO REGISTRAM QUEM DECIDIU E
      * QUANDO. OS ITENS C E E SAO DESCARTADOS DEPOIS DA RETENCAO
      * (COPYBOOKS FRAUDWS/FRAUDP).
      ******************************************************************
       01  REG-COMPRA-RETIDA.
           05 FRD-DATA             PIC 9(08).
           05 FRD-HORA             PIC 9(06).
           05 FRD-CPF              PIC 9(11).
           05 FRD-VALOR            PIC 9(04)V99.
           05 FRD-BANDEIRA         PIC 9(01).
           05 FRD-QTD-PARCELAS     PIC 9(02).
           05 FRD-LOJA             PIC 9(04).
           05 FRD-COD-AUTORIZACAO  PIC X(06).
           05 FRD-MOTIVO           PIC X(20).
           05 FRD-STATUS           PIC X(01).
               88 FRD-PENDENTE        VALUE "P".
               88 FRD-LIBERADA        VALUE "L".
               88 FRD-RECUSADA        VALUE "R".
               88 FRD-LIQUIDADA       VALUE "C".
               88 FRD-ESTORNADA       VALUE "E".
           05 FRD-SUPERVISOR       PIC X(08).
           05 FRD-DATA-DECISAO     PIC 9(08).
