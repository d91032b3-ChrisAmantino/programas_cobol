      ******************************************************************
      * Copybook: PENDALT
      * Purpose: LAYOUT DO REGISTRO DO ARQUIVO DE ALTERACOES PENDENTES
      * DE APROVACAO (PENDALT) - DUPLO CONTROLE NAS ALTERACOES
      * SENSIVEIS DE CADASTRO: O OPERADOR QUE PEDE A ALTERACAO
      * (SOLICITANTE) NAO PODE SER O MESMO QUE A APROVA (APROVADOR).
      * A MANUTENCAO DE ORIGEM GRAVA A SOLICITACAO (COPY PENDP) EM
      * VEZ DE ALTERAR O CADASTRO, E A APROVACAO DE ALTERACOES
      * (PROGRAMACOBOL29) APLICA A ALTERACAO SO QUANDO OUTRO OPERADOR
      * AUTORIZADO APROVA. TIPOS DE SOLICITACAO:
      *   L = AUMENTO DE LIMITE DE CREDITO (PROGRAMACOBOL05)
      *   S = DESBLOQUEIO DE CLIENTE - SITUACAO B PARA A/I
      *       (PROGRAMACOBOL05)
      *   M = INCLUSAO/AJUSTE DE META DE VENDA (PROGRAMACOBOL22)
      *   X = EXCLUSAO DE META DE VENDA (PROGRAMACOBOL22)
      *   F = EXCLUSAO DE FERIADO DO CALENDARIO (PROGRAMACOBOL20)
      *   D = ELIMINACAO DOS DADOS PESSOAIS DO CLIENTE A PEDIDO DO
      *       TITULAR - LGPD (PROGRAMACOBOL05). A APROVACAO SO
      *       LIBERA; QUEM EXECUTA E O JOB PROGLGPD (PROGRAMACOBOL36)
      * A CHAVE (PND-CHAVE) USA SO OS CAMPOS DO TIPO, OS DEMAIS
      * FICAM ZERADOS. O REGISTRO NUNCA E APAGADO - APROVADAS,
      * REJEITADAS E EXPIRADAS FICAM NO ARQUIVO COMO TRILHA:
      *   P = PENDENTE DE APROVACAO
      *   A = APROVADA E APLICADA
      *   R = REJEITADA PELO APROVADOR
      *   E = EXPIRADA (PENDENTE POR MAIS DO QUE O PRAZO DE VALIDADE)
      *   C = CONCLUIDA PELO JOB PROGLGPD (SO TIPO D)
      *   N = NEGADA NA EXECUCAO PELO JOB PROGLGPD (SO TIPO D - CPF
      *       COM PARCELA EM ABERTO OU DISPUTA EM ANDAMENTO)
      ******************************************************************
       01  REG-PENDENCIA.
           05 PND-NUMERO           PIC 9(06).
           05 PND-TIPO             PIC X(01).
               88 PND-TIPO-LIMITE     VALUE "L".
               88 PND-TIPO-SITUACAO   VALUE "S".
               88 PND-TIPO-META       VALUE "M".
               88 PND-TIPO-EXCLUI-META VALUE "X".
               88 PND-TIPO-FERIADO    VALUE "F".
               88 PND-TIPO-LGPD       VALUE "D".
           05 PND-PROGRAMA         PIC X(16).
           05 PND-CHAVE.
               10 PND-CPF          PIC 9(11).
               10 PND-LOJA         PIC 9(04).
               10 PND-MES          PIC 9(06).
               10 PND-DATA-FERIADO PIC 9(08).
           05 PND-VALOR-ANTERIOR   PIC 9(11)V99.
           05 PND-VALOR-NOVO       PIC 9(11)V99.
           05 PND-SITUACAO-ANTERIOR PIC X(01).
           05 PND-SITUACAO-NOVA    PIC X(01).
           05 PND-DESCRICAO        PIC X(30).
           05 PND-SOLICITANTE      PIC X(08).
           05 PND-DATA-SOLICITACAO PIC 9(08).
           05 PND-HORA-SOLICITACAO PIC 9(06).
           05 PND-STATUS           PIC X(01).
               88 PND-PENDENTE        VALUE "P".
               88 PND-APROVADA        VALUE "A".
               88 PND-REJEITADA       VALUE "R".
               88 PND-EXPIRADA        VALUE "E".
               88 PND-CONCLUIDA       VALUE "C".
               88 PND-NEGADA          VALUE "N".
           05 PND-APROVADOR        PIC X(08).
           05 PND-DATA-DECISAO     PIC 9(08).
