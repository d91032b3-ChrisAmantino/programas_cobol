      * O TRAN-ADQUIRENTE DIZ QUAL ADQUIRENTE AUTORIZOU/LIQUIDOU A
      * TRANSACAO (ROTA POR BANDEIRA NA TABELA ROTADQ; ZERO NOS
      * REGISTROS ANTERIORES A ROTA E NAS RECUSAS).
      * O TRAN-LOJA E A LOJA VENDEDORA (CODIGO DO CADASTRO LOJMAST),
      * PARA A CONCILIACAO DO CARTAO POR LOJA NO FECHAMENTO; NOS
      * REGISTROS GRAVADOS ANTES DO CAMPO ELE VEM EM BRANCO E E
      * TRATADO COMO "SEM LOJA".
      ******************************************************************
       01  REG-TRANSACAO.
           05 TRAN-DATA             PIC 9(08).
           05 TRAN-COD-AUTORIZACAO  PIC X(06).
           05 TRAN-CPF              PIC 9(11).
           05 TRAN-ADQUIRENTE       PIC 9(02).
           05 TRAN-LOJA             PIC 9(04).
