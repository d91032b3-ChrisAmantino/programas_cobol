      * Copybook: OPERMAST
      * Purpose: LAYOUT DO REGISTRO DO CADASTRO DE OPERADORES - UM
      * REGISTRO POR OPERADOR, COM ID, SENHA E UM FLAG S/N POR OPCAO
      * DO MENU DE OPERACOES (PROGRAMACOBOL00, OPCOES 1 A 16; SAIR E
      * SEMPRE PERMITIDO). USADO PELA TELA DE SIGN-ON DO MENU PARA
      * AUTENTICAR O OPERADOR E RECUSAR OPCOES NAO AUTORIZADAS, E O
      * ID AUTENTICADO FLUI PARA O AUD-OPERADOR DO LOG DE AUDITORIA.
           05 OPER-ID              PIC X(08).
           05 OPER-SENHA           PIC X(08).
           05 OPER-OPCOES.
               10 OPER-OPCAO-PERMITIDA OCCURS 16 TIMES
                                   PIC X(01).
