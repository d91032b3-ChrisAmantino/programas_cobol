      * POR LOJA (PROGRAMACOBOL22), QUE ALIMENTA O ATINGIMENTO NO
      * FECHAMENTO DO DIA E NO DESEMPENHO MENSAL; O OPERMAST PASSA A
      * TER 12 FLAGS DE OPCAO.
      * Update: 043 - NOVA OPCAO PARA A MESA ANTIFRAUDE
      * (PROGRAMACOBOL25) - O SUPERVISOR LISTA AS COMPRAS RETIDAS
      * PELA TRIAGEM DO PROGRAMACOBOL03 E LIBERA OU RECUSA CADA UMA;
      * O OPERMAST PASSA A TER 13 FLAGS DE OPCAO.
      * Update: 046 - NOVA OPCAO PARA A APROVACAO DE ALTERACOES
      * PENDENTES (PROGRAMACOBOL29) - DUPLO CONTROLE: AUMENTO DE
      * LIMITE, DESBLOQUEIO DE CLIENTE, METAS E EXCLUSAO DE FERIADO
      * FICAM PENDENTES ATE OUTRO OPERADOR AUTORIZADO APROVAR; O ID
      * DO SIGN-ON (VARIAVEL "OPERADOR") IDENTIFICA O SOLICITANTE E O
      * APROVADOR; O OPERMAST PASSA A TER 14 FLAGS DE OPCAO.
      * Update: 047 - NOVA OPCAO PARA O CONTROLE DE EXECUCAO DO LOTE
      * (PROGRAMACOBOL30) - SITUACAO DOS PASSOS DE LANCAMENTO POR
      * DATA E LIBERACAO AUDITADA DE REEXECUCAO DE UM PASSO JA
      * CONCLUIDO; O OPERMAST PASSA A TER 15 FLAGS DE OPCAO.
      * Update: 049 - NOVA OPCAO PARA A MANUTENCAO DO CADASTRO DE
      * LOJAS (PROGRAMACOBOL33) - INCLUSAO, NOME/REGIAO E DATAS DE
      * ABERTURA E FECHAMENTO, SUBSTITUINDO A EDICAO MANUAL DO
      * LOJMAST; O OPERMAST PASSA A TER 16 FLAGS DE OPCAO.
      * Review fix: CADA CALL E SEGUIDO DE CANCEL NA MESMA SUBROTINA,
      * PARA QUE A WORKING-STORAGE DA SUBROTINA SEJA REINICIALIZADA NA
      * PROXIMA CHAMADA (SEM ISSO, FLAGS DE FIM-DE-ARQUIVO E
                           DEPENDING ON WRK-QTD-OPERADORES.
               10 TAB-OPER-ID     PIC X(08).
               10 TAB-OPER-SENHA  PIC X(08).
               10 TAB-OPER-OPCAO  OCCURS 16 TIMES PIC X(01).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-OPERADORES.
            END-IF.

       VERIFICA-AUTORIZACAO-OPCAO.
            IF WRK-OPCAO >= 1 AND WRK-OPCAO <= 16
                IF TAB-OPER-OPCAO(WRK-POS-OPERADOR, WRK-OPCAO)
                   NOT = "S"
                    DISPLAY "OPCAO NAO AUTORIZADA PARA ESTE OPERADOR"
            DISPLAY "10. EXTRATO DO CLIENTE".
            DISPLAY "11. MANUTENCAO DO CALENDARIO DE FERIADOS".
            DISPLAY "12. MANUTENCAO DE METAS DE VENDA".
            DISPLAY "13. MESA ANTIFRAUDE (COMPRAS RETIDAS)".
            DISPLAY "14. APROVACAO DE ALTERACOES PENDENTES".
            DISPLAY "15. CONTROLE DE EXECUCAO DO LOTE NOTURNO".
            DISPLAY "16. MANUTENCAO DO CADASTRO DE LOJAS".
            DISPLAY "17. SAIR".
            DISPLAY "DIGITE A OPCAO DESEJADA:".
            ACCEPT WRK-OPCAO.

                    CALL "PROGRAMACOBOL22"
                    CANCEL "PROGRAMACOBOL22"
                WHEN 13
                    CALL "PROGRAMACOBOL25"
                    CANCEL "PROGRAMACOBOL25"
                WHEN 14
                    CALL "PROGRAMACOBOL29"
                    CANCEL "PROGRAMACOBOL29"
                WHEN 15
                    CALL "PROGRAMACOBOL30"
                    CANCEL "PROGRAMACOBOL30"
                WHEN 16
                    CALL "PROGRAMACOBOL33"
                    CANCEL "PROGRAMACOBOL33"
                WHEN 17
                    SET SAIR-MENU TO TRUE
                WHEN 0
                    CONTINUE
