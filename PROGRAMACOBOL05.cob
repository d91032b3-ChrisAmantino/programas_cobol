      * PROGRAMACOBOL03 E ZERADO NA VIRADA DO MES PELO
      * PROGRAMACOBOL17 - AQUI ELE SO E PRESERVADO NA REGRAVACAO. A
      * INCLUSAO NASCE COM LIMITE E EXPOSTO ZERADOS.
      * Update: 046 - DUPLO CONTROLE: AUMENTO DE LIMITE (INCLUSIVE
      * PARA ZERO = SEM LIMITE) E DESBLOQUEIO (SITUACAO B PARA A/I,
      * QUE DESFAZ O BLOQUEIO DAS REGRAS DE CONTESTACAO) NAO SAO MAIS
      * APLICADOS AQUI - VIRAM SOLICITACAO NO ARQUIVO DE ALTERACOES
      * PENDENTES (PENDALT, COPY PENDP) EM NOME DO OPERADOR DO
      * SIGN-ON, E SO VALEM QUANDO OUTRO OPERADOR AUTORIZADO APROVA
      * PELA APROVACAO DE ALTERACOES (PROGRAMACOBOL29). REDUCAO DE
      * LIMITE E AS DEMAIS MUDANCAS DE SITUACAO, QUE SO RESTRINGEM
      * O CREDITO, CONTINUAM IMEDIATAS.
      * Update: 052 - LGPD: NOVA OPCAO PARA REGISTRAR O PEDIDO DO
      * TITULAR DE ELIMINACAO DOS DADOS PESSOAIS - VIRA SOLICITACAO
      * TIPO D NO PENDALT (DUPLO CONTROLE NO PROGRAMACOBOL29) E E
      * EXECUTADA PELO JOB PROGLGPD (PROGRAMACOBOL36), QUE RECUSA CPF
      * COM PARCELA EM ABERTO OU DISPUTA EM ANDAMENTO. CLIENTE JA
      * ANONIMIZADO (SITUACAO X) TEM CPF PSEUDONIMO COM DIGITOS
      * INVALIDOS E NAO PASSA NA VALIDACAO DO CPF DESTA MANUTENCAO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAMACOBOL05.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CLIENTE.
           SELECT PENDENCIAS-ARQUIVO ASSIGN TO "PENDALT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT AUDITORIA-ARQUIVO ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUDITORIA.
       FD  CLIENTE-MASTER.
       COPY CLIMAST.

       FD  PENDENCIAS-ARQUIVO.
       COPY PENDALT.

       FD  AUDITORIA-ARQUIVO.
       COPY AUDITLOG.

       COPY CPFWS.
       COPY AUDITWS.
       COPY CLIMTAB.
       COPY PENDWS.
       77 WRK-OPCAO        PIC 9(01) VALUE ZEROS.
       77 WRK-SAIR         PIC X(01) VALUE "N".
           88 SAIR-MANUTENCAO VALUE "S".
       77 WRK-SITUACAO-ANTERIOR PIC X(01) VALUE SPACES.
       77 WRK-LIMITE-NOVO   PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EXPOSTO-NOVO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-ANTERIOR PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-ED     PIC $Z.ZZZ.ZZ9,99.
       77 WRK-CONFIRMA      PIC X(01) VALUE "N".
           88 CONFIRMADO       VALUE "S" "s".
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
            PERFORM CARREGA-CLIENTES.
            DISPLAY "2. ALTERAR NOME".
            DISPLAY "3. ALTERAR SITUACAO (A/I/B)".
            DISPLAY "4. ALTERAR LIMITE DE CREDITO".
            DISPLAY "5. SOLICITAR ELIMINACAO DE DADOS (LGPD)".
            DISPLAY "6. VOLTAR".
            DISPLAY "DIGITE A OPCAO DESEJADA:".
            ACCEPT WRK-OPCAO.

                WHEN 4
                    PERFORM ALTERA-LIMITE
                WHEN 5
                    PERFORM SOLICITA-ELIMINACAO
                WHEN 6
                    SET SAIR-MANUTENCAO TO TRUE
                WHEN OTHER
                    DISPLAY "OPCAO INVALIDA"
                        TO WRK-SITUACAO-ANTERIOR
                    DISPLAY "SITUACAO ATUAL: " WRK-SITUACAO-ANTERIOR
                    PERFORM ACEITA-SITUACAO
                    IF WRK-SITUACAO-ANTERIOR = "B"
                       AND WRK-SITUACAO-NOVA NOT = "B"
                        PERFORM SOLICITA-DESBLOQUEIO
                    ELSE
                        MOVE WRK-SITUACAO-NOVA
                            TO TAB-CLIENTE-STATUS(WRK-POS-CLIENTE)
                        PERFORM REGRAVA-CADASTRO
                        DISPLAY "SITUACAO ALTERADA COM SUCESSO"
                        INITIALIZE REG-AUDITORIA
                        MOVE "PROGRAMACOBOL05" TO AUD-PROGRAMA
                        STRING "SITUACAO CPF " DELIMITED BY SIZE
                               WRK-CPF-ED DELIMITED BY SIZE
                               " DE " DELIMITED BY SIZE
                               WRK-SITUACAO-ANTERIOR DELIMITED BY SIZE
                               " PARA " DELIMITED BY SIZE
                               WRK-SITUACAO-NOVA DELIMITED BY SIZE
                            INTO AUD-DETALHE
                        PERFORM GRAVA-AUDITORIA
                    END-IF
                END-IF
            END-IF.

       SOLICITA-DESBLOQUEIO.
            INITIALIZE REG-PENDENCIA.
            SET PND-TIPO-SITUACAO TO TRUE.
            MOVE "PROGRAMACOBOL05"     TO PND-PROGRAMA.
            MOVE WRK-CPF               TO PND-CPF.
            MOVE WRK-SITUACAO-ANTERIOR TO PND-SITUACAO-ANTERIOR.
            MOVE WRK-SITUACAO-NOVA     TO PND-SITUACAO-NOVA.
            MOVE TAB-CLIENTE-NOME(WRK-POS-CLIENTE) TO PND-DESCRICAO.
            PERFORM GRAVA-PENDENCIA.
            IF PND-JA-PENDENTE
                DISPLAY "JA EXISTE DESBLOQUEIO PENDENTE PARA O CPF "
                        WRK-CPF-ED " - SOLICITACAO " PND-NUMERO
            ELSE
                DISPLAY "DESBLOQUEIO SUJEITO A APROVACAO - "
                        "SOLICITACAO " PND-NUMERO " GRAVADA"
                DISPLAY "A SITUACAO SO MUDA APOS A APROVACAO DE "
                        "OUTRO OPERADOR"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL05" TO AUD-PROGRAMA
                STRING "SOLIC " DELIMITED BY SIZE
                       PND-NUMERO DELIMITED BY SIZE
                       " SITUACAO CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " DE " DELIMITED BY SIZE
                       WRK-SITUACAO-ANTERIOR DELIMITED BY SIZE
                       " PARA " DELIMITED BY SIZE
                       WRK-SITUACAO-NOVA DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       ALTERA-LIMITE.
            PERFORM ACEITA-E-VALIDA-CPF.
            IF CPF-INVALIDO
                    DISPLAY "CPF " WRK-CPF-ED " NAO CADASTRADO"
                ELSE
                    MOVE TAB-CLIENTE-LIMITE(WRK-POS-CLIENTE)
                        TO WRK-LIMITE-ANTERIOR
                    MOVE WRK-LIMITE-ANTERIOR TO WRK-LIMITE-ED
                    DISPLAY "LIMITE ATUAL: " WRK-LIMITE-ED
                            " (ZERO = SEM LIMITE)"
                    DISPLAY "DIGITE O NOVO LIMITE:"
                    ACCEPT WRK-LIMITE-NOVO
                    IF WRK-LIMITE-ANTERIOR > ZEROS
                       AND (WRK-LIMITE-NOVO = ZEROS
                            OR WRK-LIMITE-NOVO > WRK-LIMITE-ANTERIOR)
                        PERFORM SOLICITA-AUMENTO-LIMITE
                    ELSE
                        MOVE WRK-LIMITE-NOVO
                            TO TAB-CLIENTE-LIMITE(WRK-POS-CLIENTE)
                        PERFORM REGRAVA-CADASTRO
                        MOVE WRK-LIMITE-NOVO TO WRK-LIMITE-ED
                        DISPLAY "LIMITE ALTERADO PARA " WRK-LIMITE-ED
                        INITIALIZE REG-AUDITORIA
                        MOVE "PROGRAMACOBOL05" TO AUD-PROGRAMA
                        STRING "LIMITE CPF " DELIMITED BY SIZE
                               WRK-CPF-ED DELIMITED BY SIZE
                               " PARA " DELIMITED BY SIZE
                               WRK-LIMITE-ED DELIMITED BY SIZE
                            INTO AUD-DETALHE
                        PERFORM GRAVA-AUDITORIA
                    END-IF
                END-IF
            END-IF.

       SOLICITA-AUMENTO-LIMITE.
            INITIALIZE REG-PENDENCIA.
            SET PND-TIPO-LIMITE TO TRUE.
            MOVE "PROGRAMACOBOL05"   TO PND-PROGRAMA.
            MOVE WRK-CPF             TO PND-CPF.
            MOVE WRK-LIMITE-ANTERIOR TO PND-VALOR-ANTERIOR.
            MOVE WRK-LIMITE-NOVO     TO PND-VALOR-NOVO.
            MOVE TAB-CLIENTE-NOME(WRK-POS-CLIENTE) TO PND-DESCRICAO.
            PERFORM GRAVA-PENDENCIA.
            IF PND-JA-PENDENTE
                DISPLAY "JA EXISTE ALTERACAO DE LIMITE PENDENTE PARA "
                        "O CPF " WRK-CPF-ED " - SOLICITACAO "
                        PND-NUMERO
            ELSE
                MOVE WRK-LIMITE-NOVO TO WRK-LIMITE-ED
                DISPLAY "AUMENTO DE LIMITE SUJEITO A APROVACAO - "
                        "SOLICITACAO " PND-NUMERO " GRAVADA"
                DISPLAY "O LIMITE SO MUDA APOS A APROVACAO DE OUTRO "
                        "OPERADOR"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL05" TO AUD-PROGRAMA
                STRING "SOLIC " DELIMITED BY SIZE
                       PND-NUMERO DELIMITED BY SIZE
                       " LIMITE CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                       " PARA " DELIMITED BY SIZE
                       WRK-LIMITE-ED DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

      * PEDIDO DO TITULAR DE ELIMINACAO DOS DADOS (LGPD) - NADA E
      * ALTERADO AQUI: GRAVA A SOLICITACAO TIPO D PARA APROVACAO DE
      * OUTRO OPERADOR; A ANONIMIZACAO E FEITA PELO JOB PROGLGPD.
       SOLICITA-ELIMINACAO.
            PERFORM ACEITA-E-VALIDA-CPF.
            IF CPF-INVALIDO
                DISPLAY "CPF: " WRK-CPF-ED " - CPF INVALIDO"
            ELSE
                PERFORM LOCALIZA-CLIENTE
                IF NOT CLIENTE-ACHADO
                    DISPLAY "CPF " WRK-CPF-ED " NAO CADASTRADO"
                ELSE
                    DISPLAY "CLIENTE: "
                            TAB-CLIENTE-NOME(WRK-POS-CLIENTE)
                    DISPLAY "O CPF E O NOME SERAO SUBSTITUIDOS POR "
                            "PSEUDONIMO EM TODOS OS ARQUIVOS - "
                            "IRREVERSIVEL"
                    DISPLAY "CONFIRMA O PEDIDO DO TITULAR? (S/N):"
                    MOVE "N" TO WRK-CONFIRMA
                    ACCEPT WRK-CONFIRMA
                    IF NOT CONFIRMADO
                        DISPLAY "SOLICITACAO CANCELADA"
                    ELSE
                        PERFORM GRAVA-SOLICITACAO-ELIMINACAO
                    END-IF
                END-IF
            END-IF.

       GRAVA-SOLICITACAO-ELIMINACAO.
            INITIALIZE REG-PENDENCIA.
            SET PND-TIPO-LGPD TO TRUE.
            MOVE "PROGRAMACOBOL05" TO PND-PROGRAMA.
            MOVE WRK-CPF           TO PND-CPF.
            MOVE TAB-CLIENTE-STATUS(WRK-POS-CLIENTE)
                TO PND-SITUACAO-ANTERIOR.
            MOVE "X"               TO PND-SITUACAO-NOVA.
            MOVE "PEDIDO DO TITULAR - LGPD" TO PND-DESCRICAO.
            PERFORM GRAVA-PENDENCIA.
            IF PND-JA-PENDENTE
                DISPLAY "JA EXISTE ELIMINACAO PENDENTE PARA O CPF "
                        WRK-CPF-ED " - SOLICITACAO " PND-NUMERO
            ELSE
                DISPLAY "ELIMINACAO SUJEITA A APROVACAO - "
                        "SOLICITACAO " PND-NUMERO " GRAVADA"
                DISPLAY "APOS A APROVACAO DE OUTRO OPERADOR, O JOB "
                        "PROGLGPD EXECUTA A ELIMINACAO"
                INITIALIZE REG-AUDITORIA
                MOVE "PROGRAMACOBOL05" TO AUD-PROGRAMA
                STRING "SOLIC " DELIMITED BY SIZE
                       PND-NUMERO DELIMITED BY SIZE
                       " ELIMINACAO LGPD CPF " DELIMITED BY SIZE
                       WRK-CPF-ED DELIMITED BY SIZE
                    INTO AUD-DETALHE
                PERFORM GRAVA-AUDITORIA
            END-IF.

       ACEITA-E-VALIDA-CPF.
            DISPLAY "DIGITE O CPF DO CLIENTE (APENAS NUMEROS):".
            ACCEPT WRK-CPF.

       COPY CPFVALP.

       COPY PENDP.

       COPY AUDITP.
