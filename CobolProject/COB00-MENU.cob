      *            DA NOITE DIRETO DO CICLOCTL, COM RESET DE
      *            PASSO PELA SUPERVISAO EM VEZ DE EDICAO DO
      *            ARQUIVO NA MAO.
      * 2026-10-15 IVN - INCLUIDA A OPCAO DE ALERTAS COAF
      *            (COB57-ADMCOAF, TRANSACAO MENU-COAF): A
      *            COMPLIANCE MARCA COMO COMUNICADO OU DESCARTADO
      *            CADA ALERTA DO MONITORAMENTO NOTURNO.
      * 2026-10-15 IVN - INCLUIDA A OPCAO DE MANUTENCAO DA TABELA DE
      *            HISTORICOS DE MOVIMENTO (COB59-ADMHISTOR,
      *            TRANSACAO MENU-HISTOR), RESTRITA AO NIVEL 01.
      * 2026-10-15 IVN - INCLUIDA A OPCAO DE MANUTENCAO DO CALENDARIO
      *            DE FERIADOS (COB66-ADMFERIADO, TRANSACAO
      *            MENU-FERIADOS), RESTRITA AO NIVEL 01.
      * 2026-10-15 IVN - INCLUIDA A OPCAO DA TRIAGEM RESTRITIVA
      *            (COB72-ADMTRIAGEM, TRANSACAO MENU-RESTRITOS): A
      *            COMPLIANCE CONFIRMA OU DESCARTA CADA ACERTO DA
      *            TRIAGEM NOTURNA CONTRA AS LISTAS DE SANCOES/PEP.
      * 2026-10-15 IVN - INCLUIDA A OPCAO DAS PENDENCIAS DO LANCAMENTO
      *            (COB85-ADMPENDENCIA, TRANSACAO MENU-SUSPENSO): A
      *            RETAGUARDA CORRIGE, REENVIA OU BAIXA OS MOVIMENTOS
      *            REJEITADOS NO LANCAMENTO NOTURNO.
      * 2026-10-15 IVN - O LOGIN DEVOLVE O ID DA SESSAO DO OPERADOR
      *            (COB88-SESSAO). A CADA OPCAO DIGITADA A SESSAO E
      *            CONFERIDA E RENOVADA: OCIOSA ALEM DO TEMPO DO
      *            SESSPARM, DERRUBADA PELO ADMINISTRADOR OU
      *            ASSUMIDA EM OUTRO TERMINAL, O MENU EXIGE NOVO
      *            LOGIN. NA VOLTA DE CADA OPCAO A ATIVIDADE E
      *            RENOVADA E A SAIDA (0) ENCERRA A SESSAO. O
      *            CLIENTES RECEBE O ID PARA CONFERIR NO MENU DELE
      *            E O COB11-ADMUSUARIO RECEBE O ADMINISTRADOR
      *            LOGADO PARA A DERRUBADA DE SESSOES.
      *******************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       77  WRK-TRANSACAO          PIC X(20) VALUE SPACES.
       77  WRK-PERMITIDO          PIC X(01) VALUE 'N'.
           88 OPERACAO-PERMITIDA  VALUE 'S'.
       77  WRK-SESSAO             PIC X(16) VALUE SPACES.
       77  WRK-SES-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-SES-RESULTADO      PIC X(01) VALUE 'S'.
           88 SESSAO-VALIDA       VALUE 'S' 'N'.
       77  WRK-SES-MENSAGEM       PIC X(60) VALUE SPACES.
       77  WRK-SES-OPERADOR       PIC X(20) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           CALL 'COB10-USUARIO' USING WRK-NIVEL-LOGIN WRK-AUTORIZADO
                                      WRK-USUARIO-LOGADO WRK-SESSAO
           IF WRK-LOGADO
               PERFORM 1000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
               IF WRK-LOGADO
                   MOVE 'E' TO WRK-SES-FUNCAO
                   PERFORM 1050-CHAMA-SESSAO
               END-IF
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO. ENCERRANDO.'
           END-IF
           DISPLAY '3 - CADASTRO DE NOME'
           DISPLAY '4 - MEDIA DE NOTAS (CREDITO)'
           DISPLAY '8 - CONSOLE DO CICLO'
           DISPLAY '9 - ALERTAS COAF (COMPLIANCE)'
           DISPLAY 'C - TRIAGEM RESTRITIVA (COMPLIANCE)'
           DISPLAY 'D - PENDENCIAS DO LANCAMENTO'
           IF WRK-NIVEL-LOGIN = 01
               DISPLAY '5 - MANUTENCAO DE USUARIOS'
               DISPLAY '6 - MANUTENCAO DE AGENCIAS'
               DISPLAY '7 - MANUTENCAO DE AUTORIZACOES'
               DISPLAY 'A - MANUTENCAO DE HISTORICOS'
               DISPLAY 'B - MANUTENCAO DE FERIADOS'
           END-IF
           DISPLAY '0 - SAIR'
           DISPLAY 'OPCAO: '
           ACCEPT WRK-OPCAO
           IF WRK-OPCAO NOT = '0'
               MOVE 'T' TO WRK-SES-FUNCAO
               PERFORM 1050-CHAMA-SESSAO
               IF NOT SESSAO-VALIDA
                   PERFORM 1060-NOVO-LOGIN
               END-IF
           END-IF
           PERFORM 1100-MAPEIA-TRANSACAO
           IF WRK-OPCAO = '0' OR SPACE
               CONTINUE
           ELSE
               IF WRK-TRANSACAO = SPACES
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONFERE/RENOVA/ENCERRA A SESSAO DO OPERADOR
      *    (COB88-SESSAO) CONFORME WRK-SES-FUNCAO
      *-----------------------------------------------------
       1050-CHAMA-SESSAO.
           MOVE WRK-USUARIO-LOGADO TO WRK-SES-OPERADOR
           CALL 'COB88-SESSAO' USING WRK-SES-FUNCAO WRK-USUARIO-LOGADO
               WRK-SESSAO WRK-NIVEL-LOGIN WRK-SES-OPERADOR
               WRK-SES-RESULTADO WRK-SES-MENSAGEM.

      *-----------------------------------------------------
      *    SESSAO EXPIRADA, DERRUBADA OU ASSUMIDA EM OUTRO
      *    TERMINAL: A OPCAO DIGITADA E DESCARTADA E O MENU SO
      *    CONTINUA COM NOVO LOGIN
      *-----------------------------------------------------
       1060-NOVO-LOGIN.
           DISPLAY WRK-SES-MENSAGEM
           DISPLAY 'FACA NOVO LOGIN'
           MOVE 'N' TO WRK-AUTORIZADO
           CALL 'COB10-USUARIO' USING WRK-NIVEL-LOGIN WRK-AUTORIZADO
                                      WRK-USUARIO-LOGADO WRK-SESSAO
           IF WRK-LOGADO
               MOVE SPACE TO WRK-OPCAO
           ELSE
               DISPLAY 'ACESSO NAO AUTORIZADO. ENCERRANDO.'
               MOVE '0' TO WRK-OPCAO
           END-IF.

      *-----------------------------------------------------
      *    MAPEIA A OPCAO DO MENU PARA O CODIGO DE TRANSACAO
      *    DO ARQUIVO DE AUTORIZACOES
                   MOVE 'MENU-AUTORIZ' TO WRK-TRANSACAO
               WHEN '8'
                   MOVE 'MENU-CICLO' TO WRK-TRANSACAO
               WHEN '9'
                   MOVE 'MENU-COAF' TO WRK-TRANSACAO
               WHEN 'A'
                   MOVE 'MENU-HISTOR' TO WRK-TRANSACAO
               WHEN 'B'
                   MOVE 'MENU-FERIADOS' TO WRK-TRANSACAO
               WHEN 'C'
                   MOVE 'MENU-RESTRITOS' TO WRK-TRANSACAO
               WHEN 'D'
                   MOVE 'MENU-SUSPENSO' TO WRK-TRANSACAO
               WHEN OTHER
                   MOVE SPACES TO WRK-TRANSACAO
           END-EVALUATE.
               WHEN '1'
                   CALL 'CLIENTES' USING WRK-NIVEL-LOGIN
                                         WRK-USUARIO-LOGADO
                                         WRK-SESSAO
               WHEN '2'
                   CALL 'COB03-DATE'
               WHEN '3'
                   CALL 'COB07-IF-ELSE'
               WHEN '5'
                   CALL 'COB11-ADMUSUARIO' USING WRK-NIVEL-LOGIN
                                                  WRK-USUARIO-LOGADO
               WHEN '6'
                   CALL 'COB39-ADMAGENCIA' USING WRK-NIVEL-LOGIN
               WHEN '7'
                                                 WRK-USUARIO-LOGADO
               WHEN '8'
                   CALL 'COB47-CONSOLE' USING WRK-NIVEL-LOGIN
               WHEN '9'
                   CALL 'COB57-ADMCOAF' USING WRK-NIVEL-LOGIN
                                              WRK-USUARIO-LOGADO
               WHEN 'A'
                   CALL 'COB59-ADMHISTOR' USING WRK-NIVEL-LOGIN
               WHEN 'B'
                   CALL 'COB66-ADMFERIADO' USING WRK-NIVEL-LOGIN
               WHEN 'C'
                   CALL 'COB72-ADMTRIAGEM' USING WRK-NIVEL-LOGIN
                                                 WRK-USUARIO-LOGADO
               WHEN 'D'
                   CALL 'COB85-ADMPENDENCIA' USING WRK-NIVEL-LOGIN
                                                   WRK-USUARIO-LOGADO
           END-EVALUATE
           MOVE 'R' TO WRK-SES-FUNCAO
           PERFORM 1050-CHAMA-SESSAO
           IF NOT SESSAO-VALIDA
               PERFORM 1060-NOVO-LOGIN
           END-IF.
