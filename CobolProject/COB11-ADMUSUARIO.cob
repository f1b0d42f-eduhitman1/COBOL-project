      *            O LOGIN JA COMPARA. O ESTOQUE LEGADO E
      *            CONVERTIDO UMA UNICA VEZ PELO JOB CLISENHA
      *            (COB42-CONV-SENHA).
      * 2026-10-15 IVN - INCLUIDA A CONSULTA DAS SESSOES ATIVAS
      *            (OPCAO 7, ARQUIVO SESSOES, COPY SESSAO): LOGIN,
      *            TERMINAL, INICIO, ULTIMA ATIVIDADE E MINUTOS
      *            OCIOSOS, COM A DERRUBADA DE UMA SESSAO PELO
      *            ADMINISTRADOR (COB88-SESSAO, EVENTO KILLED NO
      *            LOGIN.LOG). O PROGRAMA PASSA A RECEBER O LOGIN
      *            DO ADMINISTRADOR, QUE FICA NA SESSAO DERRUBADA.
      * 2026-10-15 IVN - INCLUIDA A OPCAO 8, SUPERVISOR DO OPERADOR
      *            (ARQUIVO EQUIPES, COPY EQUIPE), QUE AGRUPA OS
      *            OPERADORES NA RECERTIFICACAO TRIMESTRAL DE
      *            ACESSOS (COB89-RECERTIFICA). O SUPERVISOR TEM DE
      *            ESTAR ATIVO E SER NIVEL 03 OU 01.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS USR-LOGIN
               FILE STATUS IS WRK-FS-USUARIO.

           SELECT ARQ-SESSOES ASSIGN TO "SESSOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USUARIO
               FILE STATUS IS WRK-FS-SESSOES.

           SELECT ARQ-EQUIPES ASSIGN TO "EQUIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQP-LOGIN
               FILE STATUS IS WRK-FS-EQUIPES.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
           COPY USUARIO.

       FD  ARQ-SESSOES.
           COPY SESSAO.

       FD  ARQ-EQUIPES.
           COPY EQUIPE.

       WORKING-STORAGE SECTION.
       77  WRK-FS-USUARIO         PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-NIVEL-NOVO         PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-SENHA-CODIFICADA   PIC X(20) VALUE SPACES.
       77  WRK-FS-SESSOES         PIC X(02) VALUE '00'.
       77  WRK-SES-FUNCAO         PIC X(01) VALUE SPACE.
       77  WRK-SES-RESULTADO      PIC X(01) VALUE SPACE.
       77  WRK-SES-MENSAGEM       PIC X(60) VALUE SPACES.
       77  WRK-SES-ID             PIC X(16) VALUE SPACES.
       77  WRK-SES-NIVEL          PIC 9(02) VALUE ZEROS.
       77  WRK-MIN-AGORA          PIC 9(09) VALUE ZEROS.
       77  WRK-MIN-ULTIMA         PIC 9(09) VALUE ZEROS.
       77  WRK-MIN-OCIOSO         PIC 9(09) VALUE ZEROS.
       77  WRK-FS-EQUIPES         PIC X(02) VALUE '00'.
       77  WRK-SUPERVISOR-ATUAL   PIC X(20) VALUE SPACES.
       77  WRK-SUPERVISOR-NOVO    PIC X(20) VALUE SPACES.
       77  WRK-SUPERVISOR-VALIDO  PIC X(01) VALUE 'N'.
           88 SUPERVISOR-VALIDO   VALUE 'S'.

       01  WRK-PAGINA-STACK.
           05 WRK-PAGINA-TOPOS    PIC X(20) OCCURS 50 TIMES.
              10 WRK-LIN-NIVEL    PIC 9(02).
              10 WRK-LIN-STATUS   PIC X(01).

       01  WRK-SES-LINHA-TAB.
           05 WRK-SES-LINHA       PIC X(60) OCCURS 10 TIMES.
       01  WRK-SES-ULT-LOGIN      PIC X(20) VALUE SPACES.

       01  WRK-SES-DETALHE.
           05 DET-SES-LOGIN       PIC X(20).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DET-SES-TERMINAL    PIC X(08).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 DET-SES-INI-DIA     PIC 9(02).
           05 FILLER              PIC X(01) VALUE '/'.
           05 DET-SES-INI-MES     PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 DET-SES-INI-HORA    PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 DET-SES-INI-MIN     PIC 9(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DET-SES-ULT-HORA    PIC 9(02).
           05 FILLER              PIC X(01) VALUE ':'.
           05 DET-SES-ULT-MIN     PIC 9(02).
           05 FILLER              PIC X(03) VALUE SPACES.
           05 DET-SES-OCIOSO      PIC ZZZZ9.

       01  WRK-DATA-AUX.
           05 WRK-AUX-ANO         PIC 9(04).
           05 WRK-AUX-MES         PIC 9(02).
           05 WRK-AUX-DIA         PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX
                                  PIC 9(08).

       01  WRK-HORA-AUX.
           05 WRK-AUX-HORA        PIC 9(02).
           05 WRK-AUX-MINUTO      PIC 9(02).
           05 WRK-AUX-SEGUNDO     PIC 9(02).
           05 WRK-AUX-CENTESIMOS  PIC 9(02).
       01  WRK-HORA-AUX-N REDEFINES WRK-HORA-AUX
                                  PIC 9(08).

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.
       01  LK-OPERADOR-LOGADO     PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-USR.
           05 LINE 06 COLUMN 01 VALUE '4 - LISTAR USUARIOS'.
           05 LINE 07 COLUMN 01 VALUE '5 - REDEFINIR SENHA'.
           05 LINE 08 COLUMN 01 VALUE '6 - DESBLOQUEAR USUARIO'.
           05 LINE 09 COLUMN 01 VALUE '7 - SESSOES ATIVAS'.
           05 LINE 10 COLUMN 01 VALUE '8 - SUPERVISOR DO OPERADOR'.
           05 LINE 11 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 12 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 12 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-USR.
           05 LINE 14 COLUMN 01 VALUE 'LOGIN DO USUARIO....: '.
           05 LINE 14 COLUMN 23 PIC X(20) TO WRK-CHAVE-LOGIN.

       01 TELA-INCLUIR-USR.
           05 BLANK SCREEN.
           05 LINE 04 COLUMN 01 VALUE 'NOVA SENHA..........: '.
           05 LINE 04 COLUMN 23 PIC X(20) USING USR-SENHA.

       01 TELA-EQUIPE-USR.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'SUPERVISOR DO OPERADOR'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE 'LOGIN...............: '.
           05 LINE 03 COLUMN 23 PIC X(20) FROM USR-LOGIN.
           05 LINE 04 COLUMN 01 VALUE 'NIVEL...............: '.
           05 LINE 04 COLUMN 23 PIC 9(02) FROM USR-NIVEL.
           05 LINE 05 COLUMN 01 VALUE 'SUPERVISOR ATUAL....: '.
           05 LINE 05 COLUMN 23 PIC X(20) FROM WRK-SUPERVISOR-ATUAL.
           05 LINE 06 COLUMN 01 VALUE 'NOVO SUPERVISOR.....: '.
           05 LINE 06 COLUMN 23 PIC X(20) TO WRK-SUPERVISOR-NOVO.
           05 LINE 08 COLUMN 01
              VALUE '(EM BRANCO = OPERADOR SEM SUPERVISOR)'.

       01 TELA-LISTAGEM-USR.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'LISTAGEM DE USUARIOS'
           05 LINE 16 COLUMN 01  PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-SESSOES.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'SESSOES ATIVAS'
              FOREGROUND-COLOR 4.
           05 LINE 02 COLUMN 01 VALUE 'LOGIN                 TERMINAL'.
           05 LINE 02 COLUMN 33 VALUE 'INICIO        ULT.    OCIOSO'.
           05 LINE 03 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(1).
           05 LINE 04 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(2).
           05 LINE 05 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(3).
           05 LINE 06 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(4).
           05 LINE 07 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(5).
           05 LINE 08 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(6).
           05 LINE 09 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(7).
           05 LINE 10 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(8).
           05 LINE 11 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(9).
           05 LINE 12 COLUMN 01 PIC X(60) FROM WRK-SES-LINHA(10).
           05 LINE 14 COLUMN 01
              VALUE 'A=AVANCAR V=VOLTAR D=DERRUBAR F=FIM  OPCAO: '.
           05 LINE 14 COLUMN 46  PIC X(01) TO WRK-TECLA.
           05 LINE 16 COLUMN 01  PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-DERRUBA-SESSAO.
           05 LINE 18 COLUMN 01 VALUE 'LOGIN DA SESSAO.....: '.
           05 LINE 18 COLUMN 23 PIC X(20) TO WRK-CHAVE-LOGIN.
           05 LINE 19 COLUMN 01 VALUE 'CONFIRMA DERRUBADA (S/N)...: '.
           05 LINE 19 COLUMN 30 PIC X(01) TO WRK-CONFIRMA.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR-LOGADO.

       0000-MAINLINE.
           IF NOT OPER-ADM
                   PERFORM 2500-REDEFINIR-SENHA
               WHEN '6'
                   PERFORM 2600-DESBLOQUEAR-USUARIO
               WHEN '7'
                   PERFORM 2700-SESSOES-ATIVAS
               WHEN '8'
                   PERFORM 2800-SUPERVISOR-OPERADOR
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    EXIBE AS SESSOES ATIVAS COM ROLAGEM E DERRUBADA
      *-----------------------------------------------------
       2700-SESSOES-ATIVAS.
           MOVE 1 TO WRK-TOPO-IDX
           MOVE LOW-VALUES TO WRK-PAGINA-TOPOS(WRK-TOPO-IDX)
           MOVE SPACE TO WRK-TECLA
           PERFORM 2710-CARREGAR-SESSOES
           PERFORM 2720-PROCESSA-TECLA-SESSAO UNTIL WRK-TECLA = 'F'.

      *-----------------------------------------------------
      *    CARREGA UMA PAGINA DE SESSOES ATIVAS, NA MESMA
      *    ROLAGEM DA LISTAGEM DE USUARIOS. O ARQUIVO E ABERTO
      *    SO PARA A LEITURA DA PAGINA, POIS A DERRUBADA E
      *    GRAVADA PELO COB88-SESSAO
      *-----------------------------------------------------
       2710-CARREGAR-SESSOES.
           MOVE SPACES TO WRK-MENSAGEM
           MOVE SPACES TO WRK-SES-LINHA-TAB
           MOVE SPACES TO WRK-SES-ULT-LOGIN
           MOVE ZEROS TO WRK-LINDX
           ACCEPT WRK-DATA-AUX FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-AUX FROM TIME
           COMPUTE WRK-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX-N) * 1440
               + WRK-AUX-HORA * 60 + WRK-AUX-MINUTO
           OPEN INPUT ARQ-SESSOES
           IF WRK-FS-SESSOES = '00'
               MOVE WRK-PAGINA-TOPOS(WRK-TOPO-IDX) TO SES-USUARIO
               IF WRK-TOPO-IDX = 1
                   START ARQ-SESSOES KEY IS NOT LESS THAN SES-USUARIO
                       INVALID KEY
                           MOVE '10' TO WRK-FS-SESSOES
                   END-START
               ELSE
                   START ARQ-SESSOES KEY IS GREATER THAN SES-USUARIO
                       INVALID KEY
                           MOVE '10' TO WRK-FS-SESSOES
                   END-START
               END-IF
               PERFORM 2711-LER-SESSAO
                   UNTIL WRK-LINDX = 10 OR WRK-FS-SESSOES NOT = '00'
               CLOSE ARQ-SESSOES
           END-IF
           IF WRK-LINDX = ZERO
               MOVE 'NAO HA MAIS SESSOES ATIVAS' TO WRK-MENSAGEM
           END-IF
           DISPLAY TELA-SESSOES.

      *-----------------------------------------------------
      *    LE A PROXIMA SESSAO; SO AS ATIVAS ENTRAM NA PAGINA
      *-----------------------------------------------------
       2711-LER-SESSAO.
           READ ARQ-SESSOES NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-SESSOES
               NOT AT END
                   IF SES-ATIVA
                       ADD 1 TO WRK-LINDX
                       PERFORM 2712-MONTA-LINHA-SESSAO
                       MOVE SES-USUARIO TO WRK-SES-ULT-LOGIN
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    MONTA A LINHA DA SESSAO COM OS MINUTOS OCIOSOS
      *-----------------------------------------------------
       2712-MONTA-LINHA-SESSAO.
           MOVE SES-USUARIO TO DET-SES-LOGIN
           MOVE SES-TERMINAL TO DET-SES-TERMINAL
           MOVE SES-DATA-INICIO TO WRK-DATA-AUX-N
           MOVE SES-HORA-INICIO TO WRK-HORA-AUX-N
           MOVE WRK-AUX-DIA TO DET-SES-INI-DIA
           MOVE WRK-AUX-MES TO DET-SES-INI-MES
           MOVE WRK-AUX-HORA TO DET-SES-INI-HORA
           MOVE WRK-AUX-MINUTO TO DET-SES-INI-MIN
           MOVE SES-HORA-ULT-ATIV TO WRK-HORA-AUX-N
           MOVE WRK-AUX-HORA TO DET-SES-ULT-HORA
           MOVE WRK-AUX-MINUTO TO DET-SES-ULT-MIN
           COMPUTE WRK-MIN-ULTIMA =
               FUNCTION INTEGER-OF-DATE(SES-DATA-ULT-ATIV) * 1440
               + WRK-AUX-HORA * 60 + WRK-AUX-MINUTO
           IF WRK-MIN-AGORA > WRK-MIN-ULTIMA
               COMPUTE WRK-MIN-OCIOSO = WRK-MIN-AGORA - WRK-MIN-ULTIMA
           ELSE
               MOVE ZEROS TO WRK-MIN-OCIOSO
           END-IF
           MOVE WRK-MIN-OCIOSO TO DET-SES-OCIOSO
           MOVE WRK-SES-DETALHE TO WRK-SES-LINHA(WRK-LINDX).

      *-----------------------------------------------------
      *    TRATA AVANCAR/VOLTAR/DERRUBAR/FIM NAS SESSOES
      *-----------------------------------------------------
       2720-PROCESSA-TECLA-SESSAO.
           MOVE SPACE TO WRK-TECLA
           ACCEPT TELA-SESSOES
           EVALUATE WRK-TECLA
               WHEN 'A'
                   IF WRK-LINDX > ZERO AND WRK-TOPO-IDX < 50
                       ADD 1 TO WRK-TOPO-IDX
                       MOVE WRK-SES-ULT-LOGIN TO
                           WRK-PAGINA-TOPOS(WRK-TOPO-IDX)
                       PERFORM 2710-CARREGAR-SESSOES
                   ELSE
                       IF WRK-LINDX > ZERO
                           MOVE 'LIMITE DE PAGINAS ATINGIDO'
                               TO WRK-MENSAGEM
                           DISPLAY TELA-SESSOES
                       END-IF
                   END-IF
               WHEN 'V'
                   IF WRK-TOPO-IDX > 1
                       SUBTRACT 1 FROM WRK-TOPO-IDX
                       PERFORM 2710-CARREGAR-SESSOES
                   END-IF
               WHEN 'D'
                   PERFORM 2730-DERRUBAR-SESSAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    DERRUBA A SESSAO DE UM LOGIN (COB88-SESSAO). A
      *    PROPRIA SESSAO DO ADMINISTRADOR SE ENCERRA PELA SAIDA
      *    DO MENU, NAO POR AQUI
      *-----------------------------------------------------
       2730-DERRUBAR-SESSAO.
           MOVE SPACES TO WRK-CHAVE-LOGIN
           MOVE 'N' TO WRK-CONFIRMA
           DISPLAY TELA-DERRUBA-SESSAO
           ACCEPT TELA-DERRUBA-SESSAO
           MOVE FUNCTION UPPER-CASE(WRK-CHAVE-LOGIN)
               TO WRK-CHAVE-LOGIN
           EVALUATE TRUE
               WHEN WRK-CHAVE-LOGIN = SPACES OR NOT WRK-CONFIRMA-SIM
                   PERFORM 2710-CARREGAR-SESSOES
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-CHAVE-LOGIN = LK-OPERADOR-LOGADO
                   PERFORM 2710-CARREGAR-SESSOES
                   MOVE 'PROPRIA SESSAO - USE A SAIDA DO MENU'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE 'K' TO WRK-SES-FUNCAO
                   MOVE SPACES TO WRK-SES-ID
                   MOVE ZEROS TO WRK-SES-NIVEL
                   CALL 'COB88-SESSAO' USING WRK-SES-FUNCAO
                       WRK-CHAVE-LOGIN WRK-SES-ID WRK-SES-NIVEL
                       LK-OPERADOR-LOGADO WRK-SES-RESULTADO
                       WRK-SES-MENSAGEM
                   PERFORM 2710-CARREGAR-SESSOES
                   MOVE WRK-SES-MENSAGEM TO WRK-MENSAGEM
           END-EVALUATE
           DISPLAY TELA-SESSOES.

      *-----------------------------------------------------
      *    DEFINE O SUPERVISOR QUE VISA OS ACESSOS DO OPERADOR
      *    NA RECERTIFICACAO TRIMESTRAL (COB89-RECERTIFICA)
      *-----------------------------------------------------
       2800-SUPERVISOR-OPERADOR.
           PERFORM 2900-OBTER-LOGIN
           MOVE WRK-CHAVE-LOGIN TO USR-LOGIN
           READ USUARIO-MASTER
               INVALID KEY
                   MOVE 'USUARIO NAO ENCONTRADO' TO WRK-MENSAGEM
               NOT INVALID KEY
                   PERFORM 2810-ABRE-EQUIPES
                   IF WRK-FS-EQUIPES = '00'
                       PERFORM 2820-ATRIBUI-SUPERVISOR
                       CLOSE ARQ-EQUIPES
                   ELSE
                       MOVE 'ARQUIVO DE EQUIPES INDISPONIVEL'
                           TO WRK-MENSAGEM
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    ABRE O ARQUIVO DE EQUIPES, CRIANDO-O NO PRIMEIRO USO
      *-----------------------------------------------------
       2810-ABRE-EQUIPES.
           OPEN I-O ARQ-EQUIPES
           IF WRK-FS-EQUIPES = '35'
               OPEN OUTPUT ARQ-EQUIPES
               CLOSE ARQ-EQUIPES
               OPEN I-O ARQ-EQUIPES
           END-IF.

      *-----------------------------------------------------
      *    MOSTRA O SUPERVISOR ATUAL E GRAVA O NOVO. EM BRANCO
      *    RETIRA O OPERADOR DA EQUIPE (FICA NO GRUPO SEM
      *    SUPERVISOR, VISADO PELO ADMINISTRADOR)
      *-----------------------------------------------------
       2820-ATRIBUI-SUPERVISOR.
           MOVE WRK-CHAVE-LOGIN TO EQP-LOGIN
           READ ARQ-EQUIPES
               INVALID KEY
                   MOVE SPACES TO WRK-SUPERVISOR-ATUAL
               NOT INVALID KEY
                   MOVE EQP-SUPERVISOR TO WRK-SUPERVISOR-ATUAL
           END-READ
           MOVE SPACES TO WRK-SUPERVISOR-NOVO
           DISPLAY TELA-EQUIPE-USR
           ACCEPT TELA-EQUIPE-USR
           MOVE FUNCTION UPPER-CASE(WRK-SUPERVISOR-NOVO)
               TO WRK-SUPERVISOR-NOVO
           EVALUATE TRUE
               WHEN WRK-SUPERVISOR-NOVO = WRK-SUPERVISOR-ATUAL
                   MOVE 'SUPERVISOR NAO ALTERADO' TO WRK-MENSAGEM
               WHEN WRK-SUPERVISOR-NOVO = SPACES
                   MOVE WRK-CHAVE-LOGIN TO EQP-LOGIN
                   DELETE ARQ-EQUIPES
                   MOVE 'SUPERVISOR RETIRADO' TO WRK-MENSAGEM
               WHEN WRK-SUPERVISOR-NOVO = WRK-CHAVE-LOGIN
                   MOVE 'OPERADOR NAO PODE SE SUPERVISIONAR'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   PERFORM 2830-VALIDA-SUPERVISOR
                   IF SUPERVISOR-VALIDO
                       PERFORM 2840-GRAVA-EQUIPE
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    O SUPERVISOR TEM DE EXISTIR, ESTAR ATIVO E SER NIVEL
      *    03 (SUPERVISOR) OU 01 (ADMINISTRADOR)
      *-----------------------------------------------------
       2830-VALIDA-SUPERVISOR.
           MOVE 'N' TO WRK-SUPERVISOR-VALIDO
           MOVE WRK-SUPERVISOR-NOVO TO USR-LOGIN
           READ USUARIO-MASTER
               INVALID KEY
                   MOVE 'SUPERVISOR NAO CADASTRADO' TO WRK-MENSAGEM
               NOT INVALID KEY
                   IF USR-INATIVO
                       MOVE 'SUPERVISOR INATIVO' TO WRK-MENSAGEM
                   ELSE
                       IF USR-NIVEL = 01 OR 03
                           MOVE 'S' TO WRK-SUPERVISOR-VALIDO
                       ELSE
                           MOVE 'SUPERVISOR DEVE SER NIVEL 03 OU 01'
                               TO WRK-MENSAGEM
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA (OU REGRAVA) O SUPERVISOR DO OPERADOR
      *-----------------------------------------------------
       2840-GRAVA-EQUIPE.
           MOVE WRK-CHAVE-LOGIN TO EQP-LOGIN
           MOVE WRK-SUPERVISOR-NOVO TO EQP-SUPERVISOR
           ACCEPT EQP-DATA-ALTER FROM DATE YYYYMMDD
           MOVE LK-OPERADOR-LOGADO TO EQP-ALTERADO-POR
           IF WRK-SUPERVISOR-ATUAL = SPACES
               WRITE EQUIPE-REC
           ELSE
               REWRITE EQUIPE-REC
           END-IF
           MOVE 'SUPERVISOR GRAVADO COM SUCESSO' TO WRK-MENSAGEM.

      *-----------------------------------------------------
      *    SOLICITA O LOGIN DO USUARIO PARA AS TRANSACOES
      *-----------------------------------------------------
