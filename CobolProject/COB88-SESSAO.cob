       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB88-SESSAO.
      ********************************
      *OBJETIVO : CONTROLE DAS SESSOES ONLINE DOS OPERADORES:
      *           SESSAO UNICA POR LOGIN E EXPIRACAO POR OCIOSIDADE
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA. O MESMO LOGIN PODIA
      *            FICAR ABERTO EM VARIOS TERMINAIS AO MESMO TEMPO
      *            E UM TERMINAL ESQUECIDO LOGADO FICAVA ABERTO O
      *            DIA INTEIRO. O REGISTRO DE SESSOES (SESSOES,
      *            COPY SESSAO) GUARDA, POR OPERADOR, O TERMINAL,
      *            O INICIO E A ULTIMA ATIVIDADE DA SESSAO. FUNCOES:
      *            A=ABRE NO LOGIN (DEVOLVE 'O' SE JA HA SESSAO
      *            VIVA), F=ABRE ENCERRANDO A SESSAO ANTERIOR,
      *            T=VOLTA DO MENU (EXPIRA SE PASSOU DO TEMPO DE
      *            OCIOSIDADE, SENAO RENOVA), R=RENOVA SEM MEDIR
      *            OCIOSIDADE (RETORNO DE UMA OPCAO), E=SAIDA
      *            NORMAL, K=DERRUBADA PELO ADMINISTRADOR. O TEMPO
      *            DE OCIOSIDADE EM MINUTOS VEM DO SESSPARM (SEM
      *            ARQUIVO VALEM 15 MINUTOS). CADA EVENTO DE
      *            SESSAO VAI PARA O LOGIN.LOG (COPY AUDITLOG). O
      *            TERMINAL E O VALOR DA VARIAVEL DE AMBIENTE
      *            CLITERM (SEM ELA, 'CONSOLE').
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SESSOES ASSIGN TO "SESSOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SES-USUARIO
               FILE STATUS IS WRK-FS-SESSOES.

           SELECT ARQ-PARAMETRO ASSIGN TO "SESSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT LOG-AUDITORIA ASSIGN TO "LOGINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SESSOES.
           COPY SESSAO.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-MINUTOS-OCIOSO   PIC 9(03).

       FD  LOG-AUDITORIA.
       01  LOG-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-SESSOES          PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-LOG              PIC X(02) VALUE '00'.
       77  WRK-LIMITE-OCIOSO       PIC 9(03) VALUE 15.
       77  WRK-SESSAO-EXISTE       PIC X(01) VALUE 'N'.
           88 SESSAO-EXISTE        VALUE 'S'.
       77  WRK-TERMINAL            PIC X(08) VALUE SPACES.
       77  WRK-LOG-RESULTADO       PIC X(07) VALUE SPACES.
       77  WRK-MIN-AGORA           PIC 9(09) VALUE ZEROS.
       77  WRK-MIN-ULTIMA          PIC 9(09) VALUE ZEROS.
       77  WRK-MIN-OCIOSO          PIC 9(09) VALUE ZEROS.

           COPY AUDITLOG.

       01  WRK-DATA-ATUAL.
           05 WRK-ANO              PIC 9(04).
           05 WRK-MES              PIC 9(02).
           05 WRK-DIA              PIC 9(02).
       01  WRK-DATA-ATUAL-N REDEFINES WRK-DATA-ATUAL
                                   PIC 9(08).

       01  WRK-HORA-ATUAL.
           05 WRK-HORA             PIC 9(02).
           05 WRK-MINUTO           PIC 9(02).
           05 WRK-SEGUNDO          PIC 9(02).
           05 WRK-CENTESIMOS       PIC 9(02).
       01  WRK-HORA-ATUAL-N REDEFINES WRK-HORA-ATUAL
                                   PIC 9(08).

       01  WRK-HORA-AUX.
           05 WRK-AUX-HORA         PIC 9(02).
           05 WRK-AUX-MINUTO       PIC 9(02).
           05 WRK-AUX-SEGUNDO      PIC 9(02).
           05 WRK-AUX-CENTESIMOS   PIC 9(02).
       01  WRK-HORA-AUX-N REDEFINES WRK-HORA-AUX
                                   PIC 9(08).

       01  WRK-DATA-AUX.
           05 WRK-AUX-ANO          PIC 9(04).
           05 WRK-AUX-MES          PIC 9(02).
           05 WRK-AUX-DIA          PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX
                                   PIC 9(08).

       01  WRK-MSG-OCUPADA.
           05 FILLER               PIC X(24) VALUE
              'SESSAO ATIVA NO TERMINAL'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MSG-TERMINAL         PIC X(08).
           05 FILLER               PIC X(07) VALUE ' DESDE '.
           05 MSG-DIA              PIC 9(02).
           05 FILLER               PIC X(01) VALUE '/'.
           05 MSG-MES              PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MSG-HORA             PIC 9(02).
           05 FILLER               PIC X(01) VALUE ':'.
           05 MSG-MINUTO           PIC 9(02).

       LINKAGE SECTION.
       01  LK-FUNCAO               PIC X(01).
           88 FUNCAO-ABRE          VALUE 'A'.
           88 FUNCAO-FORCA         VALUE 'F'.
           88 FUNCAO-TOCA          VALUE 'T'.
           88 FUNCAO-RENOVA        VALUE 'R'.
           88 FUNCAO-ENCERRA       VALUE 'E'.
           88 FUNCAO-DERRUBA       VALUE 'K'.
       01  LK-USUARIO              PIC X(20).
       01  LK-SESSAO               PIC X(16).
       01  LK-NIVEL                PIC 9(02).
       01  LK-OPERADOR             PIC X(20).
      *    LK-RESULTADO: S=SESSAO VALIDA / OPERACAO FEITA,
      *    O=JA HA SESSAO VIVA DO LOGIN, X=EXPIRADA POR
      *    OCIOSIDADE, D=ENCERRADA, DERRUBADA OU ASSUMIDA EM
      *    OUTRO TERMINAL, N=NADA A FAZER
       01  LK-RESULTADO            PIC X(01).
       01  LK-MENSAGEM             PIC X(60).

       PROCEDURE DIVISION USING LK-FUNCAO LK-USUARIO LK-SESSAO
                                LK-NIVEL LK-OPERADOR LK-RESULTADO
                                LK-MENSAGEM.

       0000-MAINLINE.
           MOVE 'S' TO LK-RESULTADO
           MOVE SPACES TO LK-MENSAGEM
           PERFORM 1000-INITIALIZE
           IF WRK-FS-SESSOES = '00'
               EVALUATE TRUE
                   WHEN FUNCAO-ABRE
                       PERFORM 2000-ABRE-SESSAO
                   WHEN FUNCAO-FORCA
                       PERFORM 2100-FORCA-SESSAO
                   WHEN FUNCAO-TOCA
                       PERFORM 3000-TOCA-SESSAO
                   WHEN FUNCAO-RENOVA
                       PERFORM 3100-RENOVA-SESSAO
                   WHEN FUNCAO-ENCERRA
                       PERFORM 4000-ENCERRA-SESSAO
                   WHEN FUNCAO-DERRUBA
                       PERFORM 5000-DERRUBA-SESSAO
                   WHEN OTHER
                       MOVE 'N' TO LK-RESULTADO
                       MOVE 'FUNCAO DE SESSAO INVALIDA' TO LK-MENSAGEM
               END-EVALUATE
               CLOSE ARQ-SESSOES
           ELSE
               DISPLAY 'ARQUIVO DE SESSOES INDISPONIVEL: '
                   WRK-FS-SESSOES
           END-IF
           GOBACK.

      *-----------------------------------------------------
      *    CARIMBA DATA/HORA, LE O TEMPO DE OCIOSIDADE E ABRE O
      *    REGISTRO DE SESSOES (CRIA NA 1A EXECUCAO)
      *-----------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-ATUAL FROM TIME
           COMPUTE WRK-MIN-AGORA =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-ATUAL-N) * 1440
               + WRK-HORA * 60 + WRK-MINUTO
           PERFORM 1100-LER-PARAMETRO
           OPEN I-O ARQ-SESSOES
           IF WRK-FS-SESSOES = '35'
               OPEN OUTPUT ARQ-SESSOES
               CLOSE ARQ-SESSOES
               OPEN I-O ARQ-SESSOES
           END-IF.

      *-----------------------------------------------------
      *    LE O TEMPO DE OCIOSIDADE EM MINUTOS DO SESSPARM. SEM
      *    ARQUIVO, OU COM VALOR INVALIDO, FICA O PADRAO
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MINUTOS-OCIOSO NUMERIC
                          AND PRM-MINUTOS-OCIOSO NOT = ZEROS
                           MOVE PRM-MINUTOS-OCIOSO
                               TO WRK-LIMITE-OCIOSO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

      *-----------------------------------------------------
      *    IDENTIFICA O TERMINAL PELA VARIAVEL CLITERM
      *-----------------------------------------------------
       1200-IDENTIFICA-TERMINAL.
           MOVE SPACES TO WRK-TERMINAL
           DISPLAY 'CLITERM' UPON ENVIRONMENT-NAME
           ACCEPT WRK-TERMINAL FROM ENVIRONMENT-VALUE
           IF WRK-TERMINAL = SPACES
               MOVE 'CONSOLE' TO WRK-TERMINAL
           END-IF.

      *-----------------------------------------------------
      *    LE A SESSAO DO LOGIN RECEBIDO
      *-----------------------------------------------------
       1300-LER-SESSAO.
           MOVE LK-USUARIO TO SES-USUARIO
           READ ARQ-SESSOES
               INVALID KEY
                   MOVE 'N' TO WRK-SESSAO-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-SESSAO-EXISTE
           END-READ.

      *-----------------------------------------------------
      *    ABERTURA NO LOGIN. SESSAO ATIVA DENTRO DO TEMPO DE
      *    OCIOSIDADE E SESSAO VIVA: VOLTA 'O' PARA O LOGIN
      *    PERGUNTAR SE ENCERRA A ANTERIOR. ATIVA MAS OCIOSA
      *    ALEM DO TEMPO (TERMINAL FECHADO SEM SAIR DO MENU) E
      *    EXPIRADA AQUI MESMO E NAO IMPEDE A NOVA
      *-----------------------------------------------------
       2000-ABRE-SESSAO.
           PERFORM 1200-IDENTIFICA-TERMINAL
           PERFORM 1300-LER-SESSAO
           IF SESSAO-EXISTE AND SES-ATIVA
               PERFORM 6000-CALCULA-OCIOSIDADE
               IF WRK-MIN-OCIOSO > WRK-LIMITE-OCIOSO
                   PERFORM 2200-EXPIRA-SESSAO
               ELSE
                   MOVE 'O' TO LK-RESULTADO
                   MOVE SES-TERMINAL TO MSG-TERMINAL
                   MOVE SES-DATA-INICIO TO WRK-DATA-AUX-N
                   MOVE SES-HORA-INICIO TO WRK-HORA-AUX-N
                   MOVE WRK-AUX-DIA TO MSG-DIA
                   MOVE WRK-AUX-MES TO MSG-MES
                   MOVE WRK-AUX-HORA TO MSG-HORA
                   MOVE WRK-AUX-MINUTO TO MSG-MINUTO
                   MOVE WRK-MSG-OCUPADA TO LK-MENSAGEM
               END-IF
           END-IF
           IF LK-RESULTADO = 'S'
               PERFORM 2900-GRAVA-NOVA-SESSAO
           END-IF.

      *-----------------------------------------------------
      *    ABERTURA CONFIRMADA PELO OPERADOR ENCERRANDO A SESSAO
      *    ANTERIOR: O EVENTO FICA NO LOG EM NOME DA SESSAO
      *    ANTIGA (TERMINAL DELA) ANTES DE O REGISTRO SER
      *    REGRAVADO COM A NOVA
      *-----------------------------------------------------
       2100-FORCA-SESSAO.
           PERFORM 1200-IDENTIFICA-TERMINAL
           PERFORM 1300-LER-SESSAO
           IF SESSAO-EXISTE AND SES-ATIVA
               MOVE 'FORCED' TO WRK-LOG-RESULTADO
               PERFORM 7000-REGISTRA-LOG
           END-IF
           PERFORM 2900-GRAVA-NOVA-SESSAO.

      *-----------------------------------------------------
      *    EXPIRA A SESSAO LIDA POR OCIOSIDADE
      *-----------------------------------------------------
       2200-EXPIRA-SESSAO.
           SET SES-EXPIRADA TO TRUE
           MOVE WRK-DATA-ATUAL-N TO SES-DATA-FIM
           MOVE WRK-HORA-ATUAL-N TO SES-HORA-FIM
           MOVE 'SISTEMA' TO SES-ENCERRADA-POR
           REWRITE SESSAO-REC
           MOVE 'TIMEOUT' TO WRK-LOG-RESULTADO
           PERFORM 7000-REGISTRA-LOG.

      *-----------------------------------------------------
      *    GRAVA (OU REGRAVA) O REGISTRO COM A SESSAO NOVA E
      *    DEVOLVE O ID DELA PARA O MENU
      *-----------------------------------------------------
       2900-GRAVA-NOVA-SESSAO.
           MOVE LK-USUARIO TO SES-USUARIO
           MOVE WRK-DATA-ATUAL-N TO SES-DATA-INICIO
           MOVE WRK-HORA-ATUAL-N TO SES-HORA-INICIO
           MOVE WRK-TERMINAL TO SES-TERMINAL
           MOVE LK-NIVEL TO SES-NIVEL
           MOVE WRK-DATA-ATUAL-N TO SES-DATA-ULT-ATIV
           MOVE WRK-HORA-ATUAL-N TO SES-HORA-ULT-ATIV
           SET SES-ATIVA TO TRUE
           MOVE ZEROS TO SES-DATA-FIM
           MOVE ZEROS TO SES-HORA-FIM
           MOVE SPACES TO SES-ENCERRADA-POR
           IF SESSAO-EXISTE
               REWRITE SESSAO-REC
           ELSE
               WRITE SESSAO-REC
           END-IF
           MOVE SES-ID TO LK-SESSAO.

      *-----------------------------------------------------
      *    VOLTA DO MENU: MEDE A OCIOSIDADE DESDE A ULTIMA
      *    ATIVIDADE. PASSOU DO TEMPO, EXPIRA; SENAO RENOVA
      *-----------------------------------------------------
       3000-TOCA-SESSAO.
           PERFORM 3900-CONFERE-SESSAO
           IF LK-RESULTADO = 'S'
               PERFORM 6000-CALCULA-OCIOSIDADE
               IF WRK-MIN-OCIOSO > WRK-LIMITE-OCIOSO
                   PERFORM 2200-EXPIRA-SESSAO
                   MOVE 'X' TO LK-RESULTADO
                   MOVE 'SESSAO EXPIRADA POR INATIVIDADE'
                       TO LK-MENSAGEM
               ELSE
                   PERFORM 3200-ATUALIZA-ATIVIDADE
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    RETORNO DE UMA OPCAO: O TEMPO PASSADO DENTRO DELA E
      *    ATIVIDADE, ENTAO SO CONFERE E RENOVA
      *-----------------------------------------------------
       3100-RENOVA-SESSAO.
           PERFORM 3900-CONFERE-SESSAO
           IF LK-RESULTADO = 'S'
               PERFORM 3200-ATUALIZA-ATIVIDADE
           END-IF.

      *-----------------------------------------------------
      *    CARIMBA A ULTIMA ATIVIDADE DA SESSAO
      *-----------------------------------------------------
       3200-ATUALIZA-ATIVIDADE.
           MOVE WRK-DATA-ATUAL-N TO SES-DATA-ULT-ATIV
           MOVE WRK-HORA-ATUAL-N TO SES-HORA-ULT-ATIV
           REWRITE SESSAO-REC.

      *-----------------------------------------------------
      *    CONFERE SE A SESSAO DO MENU AINDA E A SESSAO VIVA DO
      *    LOGIN: OUTRO ID E SESSAO ASSUMIDA EM OUTRO TERMINAL
      *-----------------------------------------------------
       3900-CONFERE-SESSAO.
           PERFORM 1300-LER-SESSAO
           EVALUATE TRUE
               WHEN NOT SESSAO-EXISTE
                   MOVE 'D' TO LK-RESULTADO
                   MOVE 'SESSAO NAO REGISTRADA'
                       TO LK-MENSAGEM
               WHEN SES-ID NOT = LK-SESSAO
                   MOVE 'D' TO LK-RESULTADO
                   MOVE 'SESSAO ASSUMIDA EM OUTRO TERMINAL'
                       TO LK-MENSAGEM
               WHEN SES-EXPIRADA
                   MOVE 'X' TO LK-RESULTADO
                   MOVE 'SESSAO EXPIRADA POR INATIVIDADE'
                       TO LK-MENSAGEM
               WHEN SES-DERRUBADA
                   MOVE 'D' TO LK-RESULTADO
                   MOVE 'SESSAO DERRUBADA PELO ADMINISTRADOR'
                       TO LK-MENSAGEM
               WHEN NOT SES-ATIVA
                   MOVE 'D' TO LK-RESULTADO
                   MOVE 'SESSAO ENCERRADA'
                       TO LK-MENSAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    SAIDA NORMAL DO MENU
      *-----------------------------------------------------
       4000-ENCERRA-SESSAO.
           PERFORM 3900-CONFERE-SESSAO
           IF LK-RESULTADO = 'S'
               SET SES-ENCERRADA TO TRUE
               MOVE WRK-DATA-ATUAL-N TO SES-DATA-FIM
               MOVE WRK-HORA-ATUAL-N TO SES-HORA-FIM
               MOVE LK-USUARIO TO SES-ENCERRADA-POR
               REWRITE SESSAO-REC
               MOVE 'LOGOUT' TO WRK-LOG-RESULTADO
               PERFORM 7000-REGISTRA-LOG
           END-IF.

      *-----------------------------------------------------
      *    DERRUBADA PELO ADMINISTRADOR (LK-OPERADOR). O
      *    TERMINAL DERRUBADO DESCOBRE NA PROXIMA VOLTA DO MENU
      *-----------------------------------------------------
       5000-DERRUBA-SESSAO.
           PERFORM 1300-LER-SESSAO
           IF SESSAO-EXISTE AND SES-ATIVA
               SET SES-DERRUBADA TO TRUE
               MOVE WRK-DATA-ATUAL-N TO SES-DATA-FIM
               MOVE WRK-HORA-ATUAL-N TO SES-HORA-FIM
               MOVE LK-OPERADOR TO SES-ENCERRADA-POR
               REWRITE SESSAO-REC
               MOVE 'KILLED' TO WRK-LOG-RESULTADO
               PERFORM 7000-REGISTRA-LOG
               MOVE 'SESSAO DERRUBADA COM SUCESSO' TO LK-MENSAGEM
           ELSE
               MOVE 'N' TO LK-RESULTADO
               MOVE 'USUARIO SEM SESSAO ATIVA' TO LK-MENSAGEM
           END-IF.

      *-----------------------------------------------------
      *    MINUTOS DESDE A ULTIMA ATIVIDADE DA SESSAO LIDA
      *-----------------------------------------------------
       6000-CALCULA-OCIOSIDADE.
           MOVE SES-HORA-ULT-ATIV TO WRK-HORA-AUX-N
           COMPUTE WRK-MIN-ULTIMA =
               FUNCTION INTEGER-OF-DATE(SES-DATA-ULT-ATIV) * 1440
               + WRK-AUX-HORA * 60 + WRK-AUX-MINUTO
           IF WRK-MIN-AGORA > WRK-MIN-ULTIMA
               COMPUTE WRK-MIN-OCIOSO = WRK-MIN-AGORA - WRK-MIN-ULTIMA
           ELSE
               MOVE ZEROS TO WRK-MIN-OCIOSO
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O EVENTO DA SESSAO LIDA NO LOGIN.LOG
      *-----------------------------------------------------
       7000-REGISTRA-LOG.
           OPEN EXTEND LOG-AUDITORIA
           IF WRK-FS-LOG NOT = '00'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF
           MOVE WRK-ANO             TO LOG-ANO
           MOVE WRK-MES             TO LOG-MES
           MOVE WRK-DIA             TO LOG-DIA
           MOVE WRK-HORA            TO LOG-HORA
           MOVE WRK-MINUTO          TO LOG-MINUTO
           MOVE WRK-SEGUNDO         TO LOG-SEGUNDO
           MOVE SES-USUARIO         TO LOG-USUARIO
           MOVE SES-NIVEL           TO LOG-NIVEL-DIGITADO
           MOVE WRK-LOG-RESULTADO   TO LOG-RESULTADO
           MOVE SES-TERMINAL        TO LOG-TERMINAL
           WRITE LOG-LINHA FROM WRK-LOG-REC
           CLOSE LOG-AUDITORIA.
