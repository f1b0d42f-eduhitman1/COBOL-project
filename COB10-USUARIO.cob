      *            ATE O CLISENHA RODAR) E COMPARADA EM CLARO. A
      *            TROCA DE SENHA NO LOGIN PASSA A GRAVAR A FORMA
      *            CODIFICADA.
      * 2026-10-15 IVN - SESSAO UNICA POR OPERADOR: CONCEDIDO O
      *            ACESSO, A SESSAO E ABERTA NO REGISTRO DE SESSOES
      *            (COB88-SESSAO) E O ID DELA VOLTA AO MENU. SE O
      *            LOGIN JA TEM SESSAO VIVA EM OUTRO TERMINAL, O
      *            OPERADOR ESCOLHE ENCERRAR A ANTERIOR (EVENTO
      *            FORCED NO LOG) OU DESISTIR (LOGIN RECUSADO,
      *            DUPLIC NO LOG). O LOG DE AUDITORIA PASSA A SER
      *            ABERTO SO NA GRAVACAO DA LINHA, POIS O
      *            COB88-SESSAO TAMBEM GRAVA NELE, E A LINHA GANHA
      *            O TERMINAL (VARIAVEL CLITERM).
      *-----------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-SENHA-CODIFICADA     PIC X(20) VALUE SPACES.
       77  WRK-SENHA-CONFERE        PIC X(01) VALUE 'N'.
           88 SENHA-CONFERE         VALUE 'S'.
       77  WRK-SES-FUNCAO           PIC X(01) VALUE SPACE.
       77  WRK-SES-RESULTADO        PIC X(01) VALUE SPACE.
           88 SES-JA-ATIVA          VALUE 'O'.
       77  WRK-SES-MENSAGEM         PIC X(60) VALUE SPACES.
       77  WRK-SES-OPERADOR         PIC X(20) VALUE SPACES.
       77  WRK-SESSAO-RECUSADA      PIC X(01) VALUE 'N'.
           88 SESSAO-RECUSADA       VALUE 'S'.
       77  WRK-CONFIRMA             PIC X(01) VALUE SPACE.
       77  WRK-TERMINAL             PIC X(08) VALUE SPACES.

           COPY AUDITLOG.

       01  LK-AUTORIZADO        PIC X(01).
           88 LK-AUTORIZADO-SIM VALUE 'S'.
       01  LK-USUARIO-LOGADO    PIC X(20).
       01  LK-SESSAO            PIC X(16).

       PROCEDURE DIVISION USING LK-NIVEL LK-AUTORIZADO
                                LK-USUARIO-LOGADO LK-SESSAO.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WRK-FS-USUARIO = '35'
               PERFORM 1100-SEMEAR-USUARIOS
               OPEN I-O USUARIO-MASTER
           END-IF.

       1100-SEMEAR-USUARIOS.
      *-----------------------------------------------------
       2000-LOGIN.
           MOVE SPACES TO LK-USUARIO-LOGADO
           MOVE SPACES TO LK-SESSAO
           MOVE 'N' TO WRK-SESSAO-RECUSADA
           DISPLAY 'USUARIO..'
           ACCEPT WRK-USUARIO.

               MOVE ZEROS TO USR-FALHAS
               REWRITE USUARIO-REC
               PERFORM 2070-INFORMA-NIVEL
               IF LK-AUTORIZADO-SIM
                   PERFORM 2080-ABRE-SESSAO
               END-IF
               IF LK-AUTORIZADO-SIM
                   MOVE WRK-USUARIO TO LK-USUARIO-LOGADO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    ABRE A SESSAO DO OPERADOR. COM SESSAO VIVA DO MESMO
      *    LOGIN EM OUTRO TERMINAL, O OPERADOR ESCOLHE ENCERRA-LA
      *    OU DESISTIR; DESISTINDO, O LOGIN E RECUSADO
      *-----------------------------------------------------
       2080-ABRE-SESSAO.
           MOVE 'A' TO WRK-SES-FUNCAO
           MOVE WRK-USUARIO TO WRK-SES-OPERADOR
           CALL 'COB88-SESSAO' USING WRK-SES-FUNCAO WRK-USUARIO
               LK-SESSAO WRK-NIVEL WRK-SES-OPERADOR WRK-SES-RESULTADO
               WRK-SES-MENSAGEM
           IF SES-JA-ATIVA
               DISPLAY 'USUARIO JA CONECTADO - ' WRK-SES-MENSAGEM
               DISPLAY 'ENCERRAR A SESSAO ANTERIOR E ENTRAR? (S/N)'
               MOVE SPACE TO WRK-CONFIRMA
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S' OR 's'
                   MOVE 'F' TO WRK-SES-FUNCAO
                   CALL 'COB88-SESSAO' USING WRK-SES-FUNCAO
                       WRK-USUARIO LK-SESSAO WRK-NIVEL WRK-SES-OPERADOR
                       WRK-SES-RESULTADO WRK-SES-MENSAGEM
                   DISPLAY 'SESSAO ANTERIOR ENCERRADA'
               ELSE
                   DISPLAY 'LOGIN RECUSADO - SESSAO JA ATIVA'
                   MOVE 'S' TO WRK-SESSAO-RECUSADA
                   MOVE ZEROS TO LK-NIVEL
                   MOVE 'N' TO LK-AUTORIZADO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    GRAVA A TENTATIVA DE LOGIN NO ARQUIVO DE AUDITORIA.
      *    O ARQUIVO E ABERTO E FECHADO AQUI PORQUE O
      *    COB88-SESSAO TAMBEM GRAVA NELE DURANTE O LOGIN
      *-----------------------------------------------------
       2700-REGISTRA-AUDITORIA.
           IF LK-AUTORIZADO-SIM
               IF USUARIO-BLOQUEADO
                   MOVE 'BLOCKED' TO WRK-LOG-RESULTADO
               ELSE
                   IF SESSAO-RECUSADA
                       MOVE 'DUPLIC' TO WRK-LOG-RESULTADO
                   ELSE
                       MOVE 'DENIED' TO WRK-LOG-RESULTADO
                   END-IF
               END-IF
           END-IF

           MOVE SPACES TO WRK-TERMINAL
           DISPLAY 'CLITERM' UPON ENVIRONMENT-NAME
           ACCEPT WRK-TERMINAL FROM ENVIRONMENT-VALUE
           IF WRK-TERMINAL = SPACES
               MOVE 'CONSOLE' TO WRK-TERMINAL
           END-IF

           ACCEPT WRK-DATA-ATUAL FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-ATUAL FROM TIME

           MOVE WRK-USUARIO         TO LOG-USUARIO
           MOVE WRK-NIVEL           TO LOG-NIVEL-DIGITADO
           MOVE WRK-LOG-RESULTADO   TO LOG-RESULTADO
           MOVE WRK-TERMINAL        TO LOG-TERMINAL

           OPEN EXTEND LOG-AUDITORIA
           IF WRK-FS-LOG NOT = '00'
               OPEN OUTPUT LOG-AUDITORIA
           END-IF
           WRITE LOG-LINHA FROM WRK-LOG-REC
           CLOSE LOG-AUDITORIA.

      *-----------------------------------------------------
      *    ENCERRA O ARQUIVO DE USUARIOS
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE USUARIO-MASTER.
