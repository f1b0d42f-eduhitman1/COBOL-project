       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB89-RECERTIFICA.
      ********************************
      *OBJETIVO : RECERTIFICACAO TRIMESTRAL DOS ACESSOS DOS
      *           OPERADORES E INATIVACAO POR FALTA DE USO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO JOB TRIMESTRAL
      *            CLITRIM. A AUDITORIA PEDIA A CADA TRIMESTRE A
      *            LISTA DE QUEM ACESSA O QUE, E ELA ERA MONTADA NA
      *            MAO A PARTIR DO USRMAST, DO AUTORIZ E DO
      *            AUTORIZU. O RELATORIO RELCERT TRAZ, POR
      *            OPERADOR, NIVEL, STATUS, BLOQUEIO, IDADE DA
      *            SENHA, ULTIMO LOGIN CONCEDIDO (LOGIN.LOG E
      *            HISTORICO, COMPLEMENTADO PELO INICIO DA ULTIMA
      *            SESSAO NO SESSOES) E TODAS AS TRANSACOES QUE ELE
      *            ALCANCA PELA LISTA DO NIVEL (AUTORIZ) E PELOS
      *            OVERRIDES (AUTORIZU, CONCESSAO AVULSA MARCADA
      *            COM '*', REVOGACAO RETIRADA DA LISTA), AGRUPADO
      *            POR SUPERVISOR (EQUIPES) COM LINHA DE VISTO NO
      *            FIM DE CADA EQUIPE. O OPERADOR ATIVO SEM LOGIN HA
      *            MAIS DE N DIAS (PARAMETRO CERTPARM, PADRAO 90) E
      *            INATIVADO (USR-STATUS 'I'), MENOS O ULTIMO
      *            ADMINISTRADOR ATIVO, E AS INATIVACOES AUTOMATICAS
      *            SAEM EM SECAO PROPRIA COM O ULTIMO LOGIN.
      * 2026-10-15 IVN - A CONTAGEM DE ADMINISTRADORES ATIVOS SO
      *            CAI QUANDO A INATIVACAO E GRAVADA. UMA FALHA NO
      *            REWRITE BAIXAVA A CONTAGEM E O ULTIMO
      *            ADMINISTRADOR PODIA SER INATIVADO.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USUARIO-MASTER ASSIGN TO "USRMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS USR-LOGIN
               FILE STATUS IS WRK-FS-USUARIO.

           SELECT ARQ-EQUIPES ASSIGN TO "EQUIPES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EQP-LOGIN
               FILE STATUS IS WRK-FS-EQUIPES.

           SELECT ARQ-AUTORIZACAO ASSIGN TO "AUTORIZ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AUTORIZ.

           SELECT ARQ-OVERRIDES ASSIGN TO "AUTORIZU"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-OVERRIDES.

           SELECT LOG-AUDITORIA ASSIGN TO "LOGINLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LOG.

           SELECT ARQ-SESSOES ASSIGN TO "SESSOES"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SES-USUARIO
               FILE STATUS IS WRK-FS-SESSOES.

           SELECT ARQ-PARAMETRO ASSIGN TO "CERTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT WORK-CERTIFICA ASSIGN TO "CERTSORT".

           SELECT RELATORIO ASSIGN TO "RELCERT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  USUARIO-MASTER.
           COPY USUARIO.

       FD  ARQ-EQUIPES.
           COPY EQUIPE.

       FD  ARQ-AUTORIZACAO.
       01  AUT-LINHA.
           05 AUT-NIVEL            PIC 9(02).
           05 FILLER               PIC X(01).
           05 AUT-TRANSACAO        PIC X(20).

       FD  ARQ-OVERRIDES.
       01  AUTU-LINHA.
           05 AUTU-LOGIN           PIC X(20).
           05 FILLER               PIC X(01).
           05 AUTU-TRANSACAO       PIC X(20).
           05 FILLER               PIC X(01).
           05 AUTU-ACAO            PIC X(01).
              88 AUTU-CONCEDE      VALUE 'G'.
              88 AUTU-REVOGA       VALUE 'R'.

       FD  LOG-AUDITORIA.
       01  LOG-LINHA               PIC X(80).

       FD  ARQ-SESSOES.
           COPY SESSAO.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA              PIC 9(03).

       SD  WORK-CERTIFICA.
       01  SRT-REC.
           05 SRT-SUPERVISOR       PIC X(20).
           05 SRT-LOGIN            PIC X(20).
           05 SRT-NIVEL            PIC 9(02).
           05 SRT-STATUS           PIC X(01).
           05 SRT-BLOQUEIO         PIC X(01).
           05 SRT-DATA-SENHA       PIC 9(08).
           05 SRT-IDADE-SENHA      PIC 9(05).
           05 SRT-ULT-LOGIN        PIC 9(08).
           05 SRT-DIAS-SEM-LOGIN   PIC 9(05).
           05 SRT-SITUACAO         PIC X(01).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-USUARIO          PIC X(02) VALUE '00'.
       77  WRK-FS-EQUIPES          PIC X(02) VALUE '00'.
       77  WRK-FS-AUTORIZ          PIC X(02) VALUE '00'.
       77  WRK-FS-OVERRIDES        PIC X(02) VALUE '00'.
       77  WRK-FS-LOG              PIC X(02) VALUE '00'.
       77  WRK-FS-SESSOES          PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-EQUIPES         PIC X(01) VALUE 'N'.
           88 TEM-EQUIPES          VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-DIAS-INATIVIDADE    PIC 9(03) VALUE 90.
       77  WRK-PAGINA              PIC 9(04) VALUE ZEROS.
       77  WRK-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-NIVEIS          PIC 9(03) VALUE 300.
       77  WRK-MAX-OVERRIDES       PIC 9(03) VALUE 300.
       77  WRK-MAX-LOGINS          PIC 9(03) VALUE 500.
       77  WRK-MAX-INATIVADOS      PIC 9(03) VALUE 200.
       77  WRK-QTD-NIVEIS          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-OVERRIDES       PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-LOGINS          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-INATIVADOS      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ADMINS          PIC 9(03) VALUE ZEROS.
       77  WRK-I                   PIC 9(03) VALUE ZEROS.
       77  WRK-J                   PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO          PIC 9(03) VALUE ZEROS.
       77  WRK-LOGIN-BUSCA         PIC X(20) VALUE SPACES.
       77  WRK-TRX-BUSCA           PIC X(20) VALUE SPACES.
       77  WRK-TRX-MARCA           PIC X(01) VALUE SPACE.
       77  WRK-ACAO-OVERRIDE       PIC X(01) VALUE SPACE.
           88 OVERRIDE-REVOGA      VALUE 'R'.
       77  WRK-ACHOU               PIC X(01) VALUE 'N'.
           88 ACHOU                VALUE 'S'.
       77  WRK-DATA-LOGIN          PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-SEM-LOGIN      PIC 9(05) VALUE ZEROS.
       77  WRK-IDADE-SENHA         PIC 9(05) VALUE ZEROS.
       77  WRK-SUPERVISOR          PIC X(20) VALUE SPACES.
       77  WRK-SUPERVISOR-ATUAL    PIC X(20) VALUE SPACES.
       77  WRK-SITUACAO            PIC X(01) VALUE 'N'.
           88 SIT-NORMAL           VALUE 'N'.
           88 SIT-INATIVADO        VALUE 'I'.
           88 SIT-MANTIDO-ADM      VALUE 'M'.
       77  WRK-TRX-COL             PIC 9(01) VALUE ZEROS.
       77  WRK-TRX-QTD             PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-GRUPO           PIC 9(04) VALUE ZEROS.
       77  WRK-TOT-OPERADORES      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ATIVOS          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-INATIVOS        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-BLOQUEADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-SENHA-TROCA     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-NUNCA-LOGOU     PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-INATIVADOS      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-MANTIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-GRUPOS          PIC 9(05) VALUE ZEROS.

           COPY AUDITLOG.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).

       01  WRK-DATA-AUX.
           05 WRK-AUX-ANO          PIC 9(04).
           05 WRK-AUX-MES          PIC 9(02).
           05 WRK-AUX-DIA          PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX PIC 9(08).

       01  WRK-DATA-EDT.
           05 EDT-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EDT-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EDT-ANO              PIC 9999.
       01  WRK-DATA-EDT-X REDEFINES WRK-DATA-EDT PIC X(10).

       01  WRK-NUMERO-EDT          PIC ZZZZ9.
       01  WRK-NUMERO-EDT-X REDEFINES WRK-NUMERO-EDT PIC X(05).

       01  WRK-TAB-NIVEIS.
           05 TNV-ENT              OCCURS 300 TIMES.
              10 TNV-NIVEL         PIC 9(02).
              10 TNV-TRANSACAO     PIC X(20).

       01  WRK-TAB-OVERRIDES.
           05 TOV-ENT              OCCURS 300 TIMES.
              10 TOV-LOGIN         PIC X(20).
              10 TOV-TRANSACAO     PIC X(20).
              10 TOV-ACAO          PIC X(01).

       01  WRK-TAB-LOGINS.
           05 TLG-ENT              OCCURS 500 TIMES.
              10 TLG-LOGIN         PIC X(20).
              10 TLG-DATA          PIC 9(08).

       01  WRK-TAB-INATIVADOS.
           05 TIN-ENT              OCCURS 200 TIMES.
              10 TIN-LOGIN         PIC X(20).
              10 TIN-NIVEL         PIC 9(02).
              10 TIN-SUPERVISOR    PIC X(20).
              10 TIN-ULT-LOGIN     PIC 9(08).
              10 TIN-DIAS          PIC 9(05).
              10 TIN-SITUACAO      PIC X(01).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(31) VALUE
              'RECERTIFICACAO DE ACESSOS'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'PAG.: '.
           05 HDR-PAGINA           PIC ZZZ9.

       01  WRK-CABECALHO-GRUPO.
           05 FILLER               PIC X(12) VALUE 'SUPERVISOR: '.
           05 HDR-SUPERVISOR       PIC X(40).

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(22) VALUE 'OPERADOR'.
           05 FILLER               PIC X(04) VALUE 'NV'.
           05 FILLER               PIC X(04) VALUE 'ST'.
           05 FILLER               PIC X(04) VALUE 'BL'.
           05 FILLER               PIC X(07) VALUE 'SENHA'.
           05 FILLER               PIC X(12) VALUE 'ULT.LOGIN'.
           05 FILLER               PIC X(07) VALUE 'DIAS'.
           05 FILLER               PIC X(10) VALUE 'OBSERVACAO'.

       01  WRK-CABECALHO3.
           05 FILLER               PIC X(37) VALUE
              'SENHA: DIAS DESDE A TROCA  DIAS: SEM '.
           05 FILLER               PIC X(40) VALUE
              'LOGIN  *: CONCEDIDA PELO AUTORIZU'.

       01  WRK-LINHA-OPER.
           05 DET-LOGIN            PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-NIVEL            PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-STATUS           PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-BLOQUEIO         PIC X(01).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-IDADE-SENHA      PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ULT-LOGIN        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-DIAS             PIC X(05).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-OBS              PIC X(16).

       01  WRK-LINHA-TRX.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 TRX-ENT              OCCURS 3 TIMES.
              10 TRX-NOME          PIC X(20).
              10 TRX-MARCA         PIC X(01).
              10 FILLER            PIC X(01).

       01  WRK-LINHA-SEM-TRX.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(30) VALUE
              'SEM TRANSACOES ALCANCAVEIS'.

       01  WRK-LINHA-GRUPO.
           05 FILLER               PIC X(22) VALUE
              'OPERADORES NO GRUPO: '.
           05 GRP-QTD              PIC ZZZ9.

       01  WRK-LINHA-VISTO.
           05 FILLER               PIC X(40) VALUE
              'VISTO DO SUPERVISOR: __________________'.
           05 FILLER               PIC X(26) VALUE
              '   DATA: ____/____/______'.

       01  WRK-CABECALHO-INAT.
           05 FILLER               PIC X(43) VALUE
              'INATIVACOES AUTOMATICAS - SEM LOGIN HA MAIS'.
           05 FILLER               PIC X(04) VALUE ' DE '.
           05 HDR-DIAS-PARM        PIC ZZ9.
           05 FILLER               PIC X(05) VALUE ' DIAS'.

       01  WRK-CABECALHO-INAT2.
           05 FILLER               PIC X(22) VALUE 'OPERADOR'.
           05 FILLER               PIC X(04) VALUE 'NV'.
           05 FILLER               PIC X(22) VALUE 'SUPERVISOR'.
           05 FILLER               PIC X(12) VALUE 'ULT.LOGIN'.
           05 FILLER               PIC X(07) VALUE 'DIAS'.
           05 FILLER               PIC X(08) VALUE 'SITUACAO'.

       01  WRK-LINHA-INAT.
           05 INA-LOGIN            PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INA-NIVEL            PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INA-SUPERVISOR       PIC X(20).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INA-ULT-LOGIN        PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INA-DIAS             PIC ZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 INA-SITUACAO         PIC X(12).

       01  WRK-LINHA-RESUMO.
           05 RES-TITULO           PIC X(40).
           05 RES-VALOR            PIC ZZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WRK-FS-USUARIO = '00'
               PERFORM 2000-CARREGA-AUTORIZACOES
               PERFORM 2300-CARREGA-LOGINS
               PERFORM 3000-CONTA-ADMINS
               SORT WORK-CERTIFICA
                   ON ASCENDING KEY SRT-SUPERVISOR SRT-LOGIN
                   INPUT PROCEDURE 4000-SELECIONA-OPERADORES
                   OUTPUT PROCEDURE 7000-IMPRIME-GRUPOS
               PERFORM 8000-IMPRIME-INATIVACOES
               PERFORM 8500-IMPRIME-RESUMO
               PERFORM 9000-FINALIZE
           END-IF
           STOP RUN.

      *-----------------------------------------------------
      *    LE A DATA DE PROCESSAMENTO E O PARAMETRO, ABRE O
      *    USRMAST PARA ATUALIZACAO, O EQUIPES (SE EXISTIR) E O
      *    RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           OPEN I-O USUARIO-MASTER
           IF WRK-FS-USUARIO NOT = '00'
               DISPLAY 'ARQUIVO DE USUARIOS INDISPONIVEL: '
                   WRK-FS-USUARIO
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT ARQ-EQUIPES
               IF WRK-FS-EQUIPES = '00'
                   MOVE 'S' TO WRK-TEM-EQUIPES
               ELSE
                   DISPLAY 'SEM ARQUIVO DE EQUIPES - TODOS OS '
                       'OPERADORES SEM SUPERVISOR'
               END-IF
               OPEN OUTPUT RELATORIO
           END-IF.

      *-----------------------------------------------------
      *    LE OS DIAS SEM LOGIN QUE INATIVAM O OPERADOR
      *    (CERTPARM). SEM ARQUIVO, OU COM VALOR INVALIDO, FICA
      *    O PADRAO DE 90 DIAS
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-LINHA NUMERIC AND PARM-LINHA > 0
                           MOVE PARM-LINHA TO WRK-DIAS-INATIVIDADE
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

      *-----------------------------------------------------
      *    CARREGA AS LISTAS POR NIVEL (AUTORIZ) E OS OVERRIDES
      *    POR OPERADOR (AUTORIZU) NAS TABELAS
      *-----------------------------------------------------
       2000-CARREGA-AUTORIZACOES.
           OPEN INPUT ARQ-AUTORIZACAO
           IF WRK-FS-AUTORIZ = '00'
               PERFORM 2100-LER-AUTORIZACAO
                   UNTIL WRK-FS-AUTORIZ NOT = '00'
               CLOSE ARQ-AUTORIZACAO
           ELSE
               DISPLAY 'SEM ARQUIVO DE AUTORIZACOES: ' WRK-FS-AUTORIZ
           END-IF
           OPEN INPUT ARQ-OVERRIDES
           IF WRK-FS-OVERRIDES = '00'
               PERFORM 2200-LER-OVERRIDE
                   UNTIL WRK-FS-OVERRIDES NOT = '00'
               CLOSE ARQ-OVERRIDES
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA NIVEL + TRANSACAO DO AUTORIZ
      *-----------------------------------------------------
       2100-LER-AUTORIZACAO.
           READ ARQ-AUTORIZACAO
               AT END
                   MOVE '10' TO WRK-FS-AUTORIZ
               NOT AT END
                   IF AUT-NIVEL NUMERIC AND AUT-TRANSACAO NOT = SPACES
                       IF WRK-QTD-NIVEIS < WRK-MAX-NIVEIS
                           ADD 1 TO WRK-QTD-NIVEIS
                           MOVE AUT-NIVEL
                               TO TNV-NIVEL(WRK-QTD-NIVEIS)
                           MOVE AUT-TRANSACAO
                               TO TNV-TRANSACAO(WRK-QTD-NIVEIS)
                       ELSE
                           DISPLAY 'TABELA DE AUTORIZACOES CHEIA: '
                               AUT-LINHA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LE UM OVERRIDE DO AUTORIZU. COMO NO COB14-AUTORIZA,
      *    VALE A ULTIMA LINHA DE CADA LOGIN + TRANSACAO
      *-----------------------------------------------------
       2200-LER-OVERRIDE.
           READ ARQ-OVERRIDES
               AT END
                   MOVE '10' TO WRK-FS-OVERRIDES
               NOT AT END
                   IF AUTU-CONCEDE OR AUTU-REVOGA
                       PERFORM 2210-GUARDA-OVERRIDE
                   END-IF
           END-READ.

       2210-GUARDA-OVERRIDE.
           MOVE AUTU-LOGIN TO WRK-LOGIN-BUSCA
           MOVE AUTU-TRANSACAO TO WRK-TRX-BUSCA
           PERFORM 7530-LOCALIZA-OVERRIDE
           IF WRK-IDX-ACHADO > ZEROS
               MOVE AUTU-ACAO TO TOV-ACAO(WRK-IDX-ACHADO)
           ELSE
               IF WRK-QTD-OVERRIDES < WRK-MAX-OVERRIDES
                   ADD 1 TO WRK-QTD-OVERRIDES
                   MOVE AUTU-LOGIN TO TOV-LOGIN(WRK-QTD-OVERRIDES)
                   MOVE AUTU-TRANSACAO
                       TO TOV-TRANSACAO(WRK-QTD-OVERRIDES)
                   MOVE AUTU-ACAO TO TOV-ACAO(WRK-QTD-OVERRIDES)
               ELSE
                   DISPLAY 'TABELA DE OVERRIDES CHEIA: ' AUTU-LINHA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    APURA O ULTIMO LOGIN CONCEDIDO DE CADA OPERADOR NO
      *    LOGIN.LOG (A DD DO JOB CONCATENA O HISTORICO) E
      *    COMPLEMENTA COM O INICIO DA ULTIMA SESSAO (SESSOES),
      *    QUE COBRE LOGIN ANTERIOR AS GERACOES GUARDADAS
      *-----------------------------------------------------
       2300-CARREGA-LOGINS.
           OPEN INPUT LOG-AUDITORIA
           IF WRK-FS-LOG = '00'
               PERFORM 2310-LER-LOG UNTIL WRK-FS-LOG NOT = '00'
               CLOSE LOG-AUDITORIA
           ELSE
               DISPLAY 'SEM LOG DE AUDITORIA: ' WRK-FS-LOG
           END-IF
           OPEN INPUT ARQ-SESSOES
           IF WRK-FS-SESSOES = '00'
               PERFORM 2330-LER-SESSAO UNTIL WRK-FS-SESSOES NOT = '00'
               CLOSE ARQ-SESSOES
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO LOG; SO O LOGIN CONCEDIDO CONTA
      *-----------------------------------------------------
       2310-LER-LOG.
           READ LOG-AUDITORIA
               AT END
                   MOVE '10' TO WRK-FS-LOG
               NOT AT END
                   MOVE LOG-LINHA TO WRK-LOG-REC
                   IF LOG-GRANTED AND LOG-ANO NUMERIC
                      AND LOG-MES NUMERIC AND LOG-DIA NUMERIC
                       MOVE LOG-ANO TO WRK-AUX-ANO
                       MOVE LOG-MES TO WRK-AUX-MES
                       MOVE LOG-DIA TO WRK-AUX-DIA
                       MOVE WRK-DATA-AUX-N TO WRK-DATA-LOGIN
                       MOVE LOG-USUARIO TO WRK-LOGIN-BUSCA
                       PERFORM 2320-REGISTRA-LOGIN
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GUARDA NA TABELA A MAIOR DATA DE LOGIN DO OPERADOR
      *-----------------------------------------------------
       2320-REGISTRA-LOGIN.
           PERFORM 4210-LOCALIZA-LOGIN
           IF WRK-IDX-ACHADO = ZEROS
               IF WRK-QTD-LOGINS < WRK-MAX-LOGINS
                   ADD 1 TO WRK-QTD-LOGINS
                   MOVE WRK-QTD-LOGINS TO WRK-IDX-ACHADO
                   MOVE WRK-LOGIN-BUSCA TO TLG-LOGIN(WRK-IDX-ACHADO)
                   MOVE ZEROS TO TLG-DATA(WRK-IDX-ACHADO)
               ELSE
                   DISPLAY 'TABELA DE LOGINS CHEIA: ' WRK-LOGIN-BUSCA
               END-IF
           END-IF
           IF WRK-IDX-ACHADO > ZEROS
               IF WRK-DATA-LOGIN > TLG-DATA(WRK-IDX-ACHADO)
                   MOVE WRK-DATA-LOGIN TO TLG-DATA(WRK-IDX-ACHADO)
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    LE UMA SESSAO; O INICIO DELA E UM LOGIN CONCEDIDO
      *-----------------------------------------------------
       2330-LER-SESSAO.
           READ ARQ-SESSOES NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-SESSOES
               NOT AT END
                   IF SES-DATA-INICIO > ZEROS
                       MOVE SES-DATA-INICIO TO WRK-DATA-LOGIN
                       MOVE SES-USUARIO TO WRK-LOGIN-BUSCA
                       PERFORM 2320-REGISTRA-LOGIN
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONTA OS ADMINISTRADORES ATIVOS E DESBLOQUEADOS: O
      *    ULTIMO DELES NUNCA E INATIVADO (MESMA REGRA DO
      *    COB11-ADMUSUARIO)
      *-----------------------------------------------------
       3000-CONTA-ADMINS.
           MOVE LOW-VALUES TO USR-LOGIN
           START USUARIO-MASTER KEY IS NOT LESS THAN USR-LOGIN
               INVALID KEY
                   MOVE '10' TO WRK-FS-USUARIO
           END-START
           PERFORM 3100-LER-ADMIN UNTIL WRK-FS-USUARIO NOT = '00'.

       3100-LER-ADMIN.
           READ USUARIO-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-USUARIO
               NOT AT END
                   IF USR-NIVEL = 01 AND USR-ATIVO
                      AND NOT USR-CONTA-BLOQUEADA
                       ADD 1 TO WRK-QTD-ADMINS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: VARRE O USRMAST, INATIVA O
      *    OPERADOR SEM USO E SOLTA UM REGISTRO POR OPERADOR NA
      *    CHAVE SUPERVISOR + LOGIN
      *-----------------------------------------------------
       4000-SELECIONA-OPERADORES.
           MOVE '00' TO WRK-FS-USUARIO
           MOVE LOW-VALUES TO USR-LOGIN
           START USUARIO-MASTER KEY IS NOT LESS THAN USR-LOGIN
               INVALID KEY
                   MOVE '10' TO WRK-FS-USUARIO
           END-START
           PERFORM 4100-LER-OPERADOR UNTIL WRK-FS-USUARIO NOT = '00'.

       4100-LER-OPERADOR.
           READ USUARIO-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-USUARIO
               NOT AT END
                   PERFORM 4200-AVALIA-OPERADOR
           END-READ.

      *-----------------------------------------------------
      *    APURA ULTIMO LOGIN, DIAS SEM LOGIN, IDADE DA SENHA E
      *    SUPERVISOR. SEM LOGIN NO LOG, OS DIAS CONTAM DA DATA
      *    DA SENHA (CADASTRO OU ULTIMA TROCA); SEM NENHUMA DAS
      *    DUAS (SENHA REDEFINIDA E NUNCA USADA) NAO HA
      *    REFERENCIA E O OPERADOR NAO E INATIVADO
      *-----------------------------------------------------
       4200-AVALIA-OPERADOR.
           ADD 1 TO WRK-TOT-OPERADORES
           MOVE 'N' TO WRK-SITUACAO
           MOVE USR-LOGIN TO WRK-LOGIN-BUSCA
           PERFORM 4210-LOCALIZA-LOGIN
           IF WRK-IDX-ACHADO > ZEROS
               MOVE TLG-DATA(WRK-IDX-ACHADO) TO WRK-DATA-LOGIN
               MOVE WRK-DATA-LOGIN TO WRK-DATA-REFERENCIA
           ELSE
               MOVE ZEROS TO WRK-DATA-LOGIN
               MOVE USR-DATA-SENHA TO WRK-DATA-REFERENCIA
               ADD 1 TO WRK-TOT-NUNCA-LOGOU
           END-IF
           MOVE ZEROS TO WRK-DIAS-SEM-LOGIN
           IF WRK-DATA-REFERENCIA > ZEROS
              AND WRK-DATA-REFERENCIA < WRK-DATA-HOJE-N
               COMPUTE WRK-DIAS-SEM-LOGIN =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
                   - FUNCTION INTEGER-OF-DATE(WRK-DATA-REFERENCIA)
           END-IF
           MOVE ZEROS TO WRK-IDADE-SENHA
           IF USR-DATA-SENHA > ZEROS
              AND USR-DATA-SENHA < WRK-DATA-HOJE-N
               COMPUTE WRK-IDADE-SENHA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
                   - FUNCTION INTEGER-OF-DATE(USR-DATA-SENHA)
           END-IF
           PERFORM 4220-OBTEM-SUPERVISOR
           IF USR-ATIVO AND WRK-DATA-REFERENCIA > ZEROS
              AND WRK-DIAS-SEM-LOGIN > WRK-DIAS-INATIVIDADE
               PERFORM 4300-INATIVA-OPERADOR
           END-IF
           PERFORM 4400-ACUMULA-TOTAIS
           MOVE WRK-SUPERVISOR      TO SRT-SUPERVISOR
           MOVE USR-LOGIN           TO SRT-LOGIN
           MOVE USR-NIVEL           TO SRT-NIVEL
           MOVE USR-STATUS          TO SRT-STATUS
           MOVE USR-BLOQUEIO        TO SRT-BLOQUEIO
           MOVE USR-DATA-SENHA      TO SRT-DATA-SENHA
           MOVE WRK-IDADE-SENHA     TO SRT-IDADE-SENHA
           MOVE WRK-DATA-LOGIN      TO SRT-ULT-LOGIN
           MOVE WRK-DIAS-SEM-LOGIN  TO SRT-DIAS-SEM-LOGIN
           MOVE WRK-SITUACAO        TO SRT-SITUACAO
           RELEASE SRT-REC.

      *-----------------------------------------------------
      *    LOCALIZA O LOGIN WRK-LOGIN-BUSCA NA TABELA DE LOGINS
      *-----------------------------------------------------
       4210-LOCALIZA-LOGIN.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM 4211-COMPARA-LOGIN
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-LOGINS OR WRK-IDX-ACHADO > ZEROS.

       4211-COMPARA-LOGIN.
           IF TLG-LOGIN(WRK-J) = WRK-LOGIN-BUSCA
               MOVE WRK-J TO WRK-IDX-ACHADO
           END-IF.

      *-----------------------------------------------------
      *    SUPERVISOR DO OPERADOR NO EQUIPES. SEM REGISTRO A
      *    CHAVE E HIGH-VALUES, E O GRUPO SAI POR ULTIMO, PARA O
      *    VISTO DO ADMINISTRADOR
      *-----------------------------------------------------
       4220-OBTEM-SUPERVISOR.
           MOVE HIGH-VALUES TO WRK-SUPERVISOR
           IF TEM-EQUIPES
               MOVE USR-LOGIN TO EQP-LOGIN
               READ ARQ-EQUIPES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EQP-SUPERVISOR NOT = SPACES
                           MOVE EQP-SUPERVISOR TO WRK-SUPERVISOR
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    INATIVA O OPERADOR SEM LOGIN HA MAIS DE N DIAS. O
      *    ULTIMO ADMINISTRADOR ATIVO E MANTIDO E SAI NA SECAO
      *    DAS INATIVACOES COMO MANTIDO
      *-----------------------------------------------------
       4300-INATIVA-OPERADOR.
           IF USR-NIVEL = 01 AND NOT USR-CONTA-BLOQUEADA
              AND WRK-QTD-ADMINS NOT > 1
               MOVE 'M' TO WRK-SITUACAO
               ADD 1 TO WRK-TOT-MANTIDOS
           ELSE
               SET USR-INATIVO TO TRUE
               REWRITE USUARIO-REC
                   INVALID KEY
                       DISPLAY 'FALHA AO INATIVAR ' USR-LOGIN
                           ' FS: ' WRK-FS-USUARIO
                       SET USR-ATIVO TO TRUE
                   NOT INVALID KEY
                       MOVE 'I' TO WRK-SITUACAO
                       ADD 1 TO WRK-TOT-INATIVADOS
                       IF USR-NIVEL = 01 AND NOT USR-CONTA-BLOQUEADA
                           SUBTRACT 1 FROM WRK-QTD-ADMINS
                       END-IF
               END-REWRITE
           END-IF
           IF NOT SIT-NORMAL
               IF WRK-QTD-INATIVADOS < WRK-MAX-INATIVADOS
                   ADD 1 TO WRK-QTD-INATIVADOS
                   MOVE USR-LOGIN TO TIN-LOGIN(WRK-QTD-INATIVADOS)
                   MOVE USR-NIVEL TO TIN-NIVEL(WRK-QTD-INATIVADOS)
                   MOVE WRK-SUPERVISOR
                       TO TIN-SUPERVISOR(WRK-QTD-INATIVADOS)
                   MOVE WRK-DATA-LOGIN
                       TO TIN-ULT-LOGIN(WRK-QTD-INATIVADOS)
                   MOVE WRK-DIAS-SEM-LOGIN
                       TO TIN-DIAS(WRK-QTD-INATIVADOS)
                   MOVE WRK-SITUACAO
                       TO TIN-SITUACAO(WRK-QTD-INATIVADOS)
               ELSE
                   DISPLAY 'TABELA DE INATIVACOES CHEIA: ' USR-LOGIN
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    ACUMULA OS TOTAIS DO RESUMO (JA COM A INATIVACAO)
      *-----------------------------------------------------
       4400-ACUMULA-TOTAIS.
           IF USR-ATIVO
               ADD 1 TO WRK-TOT-ATIVOS
           ELSE
               ADD 1 TO WRK-TOT-INATIVOS
           END-IF
           IF USR-CONTA-BLOQUEADA
               ADD 1 TO WRK-TOT-BLOQUEADOS
           END-IF
           IF USR-DATA-SENHA = ZEROS
               ADD 1 TO WRK-TOT-SENHA-TROCA
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA SECAO POR SUPERVISOR
      *    (QUEBRA DE CONTROLE), CADA UMA COM A LINHA DE VISTO
      *-----------------------------------------------------
       7000-IMPRIME-GRUPOS.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 7200-RETURN-SORT
           PERFORM 7300-PROCESSA-GRUPO UNTIL FIM-SORT.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO DE PAGINA DO GRUPO CORRENTE
      *-----------------------------------------------------
       7100-IMPRIME-CABECALHO.
           ADD 1 TO WRK-PAGINA
           MOVE ZEROS TO WRK-LINHAS-PAGINA
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-PAGINA   TO HDR-PAGINA
           IF WRK-SUPERVISOR-ATUAL = HIGH-VALUES
               MOVE 'SEM SUPERVISOR - VISTO DO ADMINISTRADOR'
                   TO HDR-SUPERVISOR
           ELSE
               MOVE WRK-SUPERVISOR-ATUAL TO HDR-SUPERVISOR
           END-IF
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-GRUPO
           WRITE REL-LINHA FROM WRK-CABECALHO2
           WRITE REL-LINHA FROM WRK-CABECALHO3
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------
      *    LE O PROXIMO OPERADOR ORDENADO
      *-----------------------------------------------------
       7200-RETURN-SORT.
           RETURN WORK-CERTIFICA
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    IMPRIME A EQUIPE DE UM SUPERVISOR E O VISTO DELA
      *-----------------------------------------------------
       7300-PROCESSA-GRUPO.
           MOVE SRT-SUPERVISOR TO WRK-SUPERVISOR-ATUAL
           MOVE ZEROS TO WRK-QTD-GRUPO
           ADD 1 TO WRK-TOT-GRUPOS
           PERFORM 7100-IMPRIME-CABECALHO
           PERFORM 7400-IMPRIME-OPERADOR
               UNTIL FIM-SORT
                  OR SRT-SUPERVISOR NOT = WRK-SUPERVISOR-ATUAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-QTD-GRUPO TO GRP-QTD
           WRITE REL-LINHA FROM WRK-LINHA-GRUPO
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-LINHA-VISTO.

      *-----------------------------------------------------
      *    IMPRIME O OPERADOR, AS TRANSACOES QUE ELE ALCANCA, E
      *    LE O PROXIMO
      *-----------------------------------------------------
       7400-IMPRIME-OPERADOR.
           IF WRK-LINHAS-PAGINA >= 50
               PERFORM 7100-IMPRIME-CABECALHO
           END-IF
           ADD 1 TO WRK-QTD-GRUPO
           MOVE SRT-LOGIN    TO DET-LOGIN
           MOVE SRT-NIVEL    TO DET-NIVEL
           MOVE SRT-STATUS   TO DET-STATUS
           MOVE SRT-BLOQUEIO TO DET-BLOQUEIO
           IF SRT-DATA-SENHA = ZEROS
               MOVE 'TROCA' TO DET-IDADE-SENHA
           ELSE
               MOVE SRT-IDADE-SENHA TO WRK-NUMERO-EDT
               MOVE WRK-NUMERO-EDT-X TO DET-IDADE-SENHA
           END-IF
           IF SRT-ULT-LOGIN = ZEROS
               MOVE 'NUNCA' TO DET-ULT-LOGIN
           ELSE
               MOVE SRT-ULT-LOGIN TO WRK-DATA-AUX-N
               PERFORM 8900-EDITA-DATA
               MOVE WRK-DATA-EDT-X TO DET-ULT-LOGIN
           END-IF
           MOVE SRT-DIAS-SEM-LOGIN TO WRK-NUMERO-EDT
           MOVE WRK-NUMERO-EDT-X TO DET-DIAS
           EVALUATE SRT-SITUACAO
               WHEN 'I'
                   MOVE 'INATIVADO AUTO' TO DET-OBS
               WHEN 'M'
                   MOVE 'ULTIMO ADMIN' TO DET-OBS
               WHEN OTHER
                   MOVE SPACES TO DET-OBS
           END-EVALUATE
           WRITE REL-LINHA FROM WRK-LINHA-OPER
           ADD 1 TO WRK-LINHAS-PAGINA
           PERFORM 7500-LISTA-TRANSACOES
           PERFORM 7200-RETURN-SORT.

      *-----------------------------------------------------
      *    LISTA AS TRANSACOES ALCANCAVEIS, TRES POR LINHA: AS
      *    DO NIVEL QUE NAO FORAM REVOGADAS E, MARCADAS COM '*',
      *    AS CONCEDIDAS AVULSAS PELO AUTORIZU FORA DO NIVEL
      *-----------------------------------------------------
       7500-LISTA-TRANSACOES.
           MOVE SPACES TO WRK-LINHA-TRX
           MOVE ZEROS TO WRK-TRX-COL WRK-TRX-QTD
           MOVE SRT-LOGIN TO WRK-LOGIN-BUSCA
           PERFORM 7510-TRANSACAO-DO-NIVEL
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-NIVEIS
           PERFORM 7520-CONCESSAO-AVULSA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-OVERRIDES
           IF WRK-TRX-COL > ZEROS
               WRITE REL-LINHA FROM WRK-LINHA-TRX
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF
           IF WRK-TRX-QTD = ZEROS
               WRITE REL-LINHA FROM WRK-LINHA-SEM-TRX
               ADD 1 TO WRK-LINHAS-PAGINA
           END-IF.

       7510-TRANSACAO-DO-NIVEL.
           IF TNV-NIVEL(WRK-I) = SRT-NIVEL
               MOVE TNV-TRANSACAO(WRK-I) TO WRK-TRX-BUSCA
               PERFORM 7530-LOCALIZA-OVERRIDE
               MOVE SPACE TO WRK-ACAO-OVERRIDE
               IF WRK-IDX-ACHADO > ZEROS
                   MOVE TOV-ACAO(WRK-IDX-ACHADO) TO WRK-ACAO-OVERRIDE
               END-IF
               IF NOT OVERRIDE-REVOGA
                   MOVE SPACE TO WRK-TRX-MARCA
                   PERFORM 7550-ACRESCENTA-TRANSACAO
               END-IF
           END-IF.

       7520-CONCESSAO-AVULSA.
           IF TOV-LOGIN(WRK-I) = SRT-LOGIN AND TOV-ACAO(WRK-I) = 'G'
               MOVE TOV-TRANSACAO(WRK-I) TO WRK-TRX-BUSCA
               PERFORM 7540-PROCURA-NO-NIVEL
               IF NOT ACHOU
                   MOVE '*' TO WRK-TRX-MARCA
                   PERFORM 7550-ACRESCENTA-TRANSACAO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    LOCALIZA O OVERRIDE DE WRK-LOGIN-BUSCA +
      *    WRK-TRX-BUSCA NA TABELA DO AUTORIZU
      *-----------------------------------------------------
       7530-LOCALIZA-OVERRIDE.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM 7531-COMPARA-OVERRIDE
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-OVERRIDES
                  OR WRK-IDX-ACHADO > ZEROS.

       7531-COMPARA-OVERRIDE.
           IF TOV-LOGIN(WRK-J) = WRK-LOGIN-BUSCA
              AND TOV-TRANSACAO(WRK-J) = WRK-TRX-BUSCA
               MOVE WRK-J TO WRK-IDX-ACHADO
           END-IF.

      *-----------------------------------------------------
      *    VERIFICA SE WRK-TRX-BUSCA JA ESTA NA LISTA DO NIVEL
      *-----------------------------------------------------
       7540-PROCURA-NO-NIVEL.
           MOVE 'N' TO WRK-ACHOU
           PERFORM 7541-COMPARA-NIVEL
               VARYING WRK-J FROM 1 BY 1
               UNTIL WRK-J > WRK-QTD-NIVEIS OR ACHOU.

       7541-COMPARA-NIVEL.
           IF TNV-NIVEL(WRK-J) = SRT-NIVEL
              AND TNV-TRANSACAO(WRK-J) = WRK-TRX-BUSCA
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      *-----------------------------------------------------
      *    POE A TRANSACAO NA LINHA; COM TRES, IMPRIME A LINHA
      *-----------------------------------------------------
       7550-ACRESCENTA-TRANSACAO.
           ADD 1 TO WRK-TRX-COL
           ADD 1 TO WRK-TRX-QTD
           MOVE WRK-TRX-BUSCA TO TRX-NOME(WRK-TRX-COL)
           MOVE WRK-TRX-MARCA TO TRX-MARCA(WRK-TRX-COL)
           IF WRK-TRX-COL = 3
               WRITE REL-LINHA FROM WRK-LINHA-TRX
               ADD 1 TO WRK-LINHAS-PAGINA
               MOVE SPACES TO WRK-LINHA-TRX
               MOVE ZEROS TO WRK-TRX-COL
           END-IF.

      *-----------------------------------------------------
      *    SECAO DAS INATIVACOES AUTOMATICAS DESTA EXECUCAO,
      *    COM O ULTIMO LOGIN DE CADA OPERADOR
      *-----------------------------------------------------
       8000-IMPRIME-INATIVACOES.
           ADD 1 TO WRK-PAGINA
           MOVE WRK-PAGINA TO HDR-PAGINA
           MOVE WRK-DIAS-INATIVIDADE TO HDR-DIAS-PARM
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-INAT
           WRITE REL-LINHA FROM WRK-CABECALHO-INAT2
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           IF WRK-QTD-INATIVADOS = ZEROS
               MOVE 'NENHUM OPERADOR INATIVADO' TO REL-LINHA
               WRITE REL-LINHA
           ELSE
               PERFORM 8100-IMPRIME-INATIVADO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-INATIVADOS
           END-IF.

       8100-IMPRIME-INATIVADO.
           MOVE TIN-LOGIN(WRK-I) TO INA-LOGIN
           MOVE TIN-NIVEL(WRK-I) TO INA-NIVEL
           IF TIN-SUPERVISOR(WRK-I) = HIGH-VALUES
               MOVE 'SEM SUPERVISOR' TO INA-SUPERVISOR
           ELSE
               MOVE TIN-SUPERVISOR(WRK-I) TO INA-SUPERVISOR
           END-IF
           IF TIN-ULT-LOGIN(WRK-I) = ZEROS
               MOVE 'NUNCA' TO INA-ULT-LOGIN
           ELSE
               MOVE TIN-ULT-LOGIN(WRK-I) TO WRK-DATA-AUX-N
               PERFORM 8900-EDITA-DATA
               MOVE WRK-DATA-EDT-X TO INA-ULT-LOGIN
           END-IF
           MOVE TIN-DIAS(WRK-I) TO INA-DIAS
           IF TIN-SITUACAO(WRK-I) = 'I'
               MOVE 'INATIVADO' TO INA-SITUACAO
           ELSE
               MOVE 'ULTIMO ADMIN' TO INA-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-INAT.

      *-----------------------------------------------------
      *    RESUMO DA RECERTIFICACAO
      *-----------------------------------------------------
       8500-IMPRIME-RESUMO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'RESUMO DA RECERTIFICACAO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'OPERADORES CERTIFICADOS' TO RES-TITULO
           MOVE WRK-TOT-OPERADORES TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'EQUIPES (GRUPOS DE VISTO)' TO RES-TITULO
           MOVE WRK-TOT-GRUPOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'ATIVOS APOS A RECERTIFICACAO' TO RES-TITULO
           MOVE WRK-TOT-ATIVOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'INATIVOS APOS A RECERTIFICACAO' TO RES-TITULO
           MOVE WRK-TOT-INATIVOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'CONTAS BLOQUEADAS' TO RES-TITULO
           MOVE WRK-TOT-BLOQUEADOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SENHAS AGUARDANDO TROCA' TO RES-TITULO
           MOVE WRK-TOT-SENHA-TROCA TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SEM LOGIN REGISTRADO' TO RES-TITULO
           MOVE WRK-TOT-NUNCA-LOGOU TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'INATIVADOS AUTOMATICAMENTE' TO RES-TITULO
           MOVE WRK-TOT-INATIVADOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'MANTIDOS (ULTIMO ADMINISTRADOR)' TO RES-TITULO
           MOVE WRK-TOT-MANTIDOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'DIAS SEM LOGIN PARA INATIVAR' TO RES-TITULO
           MOVE WRK-DIAS-INATIVIDADE TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO.

      *-----------------------------------------------------
      *    EDITA A DATA DE WRK-DATA-AUX EM DD/MM/AAAA
      *-----------------------------------------------------
       8900-EDITA-DATA.
           MOVE WRK-AUX-DIA TO EDT-DIA
           MOVE WRK-AUX-MES TO EDT-MES
           MOVE WRK-AUX-ANO TO EDT-ANO.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE USUARIO-MASTER
           IF TEM-EQUIPES
               CLOSE ARQ-EQUIPES
           END-IF
           CLOSE RELATORIO
           DISPLAY 'OPERADORES CERTIFICADOS..: ' WRK-TOT-OPERADORES
           DISPLAY 'INATIVADOS POR FALTA USO.: ' WRK-TOT-INATIVADOS
           DISPLAY 'MANTIDOS (ULTIMO ADMIN)..: ' WRK-TOT-MANTIDOS.
