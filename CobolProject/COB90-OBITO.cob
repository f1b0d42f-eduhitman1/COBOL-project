       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB90-OBITO.
      ********************************
      *OBJETIVO : REGISTRO DO OBITO DO CLIENTE E AUTORIZACOES DE
      *           DEBITO DO ESPOLIO (ALCADA DE SUPERVISAO)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO MENU DO
      *            CLIENTES.COB (OPCAO F, TRANSACAO CLI-OBITO).
      *            ANTES O CLIENTE FALECIDO ERA SO INATIVADO, O QUE
      *            A REGRA DE CONTAS ABERTAS IMPEDIA, E OS DEBITOS,
      *            ORDENS PERMANENTES E MALAS DIRETAS CONTINUAVAM.
      *            O REGISTRO DO OBITO (CLIENTE A OU I, DATA DO
      *            OBITO E REFERENCIA DA CERTIDAO) GRAVA O OBITOS
      *            (COPY OBITO) COM O STATUS ANTERIOR, MUDA O
      *            STATUS DO CLIENTE PARA O (FALECIDO) COM JORNAL
      *            O NO CLIJORN E MARCA R (EM REVISAO) TODA
      *            COTITULARIDADE DO COTITUL EM QUE ELE APARECE,
      *            COMO TITULAR OU COMO CO-TITULAR. DAI EM DIANTE O
      *            LANCAMENTO NOTURNO (COB24-MOVIMENTO) SO ACEITA
      *            NAS CONTAS DELE O DEBITO QUE A SUPERVISAO
      *            AUTORIZAR AQUI PARA O ESPOLIO (ESPAUT, COPY
      *            ESPAUT: VALOR, CODIGO DE HISTORICO E
      *            FINALIDADE, UM DEBITO POR AUTORIZACAO). A
      *            AUTORIZACAO PENDENTE PODE SER CANCELADA, E A
      *            REVISAO DA COTITULARIDADE E CONCLUIDA AQUI
      *            DEPOIS DE ACERTADA NO COB12-CONTAS. O CHAMADOR
      *            FECHA O CLIMAST ANTES DO CALL.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT ARQ-COTITULAR ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS WRK-FS-COTITULAR.

           SELECT ARQ-OBITO ASSIGN TO "OBITOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBI-CLIENTE
               FILE STATUS IS WRK-FS-OBITO.

           SELECT ARQ-ESPAUT ASSIGN TO "ESPAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESA-CHAVE
               FILE STATUS IS WRK-FS-ESPAUT.

           SELECT ARQ-JORNAL ASSIGN TO "CLIJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-COTITULAR.
           COPY COTITULAR.

       FD  ARQ-OBITO.
           COPY OBITO.

       FD  ARQ-ESPAUT.
           COPY ESPAUT.

       FD  ARQ-JORNAL.
           COPY JORNAL.

       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIENTE         PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA           PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR       PIC X(02) VALUE '00'.
       77  WRK-FS-OBITO           PIC X(02) VALUE '00'.
       77  WRK-FS-ESPAUT          PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL          PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-CONFIRMA           PIC X(01) VALUE SPACE.
           88 WRK-CONFIRMA-SIM    VALUE 'S'.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-COR-NIVEL          PIC 9(01) VALUE 7.
       77  WRK-CHAVE-CLIENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-CHAVE-SEQ          PIC 9(02) VALUE ZEROS.
       77  WRK-CHAVE-NUMERO       PIC 9(03) VALUE ZEROS.
       77  WRK-CHAVE-COTITULAR    PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-CLIENTE       PIC X(30) VALUE SPACES.
       77  WRK-CLIENTE-OK         PIC X(01) VALUE 'N'.
           88 CLIENTE-OK          VALUE 'S'.
       77  WRK-SEM-CLIMAST        PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST         VALUE 'S'.
       77  WRK-SEM-CTAMAST        PIC X(01) VALUE 'N'.
           88 SEM-CTAMAST         VALUE 'S'.
       77  WRK-DADOS-OK           PIC X(01) VALUE 'N'.
           88 DADOS-OK            VALUE 'S'.
       77  WRK-ANO-BISSEXTO       PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO        VALUE 'S'.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-JRN-ANTES          PIC X(150) VALUE SPACES.
       77  WRK-JRN-OPERACAO       PIC X(01) VALUE SPACE.
       77  WRK-CERTIDAO           PIC X(30) VALUE SPACES.
       77  WRK-ESA-VALOR-CENT     PIC 9(11) VALUE ZEROS.
       77  WRK-ESA-HISTORICO      PIC 9(04) VALUE ZEROS.
       77  WRK-ESA-FINALIDADE     PIC X(30) VALUE SPACES.
       77  WRK-ULT-NUMERO         PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-REVISAO        PIC 9(03) VALUE ZEROS.
       77  WRK-HCD-SITUACAO       PIC X(01) VALUE 'N'.
           88 HCD-ATIVO           VALUE 'S'.
       77  WRK-HCD-DESCRICAO      PIC X(25) VALUE SPACES.
       77  WRK-HCD-NATUREZA       PIC X(01) VALUE SPACE.
       77  WRK-HCD-CONTA-GL       PIC X(10) VALUE SPACES.
       77  WRK-VALOR-EDT          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-EDT          PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINDX              PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-OBITO.
           05 WRK-OBI-ANO         PIC 9(04).
           05 WRK-OBI-MES         PIC 9(02).
           05 WRK-OBI-DIA         PIC 9(02).
       01  WRK-DATA-OBITO-N REDEFINES WRK-DATA-OBITO
                                  PIC 9(08).

       01  WRK-TABELA-MESES.
           05 WRK-DIAS-NO-MES     PIC 9(02) OCCURS 12 TIMES.

       01  WRK-LINHA-AUTORIZACAO.
           05 LAU-NUMERO          PIC 9(03).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LAU-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LAU-HISTORICO       PIC 9(04).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LAU-SITUACAO        PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LAU-FINALIDADE      PIC X(30).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LAU-DATA-AUT        PIC 9(08).

       01  WRK-LINHA-TAB.
           05 WRK-LIN-TELA        PIC X(70) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.
           88 OPER-USER           VALUE 02.
           88 OPER-SUPERVISOR     VALUE 03.
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-OBI.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'FALECIMENTO / ESPOLIO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE '1 - REGISTRAR OBITO'.
           05 LINE 04 COLUMN 01 VALUE '2 - AUTORIZAR DEBITO DO ESPOLIO'.
           05 LINE 05 COLUMN 01 VALUE '3 - AUTORIZACOES DA CONTA'.
           05 LINE 06 COLUMN 01 VALUE '4 - CANCELAR AUTORIZACAO'.
           05 LINE 07 COLUMN 01 VALUE '5 - CONCLUIR REVISAO CO-TITULAR'.
           05 LINE 08 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 10 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 10 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-CLI.
           05 LINE 12 COLUMN 01 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 12 COLUMN 23 PIC 9(06) TO WRK-CHAVE-CLIENTE.

       01 TELA-CHAVE-SEQ.
           05 LINE 13 COLUMN 01 VALUE 'SEQUENCIA DA CONTA..: '.
           05 LINE 13 COLUMN 23 PIC 9(02) TO WRK-CHAVE-SEQ.

       01 TELA-CHAVE-NUM.
           05 LINE 14 COLUMN 01 VALUE 'NUMERO AUTORIZACAO..: '.
           05 LINE 14 COLUMN 23 PIC 9(03) TO WRK-CHAVE-NUMERO.

       01 TELA-CHAVE-COT.
           05 LINE 14 COLUMN 01 VALUE 'NUMERO CO-TITULAR...: '.
           05 LINE 14 COLUMN 23 PIC 9(06) TO WRK-CHAVE-COTITULAR.

       01 TELA-OBITO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'REGISTRO DE OBITO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'NOME................: '.
           05 LINE 04 COLUMN 23 PIC X(30) FROM WRK-NOME-CLIENTE.
           05 LINE 05 COLUMN 01 VALUE 'STATUS ATUAL........: '.
           05 LINE 05 COLUMN 23 PIC X(01) FROM CLI-STATUS.
           05 LINE 07 COLUMN 01 VALUE 'DATA DO OBITO.......: '.
           05 LINE 07 COLUMN 23 PIC 9(08) USING WRK-DATA-OBITO-N.
           05 LINE 07 COLUMN 33 VALUE '(AAAAMMDD)'.
           05 LINE 08 COLUMN 01 VALUE 'CERTIDAO (REFERENC.): '.
           05 LINE 08 COLUMN 23 PIC X(30) USING WRK-CERTIDAO.
           05 LINE 10 COLUMN 01
              VALUE 'CONFIRMA REGISTRO DO OBITO (S/N): '.
           05 LINE 10 COLUMN 35 PIC X(01) USING WRK-CONFIRMA.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-AUTORIZA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'AUTORIZACAO DE DEBITO DO ESPOLIO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'NOME................: '.
           05 LINE 04 COLUMN 23 PIC X(30) FROM WRK-NOME-CLIENTE.
           05 LINE 05 COLUMN 01 VALUE 'CONTA...............: '.
           05 LINE 05 COLUMN 23 PIC 9(02) FROM WRK-CHAVE-SEQ.
           05 LINE 06 COLUMN 01 VALUE 'SALDO ATUAL.........: '.
           05 LINE 06 COLUMN 23 PIC X(15) FROM WRK-SALDO-EDT.
           05 LINE 08 COLUMN 01 VALUE 'VALOR (CENTAVOS)....: '.
           05 LINE 08 COLUMN 23 PIC 9(11) USING WRK-ESA-VALOR-CENT.
           05 LINE 08 COLUMN 36 VALUE '(EX.: 00000015050 = 150,50)'.
           05 LINE 09 COLUMN 01 VALUE 'CODIGO DE HISTORICO.: '.
           05 LINE 09 COLUMN 23 PIC 9(04) USING WRK-ESA-HISTORICO.
           05 LINE 10 COLUMN 01 VALUE 'FINALIDADE..........: '.
           05 LINE 10 COLUMN 23 PIC X(30) USING WRK-ESA-FINALIDADE.
           05 LINE 12 COLUMN 01 VALUE 'CONFIRMA AUTORIZACAO (S/N): '.
           05 LINE 12 COLUMN 29 PIC X(01) USING WRK-CONFIRMA.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-AUTORIZACOES.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'AUTORIZACOES DO ESPOLIO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 02 COLUMN 01 VALUE 'CONTA: '.
           05 LINE 02 COLUMN 08 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 02 COLUMN 14 VALUE '/'.
           05 LINE 02 COLUMN 15 PIC 9(02) FROM WRK-CHAVE-SEQ.
           05 LINE 03 COLUMN 01 VALUE
              'NUM          VALOR HIST S FINALIDADE'.
           05 LINE 03 COLUMN 58 VALUE 'AUTORIZ.'.
           05 LINE 04 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(1).
           05 LINE 05 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(2).
           05 LINE 06 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(3).
           05 LINE 07 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(4).
           05 LINE 08 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(5).
           05 LINE 09 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(6).
           05 LINE 10 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(7).
           05 LINE 11 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(8).
           05 LINE 12 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(9).
           05 LINE 13 COLUMN 01 PIC X(70) FROM WRK-LIN-TELA(10).
           05 LINE 15 COLUMN 01 VALUE 'TECLE ENTER PARA VOLTAR'.
           05 LINE 15 COLUMN 26 PIC X(01) TO WRK-CONFIRMA.
           05 LINE 17 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CANCELA.
           05 LINE 16 COLUMN 01 VALUE 'VALOR...............: '.
           05 LINE 16 COLUMN 23 PIC X(14) FROM WRK-VALOR-EDT.
           05 LINE 17 COLUMN 01 VALUE 'HISTORICO...........: '.
           05 LINE 17 COLUMN 23 PIC 9(04) FROM ESA-HISTORICO.
           05 LINE 18 COLUMN 01 VALUE 'FINALIDADE..........: '.
           05 LINE 18 COLUMN 23 PIC X(30) FROM ESA-FINALIDADE.
           05 LINE 19 COLUMN 01
              VALUE 'CONFIRMA CANCELAMENTO (S/N): '.
           05 LINE 19 COLUMN 30 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-REVISAO.
           05 LINE 16 COLUMN 01 VALUE 'EM REVISAO DESDE....: '.
           05 LINE 16 COLUMN 23 PIC 9(08) FROM COT-DATA-REVISAO.
           05 LINE 17 COLUMN 01
              VALUE 'CONFIRMA CONCLUSAO DA REVISAO (S/N): '.
           05 LINE 17 COLUMN 38 PIC X(01) TO WRK-CONFIRMA.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           IF NOT OPER-ADM AND NOT OPER-SUPERVISOR
               DISPLAY 'OPCAO RESTRITA A SUPERVISAO'
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           PERFORM 9000-FINALIZE
           GOBACK.

      *-----------------------------------------------------
      *    ABRE O CADASTRO DE CLIENTES E O DE CONTAS, E O
      *    COTITUL, O OBITOS E O ESPAUT (CRIANDO NA PRIMEIRA
      *    EXECUCAO); PEGA A DATA DE NEGOCIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1010-DEFINE-COR-NIVEL
           PERFORM 1020-CARREGA-MESES
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN I-O ARQ-OBITO
           IF WRK-FS-OBITO = '35'
               OPEN OUTPUT ARQ-OBITO
               CLOSE ARQ-OBITO
               OPEN I-O ARQ-OBITO
           END-IF
           OPEN I-O ARQ-ESPAUT
           IF WRK-FS-ESPAUT = '35'
               OPEN OUTPUT ARQ-ESPAUT
               CLOSE ARQ-ESPAUT
               OPEN I-O ARQ-ESPAUT
           END-IF
           OPEN I-O ARQ-COTITULAR
           IF WRK-FS-COTITULAR = '35'
               OPEN OUTPUT ARQ-COTITULAR
               CLOSE ARQ-COTITULAR
               OPEN I-O ARQ-COTITULAR
           END-IF
           MOVE 'N' TO WRK-SEM-CTAMAST
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA NOT = '00'
               MOVE 'S' TO WRK-SEM-CTAMAST
           END-IF
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN I-O CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIMAST
               DISPLAY 'ARQUIVO DE CLIENTES INDISPONIVEL: '
                   WRK-FS-CLIENTE
           END-IF.

      *-----------------------------------------------------
      *    ESCOLHE A COR DO CABECALHO CONFORME O NIVEL
      *-----------------------------------------------------
       1010-DEFINE-COR-NIVEL.
           EVALUATE TRUE
               WHEN OPER-ADM
                   MOVE 4 TO WRK-COR-NIVEL
               WHEN OPER-SUPERVISOR
                   MOVE 6 TO WRK-COR-NIVEL
               WHEN OPER-USER
                   MOVE 2 TO WRK-COR-NIVEL
               WHEN OTHER
                   MOVE 7 TO WRK-COR-NIVEL
           END-EVALUATE.

      *-----------------------------------------------------
      *    DIAS DE CADA MES PARA A CRITICA DA DATA DO OBITO
      *    (FEVEREIRO CONFERIDO NO BISSEXTO)
      *-----------------------------------------------------
       1020-CARREGA-MESES.
           MOVE 31 TO WRK-DIAS-NO-MES(01)
           MOVE 28 TO WRK-DIAS-NO-MES(02)
           MOVE 31 TO WRK-DIAS-NO-MES(03)
           MOVE 30 TO WRK-DIAS-NO-MES(04)
           MOVE 31 TO WRK-DIAS-NO-MES(05)
           MOVE 30 TO WRK-DIAS-NO-MES(06)
           MOVE 31 TO WRK-DIAS-NO-MES(07)
           MOVE 31 TO WRK-DIAS-NO-MES(08)
           MOVE 30 TO WRK-DIAS-NO-MES(09)
           MOVE 31 TO WRK-DIAS-NO-MES(10)
           MOVE 30 TO WRK-DIAS-NO-MES(11)
           MOVE 31 TO WRK-DIAS-NO-MES(12).

      *-----------------------------------------------------
      *    EXIBE O MENU DE FALECIMENTO E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           DISPLAY TELA-MENU-OBI
           ACCEPT TELA-MENU-OBI
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2100-REGISTRAR-OBITO
               WHEN '2'
                   PERFORM 2200-AUTORIZAR-DEBITO
               WHEN '3'
                   PERFORM 2300-LISTAR-AUTORIZACOES
               WHEN '4'
                   PERFORM 2400-CANCELAR-AUTORIZACAO
               WHEN '5'
                   PERFORM 2500-CONCLUIR-REVISAO
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    REGISTRA O OBITO: SO CLIENTE ATIVO OU INATIVO, AINDA
      *    SEM REGISTRO NO OBITOS
      *-----------------------------------------------------
       2100-REGISTRAR-OBITO.
           IF SEM-CLIMAST
               MOVE 'ARQUIVO DE CLIENTES INDISPONIVEL'
                   TO WRK-MENSAGEM
           ELSE
               PERFORM 2900-OBTER-CLIENTE
               MOVE WRK-CHAVE-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE 'CLIENTE NAO ENCONTRADO' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       PERFORM 2105-CONFERE-SITUACAO
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    CONFERE O STATUS DO CLIENTE E SE JA HA OBITO GRAVADO
      *-----------------------------------------------------
       2105-CONFERE-SITUACAO.
           EVALUATE TRUE
               WHEN CLI-FALECIDO
                   MOVE 'OBITO JA REGISTRADO' TO WRK-MENSAGEM
               WHEN NOT CLI-ATIVO AND NOT CLI-INATIVO
                   MOVE 'CLIENTE EXPURGADO OU ANONIMIZADO'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE WRK-CHAVE-CLIENTE TO OBI-CLIENTE
                   READ ARQ-OBITO
                       INVALID KEY
                           PERFORM 2110-CAPTA-OBITO
                       NOT INVALID KEY
                           MOVE 'OBITO JA REGISTRADO' TO WRK-MENSAGEM
                   END-READ
           END-EVALUATE.

      *-----------------------------------------------------
      *    CAPTA A DATA DO OBITO E A CERTIDAO E GRAVA
      *-----------------------------------------------------
       2110-CAPTA-OBITO.
           MOVE CLI-NOME TO WRK-NOME-CLIENTE
           MOVE ZEROS TO WRK-DATA-OBITO-N
           MOVE SPACES TO WRK-CERTIDAO
           MOVE 'N' TO WRK-CONFIRMA
           DISPLAY TELA-OBITO
           ACCEPT TELA-OBITO
           PERFORM 2120-VALIDA-OBITO
           IF DADOS-OK
               IF WRK-CONFIRMA-SIM
                   PERFORM 2130-GRAVA-OBITO
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    VALIDA A DATA DO OBITO (DATA DE CALENDARIO, NAO
      *    POSTERIOR A DATA DE NEGOCIO) E A CERTIDAO
      *-----------------------------------------------------
       2120-VALIDA-OBITO.
           MOVE 'S' TO WRK-DADOS-OK
           PERFORM 2125-VALIDA-DATA-OBITO
           EVALUATE TRUE
               WHEN NOT DADOS-OK
                   MOVE 'DATA DO OBITO INVALIDA' TO WRK-MENSAGEM
               WHEN WRK-DATA-OBITO-N > WRK-DATA-HOJE
                   MOVE 'DATA DO OBITO POSTERIOR A HOJE'
                       TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-CERTIDAO = SPACES
                   MOVE 'CERTIDAO NAO INFORMADA' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    MES 1-12 E DIA DENTRO DO MES
      *-----------------------------------------------------
       2125-VALIDA-DATA-OBITO.
           IF WRK-OBI-ANO < 1900
              OR WRK-OBI-MES < 1 OR WRK-OBI-MES > 12
               MOVE 'N' TO WRK-DADOS-OK
           ELSE
               PERFORM 2126-VERIFICA-BISSEXTO
               IF WRK-OBI-MES = 02 AND ANO-BISSEXTO
                   IF WRK-OBI-DIA < 1 OR WRK-OBI-DIA > 29
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
               ELSE
                   IF WRK-OBI-DIA < 1 OR WRK-OBI-DIA >
                      WRK-DIAS-NO-MES(WRK-OBI-MES)
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    ANO BISSEXTO: DIVISIVEL POR 4, E SE POR 100 TAMBEM
      *    POR 400
      *-----------------------------------------------------
       2126-VERIFICA-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO
           IF FUNCTION MOD(WRK-OBI-ANO, 4) = 0
               IF FUNCTION MOD(WRK-OBI-ANO, 100) = 0
                   IF FUNCTION MOD(WRK-OBI-ANO, 400) = 0
                       MOVE 'S' TO WRK-ANO-BISSEXTO
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-ANO-BISSEXTO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O OBITOS COM O STATUS ANTERIOR, PASSA O
      *    CLIENTE A O COM JORNAL E MARCA AS COTITULARIDADES
      *-----------------------------------------------------
       2130-GRAVA-OBITO.
           MOVE WRK-CHAVE-CLIENTE TO OBI-CLIENTE
           MOVE WRK-DATA-OBITO-N  TO OBI-DATA-OBITO
           MOVE WRK-CERTIDAO      TO OBI-CERTIDAO
           MOVE CLI-STATUS        TO OBI-STATUS-ANTERIOR
           MOVE WRK-DATA-HOJE     TO OBI-DATA-REGISTRO
           MOVE LK-OPERADOR       TO OBI-SUPERVISOR
           WRITE OBITO-REC
               INVALID KEY
                   MOVE 'OBITO JA REGISTRADO' TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE CLIENTE-REC TO WRK-JRN-ANTES
                   SET CLI-FALECIDO TO TRUE
                   MOVE WRK-DATA-HOJE TO CLI-DATA-ULT-ALTER
                   REWRITE CLIENTE-REC
                   MOVE 'O' TO WRK-JRN-OPERACAO
                   PERFORM 8500-GRAVA-JORNAL
                   PERFORM 2140-MARCA-COTITULARES
                   MOVE SPACES TO WRK-MENSAGEM
                   STRING 'OBITO REGISTRADO. EM REVISAO: '
                              DELIMITED BY SIZE
                          WRK-QTD-REVISAO DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
           END-WRITE.

      *-----------------------------------------------------
      *    VARRE O COTITUL E MARCA R (EM REVISAO) TODA
      *    COTITULARIDADE EM QUE O FALECIDO E TITULAR OU
      *    CO-TITULAR
      *-----------------------------------------------------
       2140-MARCA-COTITULARES.
           MOVE ZEROS TO WRK-QTD-REVISAO
           MOVE ZEROS TO COT-CHAVE
           MOVE '00' TO WRK-FS-COTITULAR
           START ARQ-COTITULAR KEY IS NOT LESS THAN COT-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-COTITULAR
           END-START
           PERFORM 2141-MARCA-COTITULAR
               UNTIL WRK-FS-COTITULAR NOT = '00'
           MOVE '00' TO WRK-FS-COTITULAR.

       2141-MARCA-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   IF COT-CLIENTE = WRK-CHAVE-CLIENTE
                      OR COT-COTITULAR = WRK-CHAVE-CLIENTE
                       SET COT-EM-REVISAO TO TRUE
                       MOVE WRK-DATA-HOJE TO COT-DATA-REVISAO
                       REWRITE COTITULAR-REC
                       ADD 1 TO WRK-QTD-REVISAO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    AUTORIZA UM DEBITO NA CONTA DO CLIENTE FALECIDO,
      *    PARA O ESPOLIO: CONTA ABERTA DO PROPRIO CLIENTE
      *-----------------------------------------------------
       2200-AUTORIZAR-DEBITO.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2910-VERIFICA-FALECIDO
           IF SEM-CLIMAST OR SEM-CTAMAST
               MOVE 'ARQUIVO DE CLIENTES/CONTAS INDISPONIVEL'
                   TO WRK-MENSAGEM
           ELSE
           IF NOT CLIENTE-OK
               MOVE 'CLIENTE SEM OBITO REGISTRADO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2920-OBTER-SEQUENCIA
               MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
               MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       IF CTA-ABERTA
                           PERFORM 2210-CAPTA-AUTORIZACAO
                       ELSE
                           MOVE 'CONTA ENCERRADA' TO WRK-MENSAGEM
                       END-IF
               END-READ
           END-IF
           END-IF.

      *-----------------------------------------------------
      *    CAPTA VALOR, HISTORICO E FINALIDADE E GRAVA
      *-----------------------------------------------------
       2210-CAPTA-AUTORIZACAO.
           MOVE CTA-SALDO TO WRK-SALDO-EDT
           MOVE ZEROS TO WRK-ESA-VALOR-CENT WRK-ESA-HISTORICO
           MOVE SPACES TO WRK-ESA-FINALIDADE
           MOVE 'N' TO WRK-CONFIRMA
           DISPLAY TELA-AUTORIZA
           ACCEPT TELA-AUTORIZA
           PERFORM 2220-VALIDA-AUTORIZACAO
           IF DADOS-OK
               IF WRK-CONFIRMA-SIM
                   PERFORM 2230-GRAVA-AUTORIZACAO
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    VALOR INFORMADO, CODIGO DE HISTORICO ATIVO NA TABELA
      *    HISTCOD E FINALIDADE PREENCHIDA. A NATUREZA DO
      *    CODIGO E CONFERIDA PELO LANCAMENTO, COMO EM TODO
      *    DEBITO
      *-----------------------------------------------------
       2220-VALIDA-AUTORIZACAO.
           MOVE 'S' TO WRK-DADOS-OK
           MOVE 'N' TO WRK-HCD-SITUACAO
           CALL 'COB58-HISTORICO' USING WRK-ESA-HISTORICO
               WRK-HCD-SITUACAO WRK-HCD-DESCRICAO
               WRK-HCD-NATUREZA WRK-HCD-CONTA-GL
           EVALUATE TRUE
               WHEN WRK-ESA-VALOR-CENT = ZEROS
                   MOVE 'VALOR NAO INFORMADO' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN NOT HCD-ATIVO
                   MOVE 'HISTORICO INEXISTENTE OU INATIVO'
                       TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-ESA-FINALIDADE = SPACES
                   MOVE 'FINALIDADE NAO INFORMADA' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    GRAVA A AUTORIZACAO PENDENTE COM O PROXIMO NUMERO DA
      *    CONTA
      *-----------------------------------------------------
       2230-GRAVA-AUTORIZACAO.
           PERFORM 2240-PROXIMO-NUMERO
           IF WRK-ULT-NUMERO = 999
               MOVE 'LIMITE DE AUTORIZACOES DA CONTA'
                   TO WRK-MENSAGEM
           ELSE
               MOVE WRK-CHAVE-CLIENTE  TO ESA-CLIENTE
               MOVE WRK-CHAVE-SEQ      TO ESA-SEQUENCIA
               COMPUTE ESA-NUMERO = WRK-ULT-NUMERO + 1
               COMPUTE ESA-VALOR = WRK-ESA-VALOR-CENT / 100
               MOVE WRK-ESA-HISTORICO  TO ESA-HISTORICO
               SET ESA-PENDENTE TO TRUE
               MOVE WRK-ESA-FINALIDADE TO ESA-FINALIDADE
               MOVE LK-OPERADOR        TO ESA-SUPERVISOR
               MOVE WRK-DATA-HOJE      TO ESA-DATA-AUT
               MOVE ZEROS              TO ESA-DATA-USO
               WRITE ESPAUT-REC
                   INVALID KEY
                       MOVE 'ERRO AO GRAVAR AUTORIZACAO'
                           TO WRK-MENSAGEM
                   NOT INVALID KEY
                       MOVE SPACES TO WRK-MENSAGEM
                       STRING 'AUTORIZACAO GRAVADA: NUMERO '
                                  DELIMITED BY SIZE
                              ESA-NUMERO DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
               END-WRITE
           END-IF.

      *-----------------------------------------------------
      *    ACHA O ULTIMO NUMERO DE AUTORIZACAO DA CONTA
      *-----------------------------------------------------
       2240-PROXIMO-NUMERO.
           MOVE ZEROS TO WRK-ULT-NUMERO
           MOVE WRK-CHAVE-CLIENTE TO ESA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ESA-SEQUENCIA
           MOVE ZEROS             TO ESA-NUMERO
           MOVE '00' TO WRK-FS-ESPAUT
           START ARQ-ESPAUT KEY IS NOT LESS THAN ESA-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ESPAUT
           END-START
           PERFORM 2241-LER-NUMERO
               UNTIL WRK-FS-ESPAUT NOT = '00'
           MOVE '00' TO WRK-FS-ESPAUT.

       2241-LER-NUMERO.
           READ ARQ-ESPAUT NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ESPAUT
               NOT AT END
                   IF ESA-CLIENTE = WRK-CHAVE-CLIENTE
                      AND ESA-SEQUENCIA = WRK-CHAVE-SEQ
                       MOVE ESA-NUMERO TO WRK-ULT-NUMERO
                   ELSE
                       MOVE '10' TO WRK-FS-ESPAUT
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LISTA AS AUTORIZACOES DE UMA CONTA (ATE 10 NA TELA)
      *-----------------------------------------------------
       2300-LISTAR-AUTORIZACOES.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           MOVE SPACES TO WRK-LINHA-TAB
           MOVE ZEROS TO WRK-LINDX
           MOVE WRK-CHAVE-CLIENTE TO ESA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ESA-SEQUENCIA
           MOVE ZEROS             TO ESA-NUMERO
           MOVE '00' TO WRK-FS-ESPAUT
           START ARQ-ESPAUT KEY IS NOT LESS THAN ESA-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ESPAUT
           END-START
           PERFORM 2310-CARREGA-LINHA-AUT
               UNTIL WRK-LINDX = 10 OR WRK-FS-ESPAUT NOT = '00'
           MOVE '00' TO WRK-FS-ESPAUT
           IF WRK-LINDX = ZERO
               MOVE 'CONTA SEM AUTORIZACOES' TO WRK-MENSAGEM
           END-IF
           DISPLAY TELA-AUTORIZACOES
           ACCEPT TELA-AUTORIZACOES
           MOVE SPACES TO WRK-MENSAGEM.

      *-----------------------------------------------------
      *    CARREGA UMA LINHA DA LISTA DE AUTORIZACOES
      *-----------------------------------------------------
       2310-CARREGA-LINHA-AUT.
           READ ARQ-ESPAUT NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ESPAUT
               NOT AT END
                   IF ESA-CLIENTE = WRK-CHAVE-CLIENTE
                      AND ESA-SEQUENCIA = WRK-CHAVE-SEQ
                       ADD 1 TO WRK-LINDX
                       MOVE ESA-NUMERO     TO LAU-NUMERO
                       MOVE ESA-VALOR      TO LAU-VALOR
                       MOVE ESA-HISTORICO  TO LAU-HISTORICO
                       MOVE ESA-SITUACAO   TO LAU-SITUACAO
                       MOVE ESA-FINALIDADE TO LAU-FINALIDADE
                       MOVE ESA-DATA-AUT   TO LAU-DATA-AUT
                       MOVE WRK-LINHA-AUTORIZACAO
                           TO WRK-LIN-TELA(WRK-LINDX)
                   ELSE
                       MOVE '10' TO WRK-FS-ESPAUT
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CANCELA UMA AUTORIZACAO AINDA PENDENTE
      *-----------------------------------------------------
       2400-CANCELAR-AUTORIZACAO.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           PERFORM 2930-OBTER-NUMERO
           MOVE WRK-CHAVE-CLIENTE TO ESA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ESA-SEQUENCIA
           MOVE WRK-CHAVE-NUMERO  TO ESA-NUMERO
           READ ARQ-ESPAUT
               INVALID KEY
                   MOVE 'AUTORIZACAO NAO ENCONTRADA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   PERFORM 2410-CONFIRMA-CANCELAMENTO
           END-READ.

      *-----------------------------------------------------
      *    CONFERE A SITUACAO E PEDE A CONFIRMACAO
      *-----------------------------------------------------
       2410-CONFIRMA-CANCELAMENTO.
           IF NOT ESA-PENDENTE
               MOVE 'AUTORIZACAO NAO ESTA PENDENTE' TO WRK-MENSAGEM
           ELSE
               MOVE ESA-VALOR TO WRK-VALOR-EDT
               MOVE 'N' TO WRK-CONFIRMA
               DISPLAY TELA-CANCELA
               ACCEPT TELA-CANCELA
               IF WRK-CONFIRMA-SIM
                   SET ESA-CANCELADA TO TRUE
                   MOVE WRK-DATA-HOJE TO ESA-DATA-USO
                   REWRITE ESPAUT-REC
                   MOVE 'AUTORIZACAO CANCELADA' TO WRK-MENSAGEM
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONCLUI A REVISAO DE UMA COTITULARIDADE MARCADA NO
      *    REGISTRO DO OBITO (CHAVE: TITULAR, CONTA E
      *    CO-TITULAR)
      *-----------------------------------------------------
       2500-CONCLUIR-REVISAO.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           PERFORM 2940-OBTER-COTITULAR
           MOVE WRK-CHAVE-CLIENTE   TO COT-CLIENTE
           MOVE WRK-CHAVE-SEQ       TO COT-SEQUENCIA
           MOVE WRK-CHAVE-COTITULAR TO COT-COTITULAR
           READ ARQ-COTITULAR
               INVALID KEY
                   MOVE 'CO-TITULARIDADE NAO ENCONTRADA'
                       TO WRK-MENSAGEM
               NOT INVALID KEY
                   PERFORM 2510-CONFIRMA-REVISAO
           END-READ.

      *-----------------------------------------------------
      *    CONFERE A MARCA E PEDE A CONFIRMACAO
      *-----------------------------------------------------
       2510-CONFIRMA-REVISAO.
           IF NOT COT-EM-REVISAO
               MOVE 'CO-TITULARIDADE NAO ESTA EM REVISAO'
                   TO WRK-MENSAGEM
           ELSE
               MOVE 'N' TO WRK-CONFIRMA
               DISPLAY TELA-REVISAO
               ACCEPT TELA-REVISAO
               IF WRK-CONFIRMA-SIM
                   SET COT-SEM-REVISAO TO TRUE
                   MOVE ZEROS TO COT-DATA-REVISAO
                   REWRITE COTITULAR-REC
                   MOVE 'REVISAO CONCLUIDA' TO WRK-MENSAGEM
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DO CLIENTE
      *-----------------------------------------------------
       2900-OBTER-CLIENTE.
           MOVE ZEROS TO WRK-CHAVE-CLIENTE
           DISPLAY TELA-CHAVE-CLI
           ACCEPT TELA-CHAVE-CLI.

      *-----------------------------------------------------
      *    CONFERE SE O CLIENTE EXISTE E TEM OBITO REGISTRADO,
      *    GUARDANDO O NOME PARA A TELA
      *-----------------------------------------------------
       2910-VERIFICA-FALECIDO.
           MOVE 'N' TO WRK-CLIENTE-OK
           MOVE SPACES TO WRK-NOME-CLIENTE
           IF NOT SEM-CLIMAST
               MOVE WRK-CHAVE-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-FALECIDO
                           MOVE 'S' TO WRK-CLIENTE-OK
                           MOVE CLI-NOME TO WRK-NOME-CLIENTE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    SOLICITA A SEQUENCIA DA CONTA
      *-----------------------------------------------------
       2920-OBTER-SEQUENCIA.
           MOVE ZEROS TO WRK-CHAVE-SEQ
           DISPLAY TELA-CHAVE-SEQ
           ACCEPT TELA-CHAVE-SEQ.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DA AUTORIZACAO
      *-----------------------------------------------------
       2930-OBTER-NUMERO.
           MOVE ZEROS TO WRK-CHAVE-NUMERO
           DISPLAY TELA-CHAVE-NUM
           ACCEPT TELA-CHAVE-NUM.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DO CO-TITULAR
      *-----------------------------------------------------
       2940-OBTER-COTITULAR.
           MOVE ZEROS TO WRK-CHAVE-COTITULAR
           DISPLAY TELA-CHAVE-COT
           ACCEPT TELA-CHAVE-COT.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA NO JORNAL DO CADASTRO (CLIJORN),
      *    NOS MOLDES DO 8000-GRAVA-JORNAL DO CLIENTES.COB
      *-----------------------------------------------------
       8500-GRAVA-JORNAL.
           OPEN EXTEND ARQ-JORNAL
           IF WRK-FS-JORNAL NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
           END-IF
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE WRK-DATA-HOJE        TO JRN-DATA
           MOVE WRK-HORA-AGORA(1:6)  TO JRN-HORA
           MOVE LK-OPERADOR          TO JRN-OPERADOR
           MOVE WRK-JRN-OPERACAO     TO JRN-OPERACAO
           MOVE CLI-NUMERO           TO JRN-NUMERO
           MOVE WRK-JRN-ANTES        TO JRN-ANTES
           MOVE CLIENTE-REC          TO JRN-DEPOIS
           MOVE SPACES TO JRN-OPERADOR-CAPTURA
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC
           CLOSE ARQ-JORNAL
           MOVE '00' TO WRK-FS-JORNAL.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE ARQ-OBITO
           CLOSE ARQ-ESPAUT
           CLOSE ARQ-COTITULAR
           IF NOT SEM-CTAMAST
               CLOSE CONTA-MASTER
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF.
