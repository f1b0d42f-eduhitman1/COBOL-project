       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB57-ADMCOAF.
      ********************************
      *OBJETIVO : ANALISE DOS ALERTAS DE MONITORAMENTO COAF PELA
      *           COMPLIANCE (COAFALR)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO COB00-MENU
      *            (TRANSACAO MENU-COAF). PERCORRE OS ALERTAS
      *            GRAVADOS PELO MONITORAMENTO NOTURNO (COB56-COAF,
      *            COPY ALERTA): OS PENDENTES DE TODOS OS CLIENTES
      *            OU TODOS OS DE UM CLIENTE. CADA ALERTA MOSTRA O
      *            CLIENTE, A REGRA, O PERIODO, OS TOTAIS E ATE DEZ
      *            MOVIMENTOS, E O ALERTA PENDENTE PODE SER MARCADO
      *            COMO COMUNICADO AO COAF OU DESCARTADO, COM O
      *            OPERADOR E A DATA. ALERTA ANALISADO NAO VOLTA A
      *            SER PENDENTE E SEGURA O FRACIONAMENTO DO MESMO
      *            CLIENTE NAS NOITES SEGUINTES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ALERTAS ASSIGN TO "COAFALR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WRK-FS-ALERTAS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ALERTAS.
           COPY ALERTA.

       WORKING-STORAGE SECTION.
       77  WRK-FS-ALERTAS         PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-ACAO               PIC X(01) VALUE SPACE.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-CHAVE-CLIENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-MODO               PIC X(01) VALUE SPACE.
           88 MODO-PENDENTES      VALUE 'P'.
           88 MODO-CLIENTE        VALUE 'C'.
       77  WRK-FIM-ALERTAS        PIC X(01) VALUE 'N'.
           88 FIM-ALERTAS         VALUE 'S'.
       77  WRK-ACHOU-ALERTA       PIC X(01) VALUE 'N'.
           88 ACHOU-ALERTA        VALUE 'S'.
       77  WRK-ACAO-TRATADA       PIC X(01) VALUE 'N'.
           88 ACAO-TRATADA        VALUE 'S'.
       77  WRK-QTD-EXIBIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-LINDX              PIC 9(02) VALUE ZEROS.
       77  WRK-DESC-REGRA         PIC X(20) VALUE SPACES.
       77  WRK-DESC-STATUS        PIC X(12) VALUE SPACES.
       77  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ALERTA        PIC X(10) VALUE SPACES.
       77  WRK-PERIODO-INICIO     PIC X(10) VALUE SPACES.
       77  WRK-PERIODO-FIM        PIC X(10) VALUE SPACES.
       77  WRK-DATA-ANALISE       PIC X(10) VALUE SPACES.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE        PIC 9(04).
           05 WRK-MES-HOJE        PIC 9(02).
           05 WRK-DIA-HOJE        PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                  PIC 9(08).

      *    DATA AAAAMMDD DESMONTADA PARA EXIBICAO DD/MM/AAAA
       01  WRK-DATA-DESMONTADA.
           05 WRK-DES-ANO         PIC 9(04).
           05 WRK-DES-MES         PIC 9(02).
           05 WRK-DES-DIA         PIC 9(02).
       01  WRK-DATA-IMPRESSA.
           05 IMP-DIA             PIC 99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 IMP-MES             PIC 99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 IMP-ANO             PIC 9999.

       01  WRK-LINHA-TAB.
           05 WRK-LINHA           OCCURS 10 TIMES.
              10 WRK-LIN-DATA     PIC X(10).
              10 WRK-LIN-SEQ      PIC X(02).
              10 WRK-LIN-TIPO     PIC X(01).
              10 WRK-LIN-ORIGEM   PIC X(01).
              10 WRK-LIN-VALOR    PIC X(15).

       01  WRK-VALOR-EDITADO      PIC ZZZ.ZZZ.ZZ9,99.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-COAF.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'ALERTAS COAF - COMPLIANCE'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE '1 - ANALISAR ALERTAS PENDENTES'.
           05 LINE 04 COLUMN 01 VALUE '2 - ALERTAS DE UM CLIENTE'.
           05 LINE 05 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 07 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 07 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-CLIENTE.
           05 LINE 09 COLUMN 01 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 09 COLUMN 23 PIC 9(06) TO WRK-CHAVE-CLIENTE.

       01 TELA-ALERTA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'ALERTA COAF'
              FOREGROUND-COLOR 4.
           05 LINE 02 COLUMN 01 VALUE 'CLIENTE.: '.
           05 LINE 02 COLUMN 11 PIC 9(06) FROM ALR-CLIENTE.
           05 LINE 02 COLUMN 18 PIC X(30) FROM ALR-NOME.
           05 LINE 03 COLUMN 01 VALUE 'CPF/CNPJ: '.
           05 LINE 03 COLUMN 11 PIC 9(14) FROM ALR-CPF-CNPJ.
           05 LINE 03 COLUMN 27 VALUE 'AGENCIA: '.
           05 LINE 03 COLUMN 36 PIC 9(04) FROM ALR-AGENCIA.
           05 LINE 04 COLUMN 01 VALUE 'REGRA...: '.
           05 LINE 04 COLUMN 11 PIC X(01) FROM ALR-REGRA.
           05 LINE 04 COLUMN 13 PIC X(20) FROM WRK-DESC-REGRA.
           05 LINE 04 COLUMN 35 VALUE 'NATUREZA: '.
           05 LINE 04 COLUMN 45 PIC X(01) FROM ALR-NATUREZA.
           05 LINE 05 COLUMN 01 VALUE 'ALERTA..: '.
           05 LINE 05 COLUMN 11 PIC X(10) FROM WRK-DATA-ALERTA.
           05 LINE 05 COLUMN 23 VALUE 'PERIODO: '.
           05 LINE 05 COLUMN 32 PIC X(10) FROM WRK-PERIODO-INICIO.
           05 LINE 05 COLUMN 43 VALUE 'A'.
           05 LINE 05 COLUMN 45 PIC X(10) FROM WRK-PERIODO-FIM.
           05 LINE 06 COLUMN 01 VALUE 'MOVTOS..: '.
           05 LINE 06 COLUMN 11 PIC ZZZ9 FROM ALR-QTD-MOVTOS.
           05 LINE 06 COLUMN 17 VALUE 'TOTAL: '.
           05 LINE 06 COLUMN 24 PIC ZZ.ZZZ.ZZZ.ZZ9,99
              FROM ALR-VALOR-TOTAL.
           05 LINE 07 COLUMN 01 VALUE 'STATUS..: '.
           05 LINE 07 COLUMN 11 PIC X(12) FROM WRK-DESC-STATUS.
           05 LINE 07 COLUMN 24 PIC X(20) FROM ALR-OPERADOR.
           05 LINE 07 COLUMN 45 PIC X(10) FROM WRK-DATA-ANALISE.
           05 LINE 08 COLUMN 01
              VALUE 'DATA       CONTA TP ORIG           VALOR'.
           05 LINE 09 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(1).
           05 LINE 09 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(1).
           05 LINE 09 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(1).
           05 LINE 09 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(1).
           05 LINE 09 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(1).
           05 LINE 10 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(2).
           05 LINE 10 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(2).
           05 LINE 10 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(2).
           05 LINE 10 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(2).
           05 LINE 10 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(2).
           05 LINE 11 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(3).
           05 LINE 11 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(3).
           05 LINE 11 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(3).
           05 LINE 11 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(3).
           05 LINE 11 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(3).
           05 LINE 12 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(4).
           05 LINE 12 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(4).
           05 LINE 12 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(4).
           05 LINE 12 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(4).
           05 LINE 12 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(4).
           05 LINE 13 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(5).
           05 LINE 13 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(5).
           05 LINE 13 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(5).
           05 LINE 13 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(5).
           05 LINE 13 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(5).
           05 LINE 14 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(6).
           05 LINE 14 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(6).
           05 LINE 14 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(6).
           05 LINE 14 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(6).
           05 LINE 14 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(6).
           05 LINE 15 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(7).
           05 LINE 15 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(7).
           05 LINE 15 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(7).
           05 LINE 15 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(7).
           05 LINE 15 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(7).
           05 LINE 16 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(8).
           05 LINE 16 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(8).
           05 LINE 16 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(8).
           05 LINE 16 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(8).
           05 LINE 16 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(8).
           05 LINE 17 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(9).
           05 LINE 17 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(9).
           05 LINE 17 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(9).
           05 LINE 17 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(9).
           05 LINE 17 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(9).
           05 LINE 18 COLUMN 01  PIC X(10) FROM WRK-LIN-DATA(10).
           05 LINE 18 COLUMN 14  PIC X(02) FROM WRK-LIN-SEQ(10).
           05 LINE 18 COLUMN 18  PIC X(01) FROM WRK-LIN-TIPO(10).
           05 LINE 18 COLUMN 21  PIC X(01) FROM WRK-LIN-ORIGEM(10).
           05 LINE 18 COLUMN 26  PIC X(15) FROM WRK-LIN-VALOR(10).
           05 LINE 19 COLUMN 01
              VALUE 'C=COMUNICADO D=DESCARTAR P=PROXIMO F=FIM: '.
           05 LINE 19 COLUMN 44  PIC X(01) TO WRK-ACAO.
           05 LINE 20 COLUMN 01  PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           PERFORM 9000-FINALIZE
           GOBACK.

      *-----------------------------------------------------
      *    ABRE O ARQUIVO DE ALERTAS (CRIADO VAZIO SE AINDA NAO
      *    HOUVE MONITORAMENTO)
      *-----------------------------------------------------
       1000-INITIALIZE.
           MOVE SPACE TO WRK-OPCAO
           OPEN I-O ARQ-ALERTAS
           IF WRK-FS-ALERTAS = '35'
               OPEN OUTPUT ARQ-ALERTAS
               CLOSE ARQ-ALERTAS
               OPEN I-O ARQ-ALERTAS
           END-IF.

      *-----------------------------------------------------
      *    EXIBE O MENU E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           DISPLAY TELA-MENU-COAF
           ACCEPT TELA-MENU-COAF
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-OPCAO
               WHEN '1'
                   SET MODO-PENDENTES TO TRUE
                   MOVE ZEROS TO WRK-CHAVE-CLIENTE
                   PERFORM 2100-PERCORRE-ALERTAS
               WHEN '2'
                   DISPLAY TELA-CHAVE-CLIENTE
                   ACCEPT TELA-CHAVE-CLIENTE
                   SET MODO-CLIENTE TO TRUE
                   PERFORM 2100-PERCORRE-ALERTAS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    POSICIONA NO PRIMEIRO ALERTA (DO CLIENTE OU DO
      *    ARQUIVO) E EXIBE UM A UM ATE O FIM OU A TECLA F
      *-----------------------------------------------------
       2100-PERCORRE-ALERTAS.
           MOVE 'N' TO WRK-FIM-ALERTAS
           MOVE ZEROS TO WRK-QTD-EXIBIDOS
           MOVE SPACE TO WRK-ACAO
           MOVE LOW-VALUES TO ALR-CHAVE
           MOVE WRK-CHAVE-CLIENTE TO ALR-CLIENTE
           START ARQ-ALERTAS KEY IS NOT < ALR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALERTAS
           END-START
           PERFORM 2200-PROXIMO-ALERTA
               UNTIL FIM-ALERTAS OR WRK-ACAO = 'F'
           IF WRK-QTD-EXIBIDOS = ZEROS
               IF MODO-PENDENTES
                   MOVE 'NENHUM ALERTA PENDENTE' TO WRK-MENSAGEM
               ELSE
                   MOVE 'NENHUM ALERTA PARA O CLIENTE'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO ALERTA QUE SE ENCAIXA NO MODO E O EXIBE
      *-----------------------------------------------------
       2200-PROXIMO-ALERTA.
           MOVE 'N' TO WRK-ACHOU-ALERTA
           PERFORM 2210-LER-ALERTA
               UNTIL ACHOU-ALERTA OR FIM-ALERTAS
           IF ACHOU-ALERTA
               ADD 1 TO WRK-QTD-EXIBIDOS
               MOVE SPACES TO WRK-MENSAGEM
               MOVE 'N' TO WRK-ACAO-TRATADA
               PERFORM 2300-EXIBE-ALERTA UNTIL ACAO-TRATADA
           END-IF.

       2210-LER-ALERTA.
           READ ARQ-ALERTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALERTAS
               NOT AT END
                   IF MODO-CLIENTE
                       IF ALR-CLIENTE = WRK-CHAVE-CLIENTE
                           MOVE 'S' TO WRK-ACHOU-ALERTA
                       ELSE
                           MOVE 'S' TO WRK-FIM-ALERTAS
                       END-IF
                   ELSE
                       IF ALR-PENDENTE
                           MOVE 'S' TO WRK-ACHOU-ALERTA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    MONTA A TELA DO ALERTA LIDO, ACEITA A ACAO E, SE FOR
      *    ANALISE DE ALERTA PENDENTE, REGRAVA COM O OPERADOR.
      *    ACAO INVALIDA OU RECUSADA DEIXA A ACAO PENDENTE E O
      *    MESMO ALERTA E REEXIBIDO
      *-----------------------------------------------------
       2300-EXIBE-ALERTA.
           PERFORM 2310-MONTA-TELA
           MOVE SPACE TO WRK-ACAO
           DISPLAY TELA-ALERTA
           ACCEPT TELA-ALERTA
           MOVE FUNCTION UPPER-CASE(WRK-ACAO) TO WRK-ACAO
           EVALUATE WRK-ACAO
               WHEN 'C'
               WHEN 'D'
                   IF ALR-PENDENTE
                       PERFORM 2400-REGISTRA-ANALISE
                       MOVE 'S' TO WRK-ACAO-TRATADA
                   ELSE
                       MOVE 'ALERTA JA ANALISADO' TO WRK-MENSAGEM
                   END-IF
               WHEN 'P'
               WHEN 'F'
                   MOVE 'S' TO WRK-ACAO-TRATADA
               WHEN OTHER
                   MOVE 'ACAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    MONTA AS DESCRICOES, AS DATAS E AS LINHAS DE
      *    MOVIMENTO DA TELA
      *-----------------------------------------------------
       2310-MONTA-TELA.
           EVALUATE TRUE
               WHEN ALR-REGRA-VALOR
                   MOVE 'VALOR NO LIMITE' TO WRK-DESC-REGRA
               WHEN ALR-REGRA-FRACIONADO
                   MOVE 'FRACIONAMENTO' TO WRK-DESC-REGRA
               WHEN ALR-REGRA-TRANSITO
                   MOVE 'TRANSITO TRANSF.' TO WRK-DESC-REGRA
               WHEN OTHER
                   MOVE SPACES TO WRK-DESC-REGRA
           END-EVALUATE
           EVALUATE TRUE
               WHEN ALR-COMUNICADO
                   MOVE 'COMUNICADO' TO WRK-DESC-STATUS
               WHEN ALR-DESCARTADO
                   MOVE 'DESCARTADO' TO WRK-DESC-STATUS
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-DESC-STATUS
           END-EVALUATE
           MOVE ALR-DATA TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-DATA-ALERTA
           MOVE ALR-DATA-INICIO TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-PERIODO-INICIO
           MOVE ALR-DATA-FIM TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-PERIODO-FIM
           MOVE SPACES TO WRK-DATA-ANALISE
           IF ALR-DATA-ANALISE NUMERIC
              AND ALR-DATA-ANALISE NOT = ZEROS
               MOVE ALR-DATA-ANALISE TO WRK-DATA-AUX
               PERFORM 2320-FORMATA-DATA
               MOVE WRK-DATA-IMPRESSA TO WRK-DATA-ANALISE
           END-IF
           MOVE SPACES TO WRK-LINHA-TAB
           PERFORM 2330-MONTA-LINHA
               VARYING WRK-LINDX FROM 1 BY 1
               UNTIL WRK-LINDX > 10
                  OR WRK-LINDX > ALR-QTD-MOVTOS.

      *-----------------------------------------------------
      *    FORMATA A DATA AAAAMMDD DE WRK-DATA-AUX EM DD/MM/AAAA
      *-----------------------------------------------------
       2320-FORMATA-DATA.
           MOVE WRK-DATA-AUX TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA  TO IMP-DIA
           MOVE WRK-DES-MES  TO IMP-MES
           MOVE WRK-DES-ANO  TO IMP-ANO.

      *-----------------------------------------------------
      *    MONTA UMA LINHA DE MOVIMENTO A PARTIR DO ALERTA
      *-----------------------------------------------------
       2330-MONTA-LINHA.
           MOVE ALR-MOV-DATA(WRK-LINDX) TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-LIN-DATA(WRK-LINDX)
           MOVE ALR-MOV-SEQUENCIA(WRK-LINDX) TO WRK-LIN-SEQ(WRK-LINDX)
           MOVE ALR-MOV-TIPO(WRK-LINDX) TO WRK-LIN-TIPO(WRK-LINDX)
           MOVE ALR-MOV-ORIGEM(WRK-LINDX)
               TO WRK-LIN-ORIGEM(WRK-LINDX)
           MOVE ALR-MOV-VALOR(WRK-LINDX) TO WRK-VALOR-EDITADO
           MOVE WRK-VALOR-EDITADO TO WRK-LIN-VALOR(WRK-LINDX).

      *-----------------------------------------------------
      *    MARCA O ALERTA PENDENTE COMO COMUNICADO OU
      *    DESCARTADO, COM O OPERADOR E A DATA
      *-----------------------------------------------------
       2400-REGISTRA-ANALISE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           IF WRK-ACAO = 'C'
               SET ALR-COMUNICADO TO TRUE
           ELSE
               SET ALR-DESCARTADO TO TRUE
           END-IF
           MOVE LK-OPERADOR TO ALR-OPERADOR
           MOVE WRK-DATA-HOJE-N TO ALR-DATA-ANALISE
           REWRITE ALERTA-REC
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O ALERTA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE 'ALERTA ANALISADO' TO WRK-MENSAGEM
           END-REWRITE.

      *-----------------------------------------------------
      *    FECHA O ARQUIVO DE ALERTAS
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE ARQ-ALERTAS.
