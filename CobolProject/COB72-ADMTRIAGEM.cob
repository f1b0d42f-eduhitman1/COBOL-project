       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB72-ADMTRIAGEM.
      ********************************
      *OBJETIVO : ANALISE PELA COMPLIANCE DOS ACERTOS DA TRIAGEM
      *           CONTRA AS LISTAS RESTRITIVAS (TRIAGEM)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO COB00-MENU
      *            (TRANSACAO MENU-RESTRITOS). PERCORRE A FILA
      *            GRAVADA PELA TRIAGEM NOTURNA (COB71-TRIAGEM,
      *            COPY TRIAGEM): OS ACERTOS PENDENTES DE TODOS OS
      *            CLIENTES OU TODOS OS DE UM CLIENTE. CADA ACERTO
      *            MOSTRA O CLIENTE (OU CO-TITULAR E A CONTA), O
      *            TIPO DE ACERTO (DOCUMENTO OU SO NOME), A LISTA E
      *            A PESSOA DA LISTA, E O ACERTO PENDENTE PODE SER
      *            CONFIRMADO OU DESCARTADO (HOMONIMO), COM O
      *            OPERADOR E A DATA. ACERTO ANALISADO NAO VOLTA A
      *            SER PENDENTE NAS NOITES SEGUINTES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TRIAGEM ASSIGN TO "TRIAGEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-CHAVE
               FILE STATUS IS WRK-FS-TRIAGEM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TRIAGEM.
           COPY TRIAGEM.

       WORKING-STORAGE SECTION.
       77  WRK-FS-TRIAGEM         PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-ACAO               PIC X(01) VALUE SPACE.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-CHAVE-CLIENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-MODO               PIC X(01) VALUE SPACE.
           88 MODO-PENDENTES      VALUE 'P'.
           88 MODO-CLIENTE        VALUE 'C'.
       77  WRK-FIM-TRIAGEM        PIC X(01) VALUE 'N'.
           88 FIM-TRIAGEM         VALUE 'S'.
       77  WRK-ACHOU-ACERTO       PIC X(01) VALUE 'N'.
           88 ACHOU-ACERTO        VALUE 'S'.
       77  WRK-ACAO-TRATADA       PIC X(01) VALUE 'N'.
           88 ACAO-TRATADA        VALUE 'S'.
       77  WRK-QTD-EXIBIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-DESC-ACERTO        PIC X(20) VALUE SPACES.
       77  WRK-DESC-LISTA         PIC X(20) VALUE SPACES.
       77  WRK-DESC-ORIGEM        PIC X(12) VALUE SPACES.
       77  WRK-DESC-STATUS        PIC X(12) VALUE SPACES.
       77  WRK-DESC-CONTA         PIC X(09) VALUE SPACES.
       77  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-TRIAGEM       PIC X(10) VALUE SPACES.
       77  WRK-DATA-INCLUSAO      PIC X(10) VALUE SPACES.
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

       01  WRK-CONTA-EDT.
           05 EDT-CONTA           PIC 9(06).
           05 FILLER              PIC X(01) VALUE '/'.
           05 EDT-SEQ             PIC 99.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-TRIAGEM.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
              VALUE 'TRIAGEM RESTRITIVA - COMPLIANCE'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01
              VALUE '1 - ANALISAR ACERTOS PENDENTES'.
           05 LINE 04 COLUMN 01 VALUE '2 - ACERTOS DE UM CLIENTE'.
           05 LINE 05 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 07 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 07 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-CLIENTE.
           05 LINE 09 COLUMN 01 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 09 COLUMN 23 PIC 9(06) TO WRK-CHAVE-CLIENTE.

       01 TELA-ACERTO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'ACERTO EM LISTA RESTRITIVA'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.: '.
           05 LINE 03 COLUMN 11 PIC 9(06) FROM TRI-CLIENTE.
           05 LINE 03 COLUMN 18 PIC X(30) FROM TRI-NOME.
           05 LINE 04 COLUMN 01 VALUE 'CPF/CNPJ: '.
           05 LINE 04 COLUMN 11 PIC 9(14) FROM TRI-CPF-CNPJ.
           05 LINE 04 COLUMN 27 VALUE 'AGENCIA: '.
           05 LINE 04 COLUMN 36 PIC 9(04) FROM TRI-AGENCIA.
           05 LINE 05 COLUMN 01 VALUE 'ORIGEM..: '.
           05 LINE 05 COLUMN 11 PIC X(12) FROM WRK-DESC-ORIGEM.
           05 LINE 05 COLUMN 24 PIC X(09) FROM WRK-DESC-CONTA.
           05 LINE 07 COLUMN 01 VALUE 'ACERTO..: '.
           05 LINE 07 COLUMN 11 PIC X(20) FROM WRK-DESC-ACERTO.
           05 LINE 08 COLUMN 01 VALUE 'LISTA...: '.
           05 LINE 08 COLUMN 11 PIC X(20) FROM WRK-DESC-LISTA.
           05 LINE 09 COLUMN 01 VALUE 'NOME....: '.
           05 LINE 09 COLUMN 11 PIC X(40) FROM TRI-RES-NOME.
           05 LINE 10 COLUMN 01 VALUE 'CPF/CNPJ: '.
           05 LINE 10 COLUMN 11 PIC 9(14) FROM TRI-RES-CPF-CNPJ.
           05 LINE 10 COLUMN 27 VALUE 'INCLUSAO: '.
           05 LINE 10 COLUMN 37 PIC X(10) FROM WRK-DATA-INCLUSAO.
           05 LINE 12 COLUMN 01 VALUE 'TRIAGEM.: '.
           05 LINE 12 COLUMN 11 PIC X(10) FROM WRK-DATA-TRIAGEM.
           05 LINE 13 COLUMN 01 VALUE 'STATUS..: '.
           05 LINE 13 COLUMN 11 PIC X(12) FROM WRK-DESC-STATUS.
           05 LINE 13 COLUMN 24 PIC X(20) FROM TRI-OPERADOR.
           05 LINE 13 COLUMN 45 PIC X(10) FROM WRK-DATA-ANALISE.
           05 LINE 19 COLUMN 01
              VALUE 'C=CONFIRMAR D=DESCARTAR P=PROXIMO F=FIM: '.
           05 LINE 19 COLUMN 43  PIC X(01) TO WRK-ACAO.
           05 LINE 20 COLUMN 01  PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           PERFORM 9000-FINALIZE
           GOBACK.

      *-----------------------------------------------------
      *    ABRE A FILA DA TRIAGEM (CRIADA VAZIA SE AINDA NAO
      *    HOUVE TRIAGEM)
      *-----------------------------------------------------
       1000-INITIALIZE.
           MOVE SPACE TO WRK-OPCAO
           OPEN I-O ARQ-TRIAGEM
           IF WRK-FS-TRIAGEM = '35'
               OPEN OUTPUT ARQ-TRIAGEM
               CLOSE ARQ-TRIAGEM
               OPEN I-O ARQ-TRIAGEM
           END-IF.

      *-----------------------------------------------------
      *    EXIBE O MENU E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           DISPLAY TELA-MENU-TRIAGEM
           ACCEPT TELA-MENU-TRIAGEM
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-OPCAO
               WHEN '1'
                   SET MODO-PENDENTES TO TRUE
                   MOVE ZEROS TO WRK-CHAVE-CLIENTE
                   PERFORM 2100-PERCORRE-ACERTOS
               WHEN '2'
                   DISPLAY TELA-CHAVE-CLIENTE
                   ACCEPT TELA-CHAVE-CLIENTE
                   SET MODO-CLIENTE TO TRUE
                   PERFORM 2100-PERCORRE-ACERTOS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    POSICIONA NO PRIMEIRO ACERTO (DO CLIENTE OU DA FILA)
      *    E EXIBE UM A UM ATE O FIM OU A TECLA F
      *-----------------------------------------------------
       2100-PERCORRE-ACERTOS.
           MOVE 'N' TO WRK-FIM-TRIAGEM
           MOVE ZEROS TO WRK-QTD-EXIBIDOS
           MOVE SPACE TO WRK-ACAO
           MOVE LOW-VALUES TO TRI-CHAVE
           MOVE WRK-CHAVE-CLIENTE TO TRI-CLIENTE
           START ARQ-TRIAGEM KEY IS NOT < TRI-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-TRIAGEM
           END-START
           PERFORM 2200-PROXIMO-ACERTO
               UNTIL FIM-TRIAGEM OR WRK-ACAO = 'F'
           IF WRK-QTD-EXIBIDOS = ZEROS
               IF MODO-PENDENTES
                   MOVE 'NENHUM ACERTO PENDENTE' TO WRK-MENSAGEM
               ELSE
                   MOVE 'NENHUM ACERTO PARA O CLIENTE'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO ACERTO QUE SE ENCAIXA NO MODO E O EXIBE
      *-----------------------------------------------------
       2200-PROXIMO-ACERTO.
           MOVE 'N' TO WRK-ACHOU-ACERTO
           PERFORM 2210-LER-ACERTO
               UNTIL ACHOU-ACERTO OR FIM-TRIAGEM
           IF ACHOU-ACERTO
               ADD 1 TO WRK-QTD-EXIBIDOS
               MOVE SPACES TO WRK-MENSAGEM
               MOVE 'N' TO WRK-ACAO-TRATADA
               PERFORM 2300-EXIBE-ACERTO UNTIL ACAO-TRATADA
           END-IF.

       2210-LER-ACERTO.
           READ ARQ-TRIAGEM NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-TRIAGEM
               NOT AT END
                   IF MODO-CLIENTE
                       IF TRI-CLIENTE = WRK-CHAVE-CLIENTE
                           MOVE 'S' TO WRK-ACHOU-ACERTO
                       ELSE
                           MOVE 'S' TO WRK-FIM-TRIAGEM
                       END-IF
                   ELSE
                       IF TRI-PENDENTE
                           MOVE 'S' TO WRK-ACHOU-ACERTO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    MONTA A TELA DO ACERTO LIDO, ACEITA A ACAO E, SE FOR
      *    ANALISE DE ACERTO PENDENTE, REGRAVA COM O OPERADOR.
      *    ACAO INVALIDA OU RECUSADA DEIXA A ACAO PENDENTE E O
      *    MESMO ACERTO E REEXIBIDO
      *-----------------------------------------------------
       2300-EXIBE-ACERTO.
           PERFORM 2310-MONTA-TELA
           MOVE SPACE TO WRK-ACAO
           DISPLAY TELA-ACERTO
           ACCEPT TELA-ACERTO
           MOVE FUNCTION UPPER-CASE(WRK-ACAO) TO WRK-ACAO
           EVALUATE WRK-ACAO
               WHEN 'C'
               WHEN 'D'
                   IF TRI-PENDENTE
                       PERFORM 2400-REGISTRA-ANALISE
                       MOVE 'S' TO WRK-ACAO-TRATADA
                   ELSE
                       MOVE 'ACERTO JA ANALISADO' TO WRK-MENSAGEM
                   END-IF
               WHEN 'P'
               WHEN 'F'
                   MOVE 'S' TO WRK-ACAO-TRATADA
               WHEN OTHER
                   MOVE 'ACAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    MONTA AS DESCRICOES E AS DATAS DA TELA
      *-----------------------------------------------------
       2310-MONTA-TELA.
           IF TRI-ACERTO-DOCUMENTO
               MOVE 'DOCUMENTO' TO WRK-DESC-ACERTO
           ELSE
               MOVE 'SO NOME (HOMONIMO?)' TO WRK-DESC-ACERTO
           END-IF
           IF TRI-SANCAO
               MOVE 'SANCOES' TO WRK-DESC-LISTA
           ELSE
               MOVE 'PEP' TO WRK-DESC-LISTA
           END-IF
           MOVE SPACES TO WRK-DESC-CONTA
           IF TRI-ORIGEM-COTITULAR
               MOVE 'CO-TITULAR' TO WRK-DESC-ORIGEM
               MOVE TRI-CONTA-CLIENTE TO EDT-CONTA
               MOVE TRI-CONTA-SEQ     TO EDT-SEQ
               MOVE WRK-CONTA-EDT     TO WRK-DESC-CONTA
           ELSE
               MOVE 'TITULAR' TO WRK-DESC-ORIGEM
           END-IF
           EVALUATE TRUE
               WHEN TRI-CONFIRMADO
                   MOVE 'CONFIRMADO' TO WRK-DESC-STATUS
               WHEN TRI-DESCARTADO
                   MOVE 'DESCARTADO' TO WRK-DESC-STATUS
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-DESC-STATUS
           END-EVALUATE
           MOVE TRI-DATA TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-DATA-TRIAGEM
           MOVE TRI-RES-DATA-INCLUSAO TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-DATA-INCLUSAO
           MOVE SPACES TO WRK-DATA-ANALISE
           IF TRI-DATA-ANALISE NUMERIC
              AND TRI-DATA-ANALISE NOT = ZEROS
               MOVE TRI-DATA-ANALISE TO WRK-DATA-AUX
               PERFORM 2320-FORMATA-DATA
               MOVE WRK-DATA-IMPRESSA TO WRK-DATA-ANALISE
           END-IF.

      *-----------------------------------------------------
      *    FORMATA A DATA AAAAMMDD DE WRK-DATA-AUX EM DD/MM/AAAA
      *-----------------------------------------------------
       2320-FORMATA-DATA.
           MOVE WRK-DATA-AUX TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA  TO IMP-DIA
           MOVE WRK-DES-MES  TO IMP-MES
           MOVE WRK-DES-ANO  TO IMP-ANO.

      *-----------------------------------------------------
      *    MARCA O ACERTO PENDENTE COMO CONFIRMADO OU
      *    DESCARTADO, COM O OPERADOR E A DATA
      *-----------------------------------------------------
       2400-REGISTRA-ANALISE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           IF WRK-ACAO = 'C'
               SET TRI-CONFIRMADO TO TRUE
           ELSE
               SET TRI-DESCARTADO TO TRUE
           END-IF
           MOVE LK-OPERADOR TO TRI-OPERADOR
           MOVE WRK-DATA-HOJE-N TO TRI-DATA-ANALISE
           REWRITE TRIAGEM-REC
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR O ACERTO' TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE 'ACERTO ANALISADO' TO WRK-MENSAGEM
           END-REWRITE.

      *-----------------------------------------------------
      *    FECHA A FILA DA TRIAGEM
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE ARQ-TRIAGEM.
