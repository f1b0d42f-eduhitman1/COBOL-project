       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB85-ADMPENDENCIA.
      ********************************
      *OBJETIVO : TRATAMENTO PELA RETAGUARDA DAS PENDENCIAS DO
      *           LANCAMENTO (MOVSUSP): CORRIGIR, REENVIAR, BAIXAR
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO COB00-MENU
      *            (TRANSACAO MENU-SUSPENSO). PERCORRE O ARQUIVO DE
      *            PENDENCIAS CARREGADO PELO COB83-PENDENCIAS (COPY
      *            SUSPENSO): AS EM ABERTO DE TODAS AS AGENCIAS OU
      *            AS DE UMA AGENCIA. CADA PENDENCIA MOSTRA A LINHA
      *            DO MOVTO COMO FOI REJEITADA E O MOTIVO; A
      *            RETAGUARDA CORRIGE OS CAMPOS, MARCA PARA REENVIO
      *            (SO COM A FORMA VALIDA; O COB84-REENVIO GRAVA NO
      *            MOVTO DA NOITE) OU BAIXA COM O MOTIVO, SEMPRE COM
      *            O OPERADOR E A DATA.
      * 2026-10-15 IVN - RECUSA O REENVIO DE PENDENCIA DE HISTORICO DE
      *            PROCESSO DA CASA (0020 SALARIO, 0050 ORDEM
      *            PERMANENTE, 0060 CHEQUE, 0070 DEBITO DA FOLHA E
      *            0120 PARCELA DE EMPRESTIMO): O PROCESSO DE ORIGEM
      *            TRATA O PROPRIO REJEITO E O REENVIO LANCARIA EM
      *            DOBRO. A BAIXA CONTINUA PERMITIDA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUSPENSO ASSIGN TO "MOVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUSPENSO.
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77  WRK-FS-SUSPENSO        PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-ACAO               PIC X(01) VALUE SPACE.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-CHAVE-AGENCIA      PIC 9(04) VALUE ZEROS.
       77  WRK-MODO               PIC X(01) VALUE SPACE.
           88 MODO-TODAS          VALUE 'T'.
           88 MODO-AGENCIA        VALUE 'A'.
       77  WRK-FIM-SUSPENSO       PIC X(01) VALUE 'N'.
           88 FIM-SUSPENSO        VALUE 'S'.
       77  WRK-ACHOU-PENDENCIA    PIC X(01) VALUE 'N'.
           88 ACHOU-PENDENCIA     VALUE 'S'.
       77  WRK-ACAO-TRATADA       PIC X(01) VALUE 'N'.
           88 ACAO-TRATADA        VALUE 'S'.
       77  WRK-FORMA-OK           PIC X(01) VALUE 'N'.
           88 FORMA-OK            VALUE 'S'.
       77  WRK-QTD-EXIBIDOS       PIC 9(05) VALUE ZEROS.
       77  WRK-DESC-STATUS        PIC X(12) VALUE SPACES.
       77  WRK-DESC-CODIGO        PIC X(20) VALUE SPACES.
       77  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REJEITO       PIC X(10) VALUE SPACES.
       77  WRK-DATA-SITUACAO      PIC X(10) VALUE SPACES.
       77  WRK-MOTIVO-BAIXA       PIC X(30) VALUE SPACES.
       77  WRK-HIST-PENDENCIA     PIC 9(04) VALUE ZEROS.
           88 HIST-DE-PROCESSO    VALUE 0020 0050 0060 0070 0120.

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

      *    CAMPOS DA CORRECAO, CARREGADOS DA IMAGEM (O QUE NAO
      *    FOR NUMERICO VEM ZERADO PARA A RETAGUARDA DIGITAR)
       01  WRK-CORRECAO.
           05 COR-CLIENTE         PIC 9(06).
           05 COR-SEQUENCIA       PIC 9(02).
           05 COR-TIPO            PIC X(01).
           05 COR-VALOR           PIC 9(09)V99.
           05 COR-CLIENTE-DEST    PIC 9(06).
           05 COR-SEQ-DEST        PIC 9(02).
           05 COR-DATA-VALOR      PIC 9(08).
           05 COR-DATA-ORIGINAL   PIC 9(08).
           05 COR-HISTORICO       PIC 9(04).

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-PENDENCIA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01
              VALUE 'PENDENCIAS DO LANCAMENTO - RETAGUARDA'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01
              VALUE '1 - PENDENCIAS EM ABERTO (TODAS)'.
           05 LINE 04 COLUMN 01
              VALUE '2 - PENDENCIAS EM ABERTO DE UMA AGENCIA'.
           05 LINE 05 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 07 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 07 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-AGENCIA.
           05 LINE 09 COLUMN 01 VALUE 'AGENCIA.............: '.
           05 LINE 09 COLUMN 23 PIC 9(04) TO WRK-CHAVE-AGENCIA.

       01 TELA-PENDENCIA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'PENDENCIA DO LANCAMENTO'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE 'REJEITO.: '.
           05 LINE 03 COLUMN 11 PIC X(10) FROM WRK-DATA-REJEITO.
           05 LINE 03 COLUMN 22 VALUE 'NUMERO: '.
           05 LINE 03 COLUMN 30 PIC 9(06) FROM SUS-NUMERO.
           05 LINE 04 COLUMN 01 VALUE 'AGENCIA.: '.
           05 LINE 04 COLUMN 11 PIC 9(04) FROM SUS-AGENCIA.
           05 LINE 04 COLUMN 22 VALUE 'LOTE..: '.
           05 LINE 04 COLUMN 30 PIC 9(03) FROM SUS-LOTE.
           05 LINE 05 COLUMN 01 VALUE 'MOTIVO..: '.
           05 LINE 05 COLUMN 11 PIC X(20) FROM WRK-DESC-CODIGO.
           05 LINE 05 COLUMN 32 PIC X(30) FROM SUS-MOTIVO.
           05 LINE 06 COLUMN 01 VALUE 'LINHA...: '.
           05 LINE 06 COLUMN 11 PIC X(48) FROM SUS-IMAGEM.
           05 LINE 08 COLUMN 01 VALUE 'CLIENTE.: '.
           05 LINE 08 COLUMN 11 PIC 9(06) FROM COR-CLIENTE.
           05 LINE 08 COLUMN 18 PIC 9(02) FROM COR-SEQUENCIA.
           05 LINE 08 COLUMN 22 VALUE 'TIPO: '.
           05 LINE 08 COLUMN 28 PIC X(01) FROM COR-TIPO.
           05 LINE 08 COLUMN 31 VALUE 'VALOR: '.
           05 LINE 08 COLUMN 38 PIC ZZZ.ZZZ.ZZ9,99 FROM COR-VALOR.
           05 LINE 09 COLUMN 01 VALUE 'DESTINO.: '.
           05 LINE 09 COLUMN 11 PIC 9(06) FROM COR-CLIENTE-DEST.
           05 LINE 09 COLUMN 18 PIC 9(02) FROM COR-SEQ-DEST.
           05 LINE 09 COLUMN 22 VALUE 'HIST: '.
           05 LINE 09 COLUMN 28 PIC 9(04) FROM COR-HISTORICO.
           05 LINE 10 COLUMN 01 VALUE 'DT VALOR: '.
           05 LINE 10 COLUMN 11 PIC 9(08) FROM COR-DATA-VALOR.
           05 LINE 10 COLUMN 22 VALUE 'DT ORIGINAL: '.
           05 LINE 10 COLUMN 35 PIC 9(08) FROM COR-DATA-ORIGINAL.
           05 LINE 12 COLUMN 01 VALUE 'STATUS..: '.
           05 LINE 12 COLUMN 11 PIC X(12) FROM WRK-DESC-STATUS.
           05 LINE 12 COLUMN 24 PIC X(20) FROM SUS-OPERADOR.
           05 LINE 12 COLUMN 45 PIC X(10) FROM WRK-DATA-SITUACAO.
           05 LINE 13 COLUMN 01 VALUE 'BAIXA...: '.
           05 LINE 13 COLUMN 11 PIC X(30) FROM SUS-MOTIVO-BAIXA.
           05 LINE 19 COLUMN 01
              VALUE 'C=CORRIGIR R=REENVIAR B=BAIXAR P=PROXIMO F=FIM: '.
           05 LINE 19 COLUMN 50  PIC X(01) TO WRK-ACAO.
           05 LINE 20 COLUMN 01  PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CORRECAO.
           05 LINE 15 COLUMN 01 VALUE 'CLIENTE.: '.
           05 LINE 15 COLUMN 11 PIC 9(06) USING COR-CLIENTE.
           05 LINE 15 COLUMN 18 PIC 9(02) USING COR-SEQUENCIA.
           05 LINE 15 COLUMN 22 VALUE 'TIPO: '.
           05 LINE 15 COLUMN 28 PIC X(01) USING COR-TIPO.
           05 LINE 15 COLUMN 31 VALUE 'VALOR: '.
           05 LINE 15 COLUMN 38 PIC 9(09)V99 USING COR-VALOR.
           05 LINE 16 COLUMN 01 VALUE 'DESTINO.: '.
           05 LINE 16 COLUMN 11 PIC 9(06) USING COR-CLIENTE-DEST.
           05 LINE 16 COLUMN 18 PIC 9(02) USING COR-SEQ-DEST.
           05 LINE 16 COLUMN 22 VALUE 'HIST: '.
           05 LINE 16 COLUMN 28 PIC 9(04) USING COR-HISTORICO.
           05 LINE 17 COLUMN 01 VALUE 'DT VALOR: '.
           05 LINE 17 COLUMN 11 PIC 9(08) USING COR-DATA-VALOR.
           05 LINE 17 COLUMN 22 VALUE 'DT ORIGINAL: '.
           05 LINE 17 COLUMN 35 PIC 9(08) USING COR-DATA-ORIGINAL.

       01 TELA-BAIXA.
           05 LINE 15 COLUMN 01 VALUE 'MOTIVO DA BAIXA: '.
           05 LINE 15 COLUMN 18 PIC X(30) TO WRK-MOTIVO-BAIXA.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           PERFORM 9000-FINALIZE
           GOBACK.

      *-----------------------------------------------------
      *    ABRE O ARQUIVO DE PENDENCIAS (CRIADO VAZIO SE AINDA
      *    NAO HOUVE CARGA)
      *-----------------------------------------------------
       1000-INITIALIZE.
           MOVE SPACE TO WRK-OPCAO
           OPEN I-O ARQ-SUSPENSO
           IF WRK-FS-SUSPENSO = '35'
               OPEN OUTPUT ARQ-SUSPENSO
               CLOSE ARQ-SUSPENSO
               OPEN I-O ARQ-SUSPENSO
           END-IF.

      *-----------------------------------------------------
      *    EXIBE O MENU E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           DISPLAY TELA-MENU-PENDENCIA
           ACCEPT TELA-MENU-PENDENCIA
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-OPCAO
               WHEN '1'
                   SET MODO-TODAS TO TRUE
                   MOVE ZEROS TO WRK-CHAVE-AGENCIA
                   PERFORM 2100-PERCORRE-PENDENCIAS
               WHEN '2'
                   DISPLAY TELA-CHAVE-AGENCIA
                   ACCEPT TELA-CHAVE-AGENCIA
                   SET MODO-AGENCIA TO TRUE
                   PERFORM 2100-PERCORRE-PENDENCIAS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    POSICIONA NA PENDENCIA MAIS ANTIGA E EXIBE UMA A UMA
      *    AS EM ABERTO (DA AGENCIA, NO MODO 2) ATE O FIM OU A
      *    TECLA F
      *-----------------------------------------------------
       2100-PERCORRE-PENDENCIAS.
           MOVE 'N' TO WRK-FIM-SUSPENSO
           MOVE ZEROS TO WRK-QTD-EXIBIDOS
           MOVE SPACE TO WRK-ACAO
           MOVE ZEROS TO SUS-CHAVE
           START ARQ-SUSPENSO KEY IS NOT < SUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SUSPENSO
           END-START
           PERFORM 2200-PROXIMA-PENDENCIA
               UNTIL FIM-SUSPENSO OR WRK-ACAO = 'F'
           IF WRK-QTD-EXIBIDOS = ZEROS
               IF MODO-TODAS
                   MOVE 'NENHUMA PENDENCIA EM ABERTO' TO WRK-MENSAGEM
               ELSE
                   MOVE 'NENHUMA PENDENCIA PARA A AGENCIA'
                       TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA PENDENCIA QUE SE ENCAIXA NO MODO E A
      *    EXIBE
      *-----------------------------------------------------
       2200-PROXIMA-PENDENCIA.
           MOVE 'N' TO WRK-ACHOU-PENDENCIA
           PERFORM 2210-LER-PENDENCIA
               UNTIL ACHOU-PENDENCIA OR FIM-SUSPENSO
           IF ACHOU-PENDENCIA
               ADD 1 TO WRK-QTD-EXIBIDOS
               MOVE SPACES TO WRK-MENSAGEM
               PERFORM 2220-CARREGA-CORRECAO
               MOVE 'N' TO WRK-ACAO-TRATADA
               PERFORM 2300-EXIBE-PENDENCIA UNTIL ACAO-TRATADA
           END-IF.

       2210-LER-PENDENCIA.
           READ ARQ-SUSPENSO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SUSPENSO
               NOT AT END
                   IF SUS-EM-ABERTO
                       IF MODO-TODAS
                          OR SUS-AGENCIA = WRK-CHAVE-AGENCIA
                           MOVE 'S' TO WRK-ACHOU-PENDENCIA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CARREGA OS CAMPOS DA CORRECAO A PARTIR DA IMAGEM
      *-----------------------------------------------------
       2220-CARREGA-CORRECAO.
           MOVE ZEROS TO COR-CLIENTE COR-SEQUENCIA COR-VALOR
           MOVE ZEROS TO COR-CLIENTE-DEST COR-SEQ-DEST
           MOVE ZEROS TO COR-DATA-VALOR COR-DATA-ORIGINAL
           MOVE ZEROS TO COR-HISTORICO
           MOVE SUS-TIPO TO COR-TIPO
           IF SUS-CLIENTE NUMERIC
               MOVE SUS-CLIENTE TO COR-CLIENTE
           END-IF
           IF SUS-SEQUENCIA NUMERIC
               MOVE SUS-SEQUENCIA TO COR-SEQUENCIA
           END-IF
           IF SUS-VALOR NUMERIC
               MOVE SUS-VALOR TO COR-VALOR
           END-IF
           IF SUS-CLIENTE-DEST NUMERIC
               MOVE SUS-CLIENTE-DEST TO COR-CLIENTE-DEST
           END-IF
           IF SUS-SEQ-DEST NUMERIC
               MOVE SUS-SEQ-DEST TO COR-SEQ-DEST
           END-IF
           IF SUS-DATA-VALOR NUMERIC
               MOVE SUS-DATA-VALOR TO COR-DATA-VALOR
           END-IF
           IF SUS-DATA-ORIGINAL NUMERIC
               MOVE SUS-DATA-ORIGINAL TO COR-DATA-ORIGINAL
           END-IF
           IF SUS-HISTORICO NUMERIC
               MOVE SUS-HISTORICO TO COR-HISTORICO
           END-IF.

      *-----------------------------------------------------
      *    MONTA A TELA DA PENDENCIA LIDA E ACEITA A ACAO. ACAO
      *    INVALIDA OU RECUSADA, E A CORRECAO, REEXIBEM A MESMA
      *    PENDENCIA
      *-----------------------------------------------------
       2300-EXIBE-PENDENCIA.
           PERFORM 2310-MONTA-TELA
           MOVE SPACE TO WRK-ACAO
           DISPLAY TELA-PENDENCIA
           ACCEPT TELA-PENDENCIA
           MOVE FUNCTION UPPER-CASE(WRK-ACAO) TO WRK-ACAO
           EVALUATE WRK-ACAO
               WHEN 'C'
                   PERFORM 2400-CORRIGE-PENDENCIA
               WHEN 'R'
                   PERFORM 2500-MARCA-REENVIO
               WHEN 'B'
                   PERFORM 2600-BAIXA-PENDENCIA
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
           EVALUATE SUS-CODIGO
               WHEN 'L'
                   MOVE 'LIMITE DA CONTA' TO WRK-DESC-CODIGO
               WHEN 'B'
                   MOVE 'BLOQUEIO JUDICIAL' TO WRK-DESC-CODIGO
               WHEN 'D'
                   MOVE 'CONTA DORMENTE' TO WRK-DESC-CODIGO
               WHEN 'C'
                   MOVE 'CADASTRO' TO WRK-DESC-CODIGO
               WHEN 'F'
                   MOVE 'FORMA/LOTE' TO WRK-DESC-CODIGO
               WHEN 'H'
                   MOVE 'HISTORICO' TO WRK-DESC-CODIGO
               WHEN 'E'
                   MOVE 'ESTORNO' TO WRK-DESC-CODIGO
               WHEN OTHER
                   MOVE 'OUTROS' TO WRK-DESC-CODIGO
           END-EVALUATE
           EVALUATE TRUE
               WHEN SUS-REENVIAR
                   MOVE 'A REENVIAR' TO WRK-DESC-STATUS
               WHEN SUS-ENVIADO
                   MOVE 'ENVIADA' TO WRK-DESC-STATUS
               WHEN SUS-BAIXADO
                   MOVE 'BAIXADA' TO WRK-DESC-STATUS
               WHEN OTHER
                   MOVE 'PENDENTE' TO WRK-DESC-STATUS
           END-EVALUATE
           MOVE SUS-DATA TO WRK-DATA-AUX
           PERFORM 2320-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-DATA-REJEITO
           MOVE SPACES TO WRK-DATA-SITUACAO
           IF SUS-DATA-SITUACAO NUMERIC
              AND SUS-DATA-SITUACAO NOT = ZEROS
               MOVE SUS-DATA-SITUACAO TO WRK-DATA-AUX
               PERFORM 2320-FORMATA-DATA
               MOVE WRK-DATA-IMPRESSA TO WRK-DATA-SITUACAO
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
      *    ACEITA OS CAMPOS CORRIGIDOS E REGRAVA A IMAGEM. A
      *    PENDENCIA CONTINUA COM O STATUS QUE TINHA
      *-----------------------------------------------------
       2400-CORRIGE-PENDENCIA.
           DISPLAY TELA-CORRECAO
           ACCEPT TELA-CORRECAO
           MOVE FUNCTION UPPER-CASE(COR-TIPO) TO COR-TIPO
           MOVE COR-CLIENTE       TO SUS-CLIENTE
           MOVE COR-SEQUENCIA     TO SUS-SEQUENCIA
           MOVE COR-TIPO          TO SUS-TIPO
           MOVE COR-VALOR         TO SUS-VALOR
           MOVE COR-CLIENTE-DEST  TO SUS-CLIENTE-DEST
           MOVE COR-SEQ-DEST      TO SUS-SEQ-DEST
           MOVE COR-DATA-VALOR    TO SUS-DATA-VALOR
           MOVE COR-DATA-ORIGINAL TO SUS-DATA-ORIGINAL
           MOVE COR-HISTORICO     TO SUS-HISTORICO
           PERFORM 2700-REGRAVA-PENDENCIA
           IF WRK-MENSAGEM = SPACES
               MOVE 'PENDENCIA CORRIGIDA' TO WRK-MENSAGEM
           END-IF.

      *-----------------------------------------------------
      *    MARCA A PENDENCIA PARA O REENVIO NOTURNO, SE A FORMA
      *    DA IMAGEM PASSA NA CRITICA DO LANCAMENTO E O HISTORICO
      *    NAO E DE PROCESSO DA CASA (QUE TRATA O PROPRIO REJEITO)
      *-----------------------------------------------------
       2500-MARCA-REENVIO.
           PERFORM 2510-CRITICA-FORMA
           MOVE ZEROS TO WRK-HIST-PENDENCIA
           IF SUS-HISTORICO NUMERIC
               MOVE SUS-HISTORICO TO WRK-HIST-PENDENCIA
           END-IF
           EVALUATE TRUE
               WHEN SUS-REENVIAR
                   MOVE 'PENDENCIA JA MARCADA PARA REENVIO'
                       TO WRK-MENSAGEM
               WHEN HIST-DE-PROCESSO
                   MOVE 'PROCESSO DE ORIGEM TRATA - SO BAIXA'
                       TO WRK-MENSAGEM
               WHEN NOT FORMA-OK
                   MOVE 'LINHA MAL FORMADA - CORRIJA ANTES'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   SET SUS-REENVIAR TO TRUE
                   PERFORM 2700-REGRAVA-PENDENCIA
                   IF WRK-MENSAGEM = SPACES
                       MOVE 'PENDENCIA MARCADA PARA REENVIO'
                           TO WRK-MENSAGEM
                   END-IF
                   MOVE 'S' TO WRK-ACAO-TRATADA
           END-EVALUATE.

      *-----------------------------------------------------
      *    MESMA CRITICA DE FORMA DO LANCAMENTO (COB24) POR TIPO
      *-----------------------------------------------------
       2510-CRITICA-FORMA.
           MOVE 'N' TO WRK-FORMA-OK
           IF SUS-CLIENTE NUMERIC
              AND SUS-SEQUENCIA NUMERIC
              AND SUS-VALOR NUMERIC
              AND SUS-HISTORICO NUMERIC
               EVALUATE TRUE
                   WHEN SUS-DEBITO
                   WHEN SUS-CREDITO
                       MOVE 'S' TO WRK-FORMA-OK
                   WHEN SUS-TRANSF
                       IF SUS-CLIENTE-DEST NUMERIC
                          AND SUS-SEQ-DEST NUMERIC
                           MOVE 'S' TO WRK-FORMA-OK
                       END-IF
                   WHEN SUS-ESTORNO
                       IF SUS-DATA-ORIGINAL NUMERIC
                          AND SUS-DATA-ORIGINAL NOT = ZEROS
                           MOVE 'S' TO WRK-FORMA-OK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    BAIXA A PENDENCIA (NAO VAI MAIS AO LANCAMENTO) COM O
      *    MOTIVO INFORMADO, OBRIGATORIO
      *-----------------------------------------------------
       2600-BAIXA-PENDENCIA.
           MOVE SPACES TO WRK-MOTIVO-BAIXA
           DISPLAY TELA-BAIXA
           ACCEPT TELA-BAIXA
           IF WRK-MOTIVO-BAIXA = SPACES
               MOVE 'INFORME O MOTIVO DA BAIXA' TO WRK-MENSAGEM
           ELSE
               SET SUS-BAIXADO TO TRUE
               MOVE WRK-MOTIVO-BAIXA TO SUS-MOTIVO-BAIXA
               PERFORM 2700-REGRAVA-PENDENCIA
               IF WRK-MENSAGEM = SPACES
                   MOVE 'PENDENCIA BAIXADA' TO WRK-MENSAGEM
               END-IF
               MOVE 'S' TO WRK-ACAO-TRATADA
           END-IF.

      *-----------------------------------------------------
      *    REGRAVA A PENDENCIA COM O OPERADOR E A DATA
      *-----------------------------------------------------
       2700-REGRAVA-PENDENCIA.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE SPACES TO WRK-MENSAGEM
           MOVE LK-OPERADOR TO SUS-OPERADOR
           MOVE WRK-DATA-HOJE-N TO SUS-DATA-SITUACAO
           REWRITE SUSPENSO-REC
               INVALID KEY
                   MOVE 'ERRO AO REGRAVAR A PENDENCIA' TO WRK-MENSAGEM
           END-REWRITE.

      *-----------------------------------------------------
      *    FECHA O ARQUIVO DE PENDENCIAS
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE ARQ-SUSPENSO.
