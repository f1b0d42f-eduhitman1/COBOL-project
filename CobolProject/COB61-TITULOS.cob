       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB61-TITULOS.
      ********************************
      *OBJETIVO : CADASTRO DOS TITULOS DE COBRANCA DO CLIENTE
      *           E DA CONTA QUE RECEBE A LIQUIDACAO
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO MENU DO
      *            CLIENTES.COB (OPCAO T). CADA BOLETO QUE O
      *            CLIENTE EMITE PELA CARTEIRA DE COBRANCA E
      *            CADASTRADO AQUI PELO NOSSO NUMERO (TITCOB, COPY
      *            TITULO), AMARRADO A UMA CONTA ABERTA DO PROPRIO
      *            CLIENTE, COM SEU NUMERO, VALOR E VENCIMENTO. E
      *            ESSE CADASTRO QUE A IMPORTACAO DO RETORNO CNAB
      *            400 (COB60-COBRANCA) USA PARA SABER EM QUE
      *            CONTA CREDITAR CADA LIQUIDACAO. A LISTA MOSTRA
      *            OS TITULOS DO CLIENTE COM A SITUACAO E O VALOR
      *            PAGO. A BAIXA (ALCADA DE SUPERVISAO) SO VALE
      *            PARA TITULO EM ABERTO; LIQUIDACAO QUE CHEGAR
      *            DEPOIS DA BAIXA CAI NO RELATORIO DE EXCECOES. O
      *            CHAMADOR FECHA O CLIMAST ANTES DO CALL, COMO NO
      *            COB12-CONTAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-TITULO ASSIGN TO "TITCOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-TITULO.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTE.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-TITULO.
           COPY TITULO.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77  WRK-FS-TITULO          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA           PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE         PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-CONFIRMA           PIC X(01) VALUE SPACE.
           88 WRK-CONFIRMA-SIM    VALUE 'S'.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-COR-NIVEL          PIC 9(01) VALUE 7.
       77  WRK-CHAVE-CLIENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-CHAVE-SEQ          PIC 9(02) VALUE ZEROS.
       77  WRK-CHAVE-NOSSO        PIC X(12) VALUE SPACES.
       77  WRK-NOME-CLIENTE       PIC X(30) VALUE SPACES.
       77  WRK-CLIENTE-OK         PIC X(01) VALUE 'N'.
           88 CLIENTE-OK          VALUE 'S'.
       77  WRK-SEM-CLIMAST        PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST         VALUE 'S'.
       77  WRK-SEM-CTAMAST        PIC X(01) VALUE 'N'.
           88 SEM-CTAMAST         VALUE 'S'.
       77  WRK-DADOS-OK           PIC X(01) VALUE 'N'.
           88 DADOS-OK            VALUE 'S'.
       77  WRK-DATA-HOJE          PIC 9(08) VALUE ZEROS.
       77  WRK-TIT-SEU-NUMERO     PIC X(10) VALUE SPACES.
       77  WRK-TIT-VALOR-CENT     PIC 9(11) VALUE ZEROS.
       77  WRK-TIT-VENCIMENTO     PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-EDT          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINDX              PIC 9(02) VALUE ZEROS.

       01  WRK-DATA-VENC.
           05 WRK-VENC-ANO        PIC 9(04).
           05 WRK-VENC-MES        PIC 9(02).
           05 WRK-VENC-DIA        PIC 9(02).
       01  WRK-DATA-VENC-N REDEFINES WRK-DATA-VENC
                                  PIC 9(08).

       01  WRK-LINHA-TITULO.
           05 LTI-NOSSO-NUMERO    PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTI-SEQUENCIA       PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTI-SEU-NUMERO      PIC X(10).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTI-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTI-VENCIMENTO      PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTI-STATUS          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LTI-VALOR-PAGO      PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TAB.
           05 WRK-LIN-TELA        PIC X(70) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.
           88 OPER-USER           VALUE 02.
           88 OPER-SUPERVISOR     VALUE 03.
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-TIT.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'TITULOS DE COBRANCA'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE '1 - CADASTRAR TITULO'.
           05 LINE 04 COLUMN 01 VALUE '2 - TITULOS DO CLIENTE'.
           05 LINE 05 COLUMN 01 VALUE '3 - BAIXAR TITULO'.
           05 LINE 06 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 08 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 08 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-CLI.
           05 LINE 10 COLUMN 01 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 10 COLUMN 23 PIC 9(06) TO WRK-CHAVE-CLIENTE.

       01 TELA-CHAVE-SEQ.
           05 LINE 11 COLUMN 01 VALUE 'CONTA DE CREDITO(SQ): '.
           05 LINE 11 COLUMN 23 PIC 9(02) TO WRK-CHAVE-SEQ.

       01 TELA-CHAVE-NOSSO.
           05 LINE 10 COLUMN 01 VALUE 'NOSSO NUMERO........: '.
           05 LINE 10 COLUMN 23 PIC X(12) TO WRK-CHAVE-NOSSO.

       01 TELA-TITULO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'CADASTRO DE TITULO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'NOME................: '.
           05 LINE 04 COLUMN 23 PIC X(30) FROM WRK-NOME-CLIENTE.
           05 LINE 05 COLUMN 01 VALUE 'CONTA DE CREDITO....: '.
           05 LINE 05 COLUMN 23 PIC 9(02) FROM WRK-CHAVE-SEQ.
           05 LINE 06 COLUMN 01 VALUE 'NOSSO NUMERO........: '.
           05 LINE 06 COLUMN 23 PIC X(12) USING WRK-CHAVE-NOSSO.
           05 LINE 07 COLUMN 01 VALUE 'SEU NUMERO..........: '.
           05 LINE 07 COLUMN 23 PIC X(10) USING WRK-TIT-SEU-NUMERO.
           05 LINE 08 COLUMN 01 VALUE 'VALOR (CENTAVOS)....: '.
           05 LINE 08 COLUMN 23 PIC 9(11) USING WRK-TIT-VALOR-CENT.
           05 LINE 08 COLUMN 36 VALUE '(EX.: 00000015050 = 150,50)'.
           05 LINE 09 COLUMN 01 VALUE 'VENCIMENTO..........: '.
           05 LINE 09 COLUMN 23 PIC 9(08) USING WRK-TIT-VENCIMENTO.
           05 LINE 09 COLUMN 33 VALUE '(AAAAMMDD)'.
           05 LINE 11 COLUMN 01 VALUE 'CONFIRMA CADASTRO (S/N): '.
           05 LINE 11 COLUMN 26 PIC X(01) USING WRK-CONFIRMA.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-TITULOS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'TITULOS DO CLIENTE'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 02 COLUMN 01 VALUE 'CLIENTE: '.
           05 LINE 02 COLUMN 10 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 03 COLUMN 01 VALUE
              'NOSSO NUMERO SQ SEU NUMERO          VALOR VENCTO'.
           05 LINE 03 COLUMN 49 VALUE
              '   S     VALOR PAGO'.
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

       01 TELA-BAIXA.
           05 LINE 12 COLUMN 01 VALUE 'CLIENTE/CONTA.......: '.
           05 LINE 12 COLUMN 23 PIC 9(06) FROM TIT-CLIENTE.
           05 LINE 12 COLUMN 29 VALUE '/'.
           05 LINE 12 COLUMN 30 PIC 9(02) FROM TIT-SEQUENCIA.
           05 LINE 13 COLUMN 01 VALUE 'VALOR...............: '.
           05 LINE 13 COLUMN 23 PIC X(14) FROM WRK-VALOR-EDT.
           05 LINE 14 COLUMN 01 VALUE 'VENCIMENTO..........: '.
           05 LINE 14 COLUMN 23 PIC 9(08) FROM TIT-VENCIMENTO.
           05 LINE 16 COLUMN 01
              VALUE 'CONFIRMA BAIXA DO TITULO (S/N): '.
           05 LINE 16 COLUMN 33 PIC X(01) TO WRK-CONFIRMA.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           PERFORM 9000-FINALIZE
           GOBACK.

      *-----------------------------------------------------
      *    ABRE O CADASTRO DE TITULOS (CRIANDO NA PRIMEIRA
      *    EXECUCAO), DE CONTAS E DE CLIENTES, E PEGA A DATA DE
      *    NEGOCIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1010-DEFINE-COR-NIVEL
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN I-O ARQ-TITULO
           IF WRK-FS-TITULO = '35'
               OPEN OUTPUT ARQ-TITULO
               CLOSE ARQ-TITULO
               OPEN I-O ARQ-TITULO
           END-IF
           MOVE 'N' TO WRK-SEM-CTAMAST
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA NOT = '00'
               MOVE 'S' TO WRK-SEM-CTAMAST
           END-IF
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN INPUT CLIENTE-MASTER
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
      *    EXIBE O MENU DE TITULOS E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           DISPLAY TELA-MENU-TIT
           ACCEPT TELA-MENU-TIT
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2100-CADASTRAR-TITULO
               WHEN '2'
                   PERFORM 2200-LISTAR-TITULOS
               WHEN '3'
                   PERFORM 2300-BAIXAR-TITULO
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    CADASTRA UM TITULO: CLIENTE ATIVO E CONTA ABERTA DO
      *    PROPRIO CLIENTE PARA RECEBER A LIQUIDACAO
      *-----------------------------------------------------
       2100-CADASTRAR-TITULO.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2910-VERIFICA-CLIENTE
           IF SEM-CLIMAST OR SEM-CTAMAST
               MOVE 'ARQUIVO DE CLIENTES/CONTAS INDISPONIVEL'
                   TO WRK-MENSAGEM
           ELSE
           IF NOT CLIENTE-OK
               MOVE 'CLIENTE INEXISTENTE OU INATIVO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2920-OBTER-SEQUENCIA
               MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
               MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       IF CTA-ABERTA
                           PERFORM 2110-CAPTA-TITULO
                       ELSE
                           MOVE 'CONTA DE CREDITO ENCERRADA'
                               TO WRK-MENSAGEM
                       END-IF
               END-READ
           END-IF
           END-IF.

      *-----------------------------------------------------
      *    CAPTA OS DADOS DO TITULO E GRAVA (O NOSSO NUMERO E A
      *    CHAVE: NUMERO REPETIDO E RECUSADO NA GRAVACAO)
      *-----------------------------------------------------
       2110-CAPTA-TITULO.
           MOVE SPACES TO WRK-CHAVE-NOSSO WRK-TIT-SEU-NUMERO
           MOVE ZEROS TO WRK-TIT-VALOR-CENT WRK-TIT-VENCIMENTO
           MOVE 'N' TO WRK-CONFIRMA
           DISPLAY TELA-TITULO
           ACCEPT TELA-TITULO
           PERFORM 2120-VALIDA-TITULO
           IF DADOS-OK
               IF WRK-CONFIRMA-SIM
                   PERFORM 2130-GRAVA-TITULO
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    VALIDA NOSSO NUMERO, VALOR E VENCIMENTO
      *-----------------------------------------------------
       2120-VALIDA-TITULO.
           MOVE 'S' TO WRK-DADOS-OK
           MOVE WRK-TIT-VENCIMENTO TO WRK-DATA-VENC-N
           EVALUATE TRUE
               WHEN WRK-CHAVE-NOSSO = SPACES
                   MOVE 'NOSSO NUMERO NAO INFORMADO' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-TIT-VALOR-CENT = ZEROS
                   MOVE 'VALOR NAO INFORMADO' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-VENC-MES < 1 OR WRK-VENC-MES > 12
                 OR WRK-VENC-DIA < 1 OR WRK-VENC-DIA > 31
                   MOVE 'VENCIMENTO INVALIDO' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    GRAVA O TITULO EM ABERTO
      *-----------------------------------------------------
       2130-GRAVA-TITULO.
           MOVE WRK-CHAVE-NOSSO    TO TIT-NOSSO-NUMERO
           MOVE WRK-CHAVE-CLIENTE  TO TIT-CLIENTE
           MOVE WRK-CHAVE-SEQ      TO TIT-SEQUENCIA
           MOVE WRK-TIT-SEU-NUMERO TO TIT-SEU-NUMERO
           COMPUTE TIT-VALOR = WRK-TIT-VALOR-CENT / 100
           MOVE WRK-TIT-VENCIMENTO TO TIT-VENCIMENTO
           MOVE WRK-DATA-HOJE      TO TIT-DATA-CADASTRO
           SET TIT-ABERTO TO TRUE
           MOVE ZEROS              TO TIT-DATA-LIQUIDACAO
           MOVE ZEROS              TO TIT-VALOR-PAGO
           MOVE LK-OPERADOR        TO TIT-OPERADOR
           WRITE TITULO-REC
               INVALID KEY
                   MOVE 'NOSSO NUMERO JA CADASTRADO' TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE 'TITULO CADASTRADO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-WRITE.

      *-----------------------------------------------------
      *    LISTA OS TITULOS DE UM CLIENTE (ATE 10 NA TELA), PELA
      *    CHAVE ALTERNATIVA DE CLIENTE
      *-----------------------------------------------------
       2200-LISTAR-TITULOS.
           PERFORM 2900-OBTER-CLIENTE
           MOVE SPACES TO WRK-LINHA-TAB
           MOVE ZEROS TO WRK-LINDX
           MOVE WRK-CHAVE-CLIENTE TO TIT-CLIENTE
           MOVE '00' TO WRK-FS-TITULO
           START ARQ-TITULO KEY IS EQUAL TO TIT-CLIENTE
               INVALID KEY
                   MOVE '10' TO WRK-FS-TITULO
           END-START
           PERFORM 2210-CARREGA-LINHA-TITULO
               UNTIL WRK-LINDX = 10 OR WRK-FS-TITULO NOT = '00'
           MOVE '00' TO WRK-FS-TITULO
           IF WRK-LINDX = ZERO
               MOVE 'CLIENTE SEM TITULOS' TO WRK-MENSAGEM
           END-IF
           DISPLAY TELA-TITULOS
           ACCEPT TELA-TITULOS
           MOVE SPACES TO WRK-MENSAGEM.

      *-----------------------------------------------------
      *    CARREGA UMA LINHA DA LISTA DE TITULOS DO CLIENTE
      *-----------------------------------------------------
       2210-CARREGA-LINHA-TITULO.
           READ ARQ-TITULO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-TITULO
               NOT AT END
                   IF TIT-CLIENTE = WRK-CHAVE-CLIENTE
                       ADD 1 TO WRK-LINDX
                       MOVE TIT-NOSSO-NUMERO TO LTI-NOSSO-NUMERO
                       MOVE TIT-SEQUENCIA    TO LTI-SEQUENCIA
                       MOVE TIT-SEU-NUMERO   TO LTI-SEU-NUMERO
                       MOVE TIT-VALOR        TO LTI-VALOR
                       MOVE TIT-VENCIMENTO   TO LTI-VENCIMENTO
                       MOVE TIT-STATUS       TO LTI-STATUS
                       MOVE TIT-VALOR-PAGO   TO LTI-VALOR-PAGO
                       MOVE WRK-LINHA-TITULO
                           TO WRK-LIN-TELA(WRK-LINDX)
                   ELSE
                       MOVE '10' TO WRK-FS-TITULO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    BAIXA UM TITULO QUE O CLIENTE DESISTIU DE COBRAR
      *    (ALCADA DE SUPERVISAO): SO TITULO EM ABERTO
      *-----------------------------------------------------
       2300-BAIXAR-TITULO.
           IF NOT OPER-ADM AND NOT OPER-SUPERVISOR
               MOVE 'OPCAO RESTRITA A SUPERVISAO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2930-OBTER-NOSSO-NUMERO
               MOVE WRK-CHAVE-NOSSO TO TIT-NOSSO-NUMERO
               READ ARQ-TITULO
                   INVALID KEY
                       MOVE 'TITULO NAO ENCONTRADO' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       PERFORM 2310-CONFIRMA-BAIXA
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    CONFERE A SITUACAO DO TITULO E PEDE A CONFIRMACAO
      *-----------------------------------------------------
       2310-CONFIRMA-BAIXA.
           IF NOT TIT-ABERTO
               MOVE 'TITULO NAO ESTA EM ABERTO' TO WRK-MENSAGEM
           ELSE
               MOVE TIT-VALOR TO WRK-VALOR-EDT
               MOVE 'N' TO WRK-CONFIRMA
               DISPLAY TELA-BAIXA
               ACCEPT TELA-BAIXA
               IF WRK-CONFIRMA-SIM
                   SET TIT-BAIXADO TO TRUE
                   MOVE LK-OPERADOR TO TIT-OPERADOR
                   REWRITE TITULO-REC
                   MOVE 'TITULO BAIXADO COM SUCESSO' TO WRK-MENSAGEM
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
      *    CONFERE SE O CLIENTE EXISTE E ESTA ATIVO NO ARQUIVO
      *    MESTRE DE CLIENTES, GUARDANDO O NOME PARA A TELA
      *-----------------------------------------------------
       2910-VERIFICA-CLIENTE.
           MOVE 'N' TO WRK-CLIENTE-OK
           MOVE SPACES TO WRK-NOME-CLIENTE
           IF NOT SEM-CLIMAST
               MOVE WRK-CHAVE-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-ATIVO
                           MOVE 'S' TO WRK-CLIENTE-OK
                           MOVE CLI-NOME TO WRK-NOME-CLIENTE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    SOLICITA A SEQUENCIA DA CONTA DE CREDITO
      *-----------------------------------------------------
       2920-OBTER-SEQUENCIA.
           MOVE ZEROS TO WRK-CHAVE-SEQ
           DISPLAY TELA-CHAVE-SEQ
           ACCEPT TELA-CHAVE-SEQ.

      *-----------------------------------------------------
      *    SOLICITA O NOSSO NUMERO DO TITULO
      *-----------------------------------------------------
       2930-OBTER-NOSSO-NUMERO.
           MOVE SPACES TO WRK-CHAVE-NOSSO
           DISPLAY TELA-CHAVE-NOSSO
           ACCEPT TELA-CHAVE-NOSSO.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE ARQ-TITULO
           IF NOT SEM-CTAMAST
               CLOSE CONTA-MASTER
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF.
