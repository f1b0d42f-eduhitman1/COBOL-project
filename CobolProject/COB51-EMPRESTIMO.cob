       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB51-EMPRESTIMO.
      ********************************
      *OBJETIVO : CONTRATACAO E CONSULTA DE EMPRESTIMOS PESSOAIS
      *           COM CRONOGRAMA DE PARCELAS PELA TABELA PRICE
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO MENU DO
      *            CLIENTES.COB (OPCAO E). ATE AQUI O EMPRESTIMO
      *            PESSOAL VIVIA NUMA PLANILHA E CADA PARCELA ERA
      *            DIGITADA NO MOVTO NA MAO. A CONTRATACAO GRAVA O
      *            CONTRATO (EMPREST, COPY EMPREST) COM CLIENTE,
      *            CONTA CORRENTE DE DEBITO, PRINCIPAL, TAXA
      *            MENSAL, PRAZO E PRIMEIRO VENCIMENTO, E GERA NA
      *            HORA O CRONOGRAMA INTEIRO PELA TABELA PRICE
      *            (PARCELAS, COPY PARCELA), COM A ULTIMA PARCELA
      *            ABSORVENDO O ARREDONDAMENTO. O DEBITO DAS
      *            PARCELAS E FEITO PELO CICLO NOTURNO
      *            (COB52-PARCELAS). A CONSULTA MOSTRA O
      *            CRONOGRAMA COM A SITUACAO DE CADA PARCELA E A
      *            LISTA DOS CONTRATOS DO CLIENTE CONTA AS
      *            PARCELAS EM ATRASO. O CANCELAMENTO (ALCADA DE
      *            SUPERVISAO) SO VALE PARA CONTRATO SEM PARCELA
      *            ENVIADA OU PAGA. O CHAMADOR FECHA O CLIMAST
      *            ANTES DO CALL, COMO NO COB12-CONTAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-EMPRESTIMO ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREST.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELA.

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
       FD  ARQ-EMPRESTIMO.
           COPY EMPREST.

       FD  ARQ-PARCELAS.
           COPY PARCELA.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       WORKING-STORAGE SECTION.
       77  WRK-FS-EMPREST         PIC X(02) VALUE '00'.
       77  WRK-FS-PARCELA         PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA           PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE         PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-TECLA              PIC X(01) VALUE SPACE.
       77  WRK-CONFIRMA           PIC X(01) VALUE SPACE.
           88 WRK-CONFIRMA-SIM    VALUE 'S'.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-COR-NIVEL          PIC 9(01) VALUE 7.
       77  WRK-CHAVE-CLIENTE      PIC 9(06) VALUE ZEROS.
       77  WRK-CHAVE-SEQ          PIC 9(02) VALUE ZEROS.
       77  WRK-CHAVE-CONTRATO     PIC 9(06) VALUE ZEROS.
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
       77  WRK-EMP-PRINCIPAL      PIC 9(09) VALUE ZEROS.
       77  WRK-EMP-TAXA-CENT      PIC 9(04) VALUE ZEROS.
       77  WRK-EMP-PRAZO          PIC 9(03) VALUE ZEROS.
       77  WRK-EMP-PRIM-VENC      PIC 9(08) VALUE ZEROS.
       77  WRK-TAXA-MAXIMA        PIC 9(04) VALUE 1500.
       77  WRK-PRAZO-MAXIMO       PIC 9(03) VALUE 120.
       77  WRK-TAXA-DEC           PIC 9(01)V9(08) VALUE ZEROS.
       77  WRK-VALOR-PARCELA      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-DEVEDOR      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-JUROS-PARC         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-AMORT-PARC         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOTAL-CONTRATO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-PARCELA-EDT        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-EDT          PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PRINCIPAL-EDT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-EDT           PIC Z9,9999 VALUE ZEROS.
       77  WRK-IDX-PARC           PIC 9(03) VALUE ZEROS.
       77  WRK-PROX-CONTRATO      PIC 9(07) VALUE ZEROS.
       77  WRK-MESES-SOMA         PIC 9(05) VALUE ZEROS.
       77  WRK-ANOS-SOMA          PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO-MES          PIC 9(02) VALUE ZEROS.
       77  WRK-DIAS-LIMITE        PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-BISSEXTO       PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO        VALUE 'S'.
       77  WRK-LINDX              PIC 9(02) VALUE ZEROS.
       77  WRK-PAGINA             PIC 9(03) VALUE ZEROS.
       77  WRK-PRIMEIRA-PARC      PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ATRASO         PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-MOVIMENTADAS   PIC 9(03) VALUE ZEROS.

       01  WRK-TABELA-MESES.
           05 WRK-DIAS-NO-MES     PIC 9(02) OCCURS 12 TIMES
                                  VALUE ZEROS.

       01  WRK-DATA-PRIM.
           05 WRK-PRIM-ANO        PIC 9(04).
           05 WRK-PRIM-MES        PIC 9(02).
           05 WRK-PRIM-DIA        PIC 9(02).
       01  WRK-DATA-PRIM-N REDEFINES WRK-DATA-PRIM
                                  PIC 9(08).

       01  WRK-DATA-VENC.
           05 WRK-VENC-ANO        PIC 9(04).
           05 WRK-VENC-MES        PIC 9(02).
           05 WRK-VENC-DIA        PIC 9(02).
       01  WRK-DATA-VENC-N REDEFINES WRK-DATA-VENC
                                  PIC 9(08).

       01  WRK-LINHA-PARCELA.
           05 LPA-NUMERO          PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LPA-VENCIMENTO      PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LPA-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LPA-JUROS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LPA-SALDO           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LPA-STATUS          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LPA-ATRASO          PIC X(07).

       01  WRK-LINHA-CONTRATO.
           05 LCO-NUMERO          PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCO-SEQUENCIA       PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCO-PRINCIPAL       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCO-PRAZO           PIC ZZ9.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCO-PARCELA         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 LCO-STATUS          PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 LCO-ATRASO          PIC ZZ9.

       01  WRK-LINHA-TAB.
           05 WRK-LIN-TELA        PIC X(70) OCCURS 10 TIMES.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.
           88 OPER-USER           VALUE 02.
           88 OPER-SUPERVISOR     VALUE 03.
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-EMP.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'EMPRESTIMOS PESSOAIS'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE '1 - CONTRATAR EMPRESTIMO'.
           05 LINE 04 COLUMN 01 VALUE '2 - PARCELAS DO CONTRATO'.
           05 LINE 05 COLUMN 01 VALUE '3 - CONTRATOS DO CLIENTE'.
           05 LINE 06 COLUMN 01 VALUE '4 - CANCELAR CONTRATO'.
           05 LINE 07 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 08 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 08 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CHAVE-CLI.
           05 LINE 10 COLUMN 01 VALUE 'NUMERO DO CLIENTE...: '.
           05 LINE 10 COLUMN 23 PIC 9(06) TO WRK-CHAVE-CLIENTE.

       01 TELA-CHAVE-SEQ.
           05 LINE 11 COLUMN 01 VALUE 'CONTA DE DEBITO (SQ): '.
           05 LINE 11 COLUMN 23 PIC 9(02) TO WRK-CHAVE-SEQ.

       01 TELA-CHAVE-CONTRATO.
           05 LINE 10 COLUMN 01 VALUE 'NUMERO DO CONTRATO..: '.
           05 LINE 10 COLUMN 23 PIC 9(06) TO WRK-CHAVE-CONTRATO.

       01 TELA-CONTRATO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'CONTRATACAO DE EMPRESTIMO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'NOME................: '.
           05 LINE 04 COLUMN 23 PIC X(30) FROM WRK-NOME-CLIENTE.
           05 LINE 05 COLUMN 01 VALUE 'CONTA DE DEBITO.....: '.
           05 LINE 05 COLUMN 23 PIC 9(02) FROM WRK-CHAVE-SEQ.
           05 LINE 06 COLUMN 01 VALUE 'PRINCIPAL (REAIS)...: '.
           05 LINE 06 COLUMN 23 PIC 9(09) USING WRK-EMP-PRINCIPAL.
           05 LINE 07 COLUMN 01 VALUE 'TAXA MES (CENT. %)..: '.
           05 LINE 07 COLUMN 23 PIC 9(04) USING WRK-EMP-TAXA-CENT.
           05 LINE 07 COLUMN 29 VALUE '(EX.: 0199 = 1,99% A.M.)'.
           05 LINE 08 COLUMN 01 VALUE 'PRAZO (MESES).......: '.
           05 LINE 08 COLUMN 23 PIC 9(03) USING WRK-EMP-PRAZO.
           05 LINE 09 COLUMN 01 VALUE '1O VENCIMENTO.......: '.
           05 LINE 09 COLUMN 23 PIC 9(08) USING WRK-EMP-PRIM-VENC.
           05 LINE 09 COLUMN 33 VALUE '(AAAAMMDD)'.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-SIMULACAO.
           05 LINE 11 COLUMN 01 VALUE 'VALOR DA PARCELA....: '.
           05 LINE 11 COLUMN 23 PIC X(14) FROM WRK-PARCELA-EDT.
           05 LINE 12 COLUMN 01 VALUE 'TOTAL A PAGAR.......: '.
           05 LINE 12 COLUMN 23 PIC X(17) FROM WRK-TOTAL-EDT.
           05 LINE 14 COLUMN 01 VALUE 'CONFIRMA CONTRATACAO (S/N): '.
           05 LINE 14 COLUMN 29 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-PARCELAS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'PARCELAS DO CONTRATO'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 01 COLUMN 23 PIC 9(06) FROM EMP-NUMERO.
           05 LINE 02 COLUMN 01 VALUE 'CLIENTE/CONTA: '.
           05 LINE 02 COLUMN 16 PIC 9(06) FROM EMP-CLIENTE.
           05 LINE 02 COLUMN 22 VALUE '/'.
           05 LINE 02 COLUMN 23 PIC 9(02) FROM EMP-SEQUENCIA.
           05 LINE 02 COLUMN 27 VALUE 'PRINCIPAL: '.
           05 LINE 02 COLUMN 38 PIC X(14) FROM WRK-PRINCIPAL-EDT.
           05 LINE 02 COLUMN 54 VALUE 'TAXA: '.
           05 LINE 02 COLUMN 60 PIC X(07) FROM WRK-TAXA-EDT.
           05 LINE 02 COLUMN 68 VALUE 'ST: '.
           05 LINE 02 COLUMN 72 PIC X(01) FROM EMP-STATUS.
           05 LINE 03 COLUMN 01 VALUE
              'NUM VENCTO            VALOR          JUROS'.
           05 LINE 03 COLUMN 44 VALUE
              ' SALDO DEVEDOR S'.
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
           05 LINE 15 COLUMN 01 VALUE 'A=AVANCAR V=VOLTAR F=FIM: '.
           05 LINE 15 COLUMN 27 PIC X(01) TO WRK-TECLA.
           05 LINE 17 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-CONTRATOS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'CONTRATOS DO CLIENTE'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 02 COLUMN 01 VALUE 'CLIENTE: '.
           05 LINE 02 COLUMN 10 PIC 9(06) FROM WRK-CHAVE-CLIENTE.
           05 LINE 03 COLUMN 01 VALUE
              'CONTR. SQ      PRINCIPAL PRZ        PARCELA S  ATR'.
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
           05 LINE 12 COLUMN 01 VALUE 'CLIENTE/CONTA.......: '.
           05 LINE 12 COLUMN 23 PIC 9(06) FROM EMP-CLIENTE.
           05 LINE 12 COLUMN 29 VALUE '/'.
           05 LINE 12 COLUMN 30 PIC 9(02) FROM EMP-SEQUENCIA.
           05 LINE 13 COLUMN 01 VALUE 'PRINCIPAL...........: '.
           05 LINE 13 COLUMN 23 PIC X(14) FROM WRK-PRINCIPAL-EDT.
           05 LINE 15 COLUMN 01
              VALUE 'CONFIRMA CANCELAMENTO (S/N): '.
           05 LINE 15 COLUMN 30 PIC X(01) TO WRK-CONFIRMA.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           PERFORM 9000-FINALIZE
           GOBACK.

      *-----------------------------------------------------
      *    ABRE OS ARQUIVOS DE CONTRATOS E PARCELAS (CRIANDO NA
      *    PRIMEIRA EXECUCAO), DE CONTAS E DE CLIENTES, E PEGA A
      *    DATA DE NEGOCIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1010-DEFINE-COR-NIVEL
           PERFORM 1020-CARREGA-MESES
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN I-O ARQ-EMPRESTIMO
           IF WRK-FS-EMPREST = '35'
               OPEN OUTPUT ARQ-EMPRESTIMO
               CLOSE ARQ-EMPRESTIMO
               OPEN I-O ARQ-EMPRESTIMO
           END-IF
           OPEN I-O ARQ-PARCELAS
           IF WRK-FS-PARCELA = '35'
               OPEN OUTPUT ARQ-PARCELAS
               CLOSE ARQ-PARCELAS
               OPEN I-O ARQ-PARCELAS
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
      *    CARREGA A TABELA DE DIAS POR MES (FEVEREIRO DE ANO
      *    BISSEXTO E TRATADO A PARTE)
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
      *    EXIBE O MENU DE EMPRESTIMOS E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           DISPLAY TELA-MENU-EMP
           ACCEPT TELA-MENU-EMP
           MOVE SPACES TO WRK-MENSAGEM
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2100-CONTRATAR
               WHEN '2'
                   PERFORM 2200-CONSULTAR-PARCELAS
               WHEN '3'
                   PERFORM 2300-LISTAR-CONTRATOS
               WHEN '4'
                   PERFORM 2400-CANCELAR-CONTRATO
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    CONTRATA UM EMPRESTIMO: CLIENTE ATIVO, CONTA CORRENTE
      *    ABERTA DO PROPRIO CLIENTE PARA O DEBITO DAS PARCELAS
      *-----------------------------------------------------
       2100-CONTRATAR.
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
                       IF CTA-ABERTA AND CTA-TIPO-CORRENTE
                           PERFORM 2110-CAPTA-CONTRATO
                       ELSE
                           MOVE 'DEBITO SO EM CONTA CORRENTE ABERTA'
                               TO WRK-MENSAGEM
                       END-IF
               END-READ
           END-IF
           END-IF.

      *-----------------------------------------------------
      *    CAPTA OS DADOS DO CONTRATO, CALCULA A PARCELA, MOSTRA
      *    A SIMULACAO E GRAVA CONTRATO E CRONOGRAMA
      *-----------------------------------------------------
       2110-CAPTA-CONTRATO.
           MOVE ZEROS TO WRK-EMP-PRINCIPAL WRK-EMP-TAXA-CENT
                         WRK-EMP-PRAZO WRK-EMP-PRIM-VENC
           DISPLAY TELA-CONTRATO
           ACCEPT TELA-CONTRATO
           PERFORM 2120-VALIDA-CONTRATO
           IF DADOS-OK
               PERFORM 2130-CALCULA-PARCELA
               MOVE WRK-VALOR-PARCELA TO WRK-PARCELA-EDT
               COMPUTE WRK-TOTAL-CONTRATO =
                   WRK-VALOR-PARCELA * WRK-EMP-PRAZO
               MOVE WRK-TOTAL-CONTRATO TO WRK-TOTAL-EDT
               MOVE 'N' TO WRK-CONFIRMA
               DISPLAY TELA-SIMULACAO
               ACCEPT TELA-SIMULACAO
               IF WRK-CONFIRMA-SIM
                   PERFORM 2140-GRAVA-CONTRATO
               ELSE
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    VALIDA PRINCIPAL, TAXA, PRAZO E PRIMEIRO VENCIMENTO
      *    (DATA VALIDA E POSTERIOR A DATA DE NEGOCIO)
      *-----------------------------------------------------
       2120-VALIDA-CONTRATO.
           MOVE 'S' TO WRK-DADOS-OK
           MOVE WRK-EMP-PRIM-VENC TO WRK-DATA-PRIM-N
           EVALUATE TRUE
               WHEN WRK-EMP-PRINCIPAL = ZEROS
                   MOVE 'PRINCIPAL NAO INFORMADO' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-EMP-TAXA-CENT > WRK-TAXA-MAXIMA
                   MOVE 'TAXA ACIMA DE 15,00% AO MES' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-EMP-PRAZO = ZEROS
                 OR WRK-EMP-PRAZO > WRK-PRAZO-MAXIMO
                   MOVE 'PRAZO DEVE SER DE 1 A 120 MESES'
                       TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-PRIM-MES < 1 OR WRK-PRIM-MES > 12
                   MOVE '1O VENCIMENTO INVALIDO' TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN WRK-EMP-PRIM-VENC NOT > WRK-DATA-HOJE
                   MOVE '1O VENCIMENTO DEVE SER FUTURO'
                       TO WRK-MENSAGEM
                   MOVE 'N' TO WRK-DADOS-OK
               WHEN OTHER
                   MOVE WRK-PRIM-ANO TO WRK-VENC-ANO
                   MOVE WRK-PRIM-MES TO WRK-VENC-MES
                   PERFORM 2170-DIAS-DO-MES
                   IF WRK-PRIM-DIA < 1
                      OR WRK-PRIM-DIA > WRK-DIAS-LIMITE
                       MOVE '1O VENCIMENTO INVALIDO' TO WRK-MENSAGEM
                       MOVE 'N' TO WRK-DADOS-OK
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    CALCULA A PARCELA FIXA DA TABELA PRICE:
      *    PMT = P * I / (1 - (1 + I) ** -N). TAXA ZERO DIVIDE
      *    O PRINCIPAL EM PARTES IGUAIS
      *-----------------------------------------------------
       2130-CALCULA-PARCELA.
           COMPUTE WRK-TAXA-DEC = WRK-EMP-TAXA-CENT / 10000
           IF WRK-TAXA-DEC = ZEROS
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-EMP-PRINCIPAL / WRK-EMP-PRAZO
           ELSE
               COMPUTE WRK-VALOR-PARCELA ROUNDED =
                   WRK-EMP-PRINCIPAL * WRK-TAXA-DEC /
                   (1 - (1 + WRK-TAXA-DEC) ** (0 - WRK-EMP-PRAZO))
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O CONTRATO COM O PROXIMO NUMERO LIVRE E GERA
      *    O CRONOGRAMA DE PARCELAS
      *-----------------------------------------------------
       2140-GRAVA-CONTRATO.
           PERFORM 2141-PROXIMO-CONTRATO
           IF WRK-PROX-CONTRATO > 999999
               MOVE 'NUMERACAO DE CONTRATOS ESGOTADA' TO WRK-MENSAGEM
           ELSE
               MOVE WRK-PROX-CONTRATO TO EMP-NUMERO
               MOVE WRK-CHAVE-CLIENTE TO EMP-CLIENTE
               MOVE WRK-CHAVE-SEQ     TO EMP-SEQUENCIA
               MOVE WRK-EMP-PRINCIPAL TO EMP-PRINCIPAL
               COMPUTE EMP-TAXA = WRK-EMP-TAXA-CENT / 100
               MOVE WRK-EMP-PRAZO     TO EMP-PRAZO
               MOVE WRK-EMP-PRIM-VENC TO EMP-DATA-PRIM-VENC
               MOVE WRK-DATA-HOJE     TO EMP-DATA-CONTRATO
               MOVE WRK-VALOR-PARCELA TO EMP-VALOR-PARCELA
               SET EMP-ATIVO TO TRUE
               MOVE LK-OPERADOR       TO EMP-OPERADOR
               WRITE EMPRESTIMO-REC
                   INVALID KEY
                       MOVE 'CONTRATO JA CADASTRADO - REPITA'
                           TO WRK-MENSAGEM
                   NOT INVALID KEY
                       MOVE WRK-EMP-PRINCIPAL TO WRK-SALDO-DEVEDOR
                       PERFORM 2150-GERA-PARCELA
                           VARYING WRK-IDX-PARC FROM 1 BY 1
                           UNTIL WRK-IDX-PARC > WRK-EMP-PRAZO
                       MOVE 'CONTRATO GRAVADO - NUMERO' TO WRK-MENSAGEM
                       MOVE EMP-NUMERO TO WRK-MENSAGEM(27:6)
               END-WRITE
           END-IF.

      *-----------------------------------------------------
      *    DESCOBRE O PROXIMO NUMERO DE CONTRATO LIVRE (MAIOR
      *    EXISTENTE + 1)
      *-----------------------------------------------------
       2141-PROXIMO-CONTRATO.
           MOVE 1 TO WRK-PROX-CONTRATO
           MOVE ZEROS TO EMP-NUMERO
           MOVE '00' TO WRK-FS-EMPREST
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-NUMERO
               INVALID KEY
                   MOVE '10' TO WRK-FS-EMPREST
           END-START
           PERFORM 2142-LER-CONTRATO-NUMERO
               UNTIL WRK-FS-EMPREST NOT = '00'
           MOVE '00' TO WRK-FS-EMPREST.

      *-----------------------------------------------------
      *    LE O PROXIMO CONTRATO PARA A NUMERACAO
      *-----------------------------------------------------
       2142-LER-CONTRATO-NUMERO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-EMPREST
               NOT AT END
                   COMPUTE WRK-PROX-CONTRATO = EMP-NUMERO + 1
           END-READ.

      *-----------------------------------------------------
      *    GERA UMA PARCELA DO CRONOGRAMA: JUROS SOBRE O SALDO
      *    DEVEDOR, AMORTIZACAO = PARCELA - JUROS. A ULTIMA
      *    AMORTIZA O SALDO QUE SOBROU DO ARREDONDAMENTO
      *-----------------------------------------------------
       2150-GERA-PARCELA.
           COMPUTE WRK-JUROS-PARC ROUNDED =
               WRK-SALDO-DEVEDOR * WRK-TAXA-DEC
           IF WRK-IDX-PARC = WRK-EMP-PRAZO
               MOVE WRK-SALDO-DEVEDOR TO WRK-AMORT-PARC
               COMPUTE PAR-VALOR = WRK-AMORT-PARC + WRK-JUROS-PARC
           ELSE
               COMPUTE WRK-AMORT-PARC =
                   WRK-VALOR-PARCELA - WRK-JUROS-PARC
               MOVE WRK-VALOR-PARCELA TO PAR-VALOR
           END-IF
           SUBTRACT WRK-AMORT-PARC FROM WRK-SALDO-DEVEDOR
           PERFORM 2160-CALCULA-VENCIMENTO
           MOVE EMP-NUMERO        TO PAR-CONTRATO
           MOVE WRK-IDX-PARC      TO PAR-NUMERO
           MOVE EMP-CLIENTE       TO PAR-CLIENTE
           MOVE EMP-SEQUENCIA     TO PAR-SEQUENCIA
           MOVE WRK-DATA-VENC-N   TO PAR-VENCIMENTO
           MOVE WRK-AMORT-PARC    TO PAR-AMORTIZACAO
           MOVE WRK-JUROS-PARC    TO PAR-JUROS
           MOVE WRK-SALDO-DEVEDOR TO PAR-SALDO-DEVEDOR
           SET PAR-ABERTA TO TRUE
           MOVE ZEROS TO PAR-DATA-ENVIO PAR-DATA-PAGTO
           WRITE PARCELA-REC
               INVALID KEY
                   MOVE 'PARCELA JA EXISTE NO CRONOGRAMA'
                       TO WRK-MENSAGEM
           END-WRITE.

      *-----------------------------------------------------
      *    VENCIMENTO DA PARCELA N = PRIMEIRO VENCIMENTO + (N-1)
      *    MESES, NO MESMO DIA OU NO ULTIMO DIA DO MES QUANDO O
      *    MES E MAIS CURTO (31/01 -> 28/02 -> 31/03)
      *-----------------------------------------------------
       2160-CALCULA-VENCIMENTO.
           MOVE WRK-EMP-PRIM-VENC TO WRK-DATA-PRIM-N
           COMPUTE WRK-MESES-SOMA = WRK-PRIM-MES - 1 + WRK-IDX-PARC - 1
           DIVIDE WRK-MESES-SOMA BY 12 GIVING WRK-ANOS-SOMA
               REMAINDER WRK-RESTO-MES
           COMPUTE WRK-VENC-ANO = WRK-PRIM-ANO + WRK-ANOS-SOMA
           COMPUTE WRK-VENC-MES = WRK-RESTO-MES + 1
           PERFORM 2170-DIAS-DO-MES
           IF WRK-PRIM-DIA > WRK-DIAS-LIMITE
               MOVE WRK-DIAS-LIMITE TO WRK-VENC-DIA
           ELSE
               MOVE WRK-PRIM-DIA TO WRK-VENC-DIA
           END-IF.

      *-----------------------------------------------------
      *    DIAS DO MES DE WRK-DATA-VENC (FEVEREIRO BISSEXTO:
      *    DIVISIVEL POR 4, E SE POR 100 TAMBEM POR 400)
      *-----------------------------------------------------
       2170-DIAS-DO-MES.
           MOVE WRK-DIAS-NO-MES(WRK-VENC-MES) TO WRK-DIAS-LIMITE
           IF WRK-VENC-MES = 02
               MOVE 'N' TO WRK-ANO-BISSEXTO
               IF FUNCTION MOD(WRK-VENC-ANO, 4) = 0
                   IF FUNCTION MOD(WRK-VENC-ANO, 100) = 0
                       IF FUNCTION MOD(WRK-VENC-ANO, 400) = 0
                           MOVE 'S' TO WRK-ANO-BISSEXTO
                       END-IF
                   ELSE
                       MOVE 'S' TO WRK-ANO-BISSEXTO
                   END-IF
               END-IF
               IF ANO-BISSEXTO
                   MOVE 29 TO WRK-DIAS-LIMITE
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONSULTA O CRONOGRAMA DE UM CONTRATO, 10 PARCELAS
      *    POR PAGINA
      *-----------------------------------------------------
       2200-CONSULTAR-PARCELAS.
           PERFORM 2930-OBTER-CONTRATO
           MOVE WRK-CHAVE-CONTRATO TO EMP-NUMERO
           READ ARQ-EMPRESTIMO
               INVALID KEY
                   MOVE 'CONTRATO NAO ENCONTRADO' TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE EMP-PRINCIPAL TO WRK-PRINCIPAL-EDT
                   MOVE EMP-TAXA TO WRK-TAXA-EDT
                   MOVE 1 TO WRK-PAGINA
                   MOVE SPACE TO WRK-TECLA
                   PERFORM 2210-EXIBE-PAGINA-PARC
                       UNTIL WRK-TECLA = 'F'
                   MOVE SPACES TO WRK-MENSAGEM
           END-READ.

      *-----------------------------------------------------
      *    MONTA E EXIBE UMA PAGINA DE PARCELAS E TRATA A TECLA
      *-----------------------------------------------------
       2210-EXIBE-PAGINA-PARC.
           MOVE SPACES TO WRK-LINHA-TAB WRK-MENSAGEM
           MOVE ZEROS TO WRK-LINDX
           COMPUTE WRK-PRIMEIRA-PARC = (WRK-PAGINA - 1) * 10 + 1
           MOVE EMP-NUMERO        TO PAR-CONTRATO
           MOVE WRK-PRIMEIRA-PARC TO PAR-NUMERO
           MOVE '00' TO WRK-FS-PARCELA
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-PARCELA
           END-START
           PERFORM 2220-CARREGA-LINHA-PARC
               UNTIL WRK-LINDX = 10 OR WRK-FS-PARCELA NOT = '00'
           MOVE '00' TO WRK-FS-PARCELA
           IF WRK-LINDX = ZERO
               MOVE 'NAO HA MAIS PARCELAS' TO WRK-MENSAGEM
           END-IF
           MOVE SPACE TO WRK-TECLA
           DISPLAY TELA-PARCELAS
           ACCEPT TELA-PARCELAS
           MOVE FUNCTION UPPER-CASE(WRK-TECLA) TO WRK-TECLA
           EVALUATE WRK-TECLA
               WHEN 'A'
                   IF WRK-PAGINA * 10 < EMP-PRAZO
                       ADD 1 TO WRK-PAGINA
                   END-IF
               WHEN 'V'
                   IF WRK-PAGINA > 1
                       SUBTRACT 1 FROM WRK-PAGINA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    CARREGA UMA LINHA DA PAGINA DE PARCELAS (PARCELA
      *    VENCIDA E AINDA EM ABERTO SAI MARCADA COMO ATRASO)
      *-----------------------------------------------------
       2220-CARREGA-LINHA-PARC.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
               NOT AT END
                   IF PAR-CONTRATO = EMP-NUMERO
                       ADD 1 TO WRK-LINDX
                       MOVE PAR-NUMERO        TO LPA-NUMERO
                       MOVE PAR-VENCIMENTO    TO LPA-VENCIMENTO
                       MOVE PAR-VALOR         TO LPA-VALOR
                       MOVE PAR-JUROS         TO LPA-JUROS
                       MOVE PAR-SALDO-DEVEDOR TO LPA-SALDO
                       MOVE PAR-STATUS        TO LPA-STATUS
                       IF PAR-ABERTA
                          AND PAR-VENCIMENTO < WRK-DATA-HOJE
                           MOVE 'ATRASO' TO LPA-ATRASO
                       ELSE
                           MOVE SPACES TO LPA-ATRASO
                       END-IF
                       MOVE WRK-LINHA-PARCELA
                           TO WRK-LIN-TELA(WRK-LINDX)
                   ELSE
                       MOVE '10' TO WRK-FS-PARCELA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LISTA OS CONTRATOS DE UM CLIENTE (ATE 10 NA TELA),
      *    PELA CHAVE ALTERNATIVA DE CLIENTE, COM A QUANTIDADE
      *    DE PARCELAS EM ATRASO DE CADA UM
      *-----------------------------------------------------
       2300-LISTAR-CONTRATOS.
           PERFORM 2900-OBTER-CLIENTE
           MOVE SPACES TO WRK-LINHA-TAB
           MOVE ZEROS TO WRK-LINDX
           MOVE WRK-CHAVE-CLIENTE TO EMP-CLIENTE
           MOVE '00' TO WRK-FS-EMPREST
           START ARQ-EMPRESTIMO KEY IS EQUAL TO EMP-CLIENTE
               INVALID KEY
                   MOVE '10' TO WRK-FS-EMPREST
           END-START
           PERFORM 2310-CARREGA-LINHA-CONTRATO
               UNTIL WRK-LINDX = 10 OR WRK-FS-EMPREST NOT = '00'
           MOVE '00' TO WRK-FS-EMPREST
           IF WRK-LINDX = ZERO
               MOVE 'CLIENTE SEM CONTRATOS' TO WRK-MENSAGEM
           END-IF
           DISPLAY TELA-CONTRATOS
           ACCEPT TELA-CONTRATOS
           MOVE SPACES TO WRK-MENSAGEM.

      *-----------------------------------------------------
      *    CARREGA UMA LINHA DA LISTA DE CONTRATOS DO CLIENTE
      *-----------------------------------------------------
       2310-CARREGA-LINHA-CONTRATO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-EMPREST
               NOT AT END
                   IF EMP-CLIENTE = WRK-CHAVE-CLIENTE
                       ADD 1 TO WRK-LINDX
                       PERFORM 2320-CONTA-PARCELAS
                       MOVE EMP-NUMERO        TO LCO-NUMERO
                       MOVE EMP-SEQUENCIA     TO LCO-SEQUENCIA
                       MOVE EMP-PRINCIPAL     TO LCO-PRINCIPAL
                       MOVE EMP-PRAZO         TO LCO-PRAZO
                       MOVE EMP-VALOR-PARCELA TO LCO-PARCELA
                       MOVE EMP-STATUS        TO LCO-STATUS
                       MOVE WRK-QTD-ATRASO    TO LCO-ATRASO
                       MOVE WRK-LINHA-CONTRATO
                           TO WRK-LIN-TELA(WRK-LINDX)
                   ELSE
                       MOVE '10' TO WRK-FS-EMPREST
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE AS PARCELAS DO CONTRATO CORRENTE CONTANDO AS
      *    VENCIDAS EM ABERTO (ATRASO) E AS JA ENVIADAS OU PAGAS
      *-----------------------------------------------------
       2320-CONTA-PARCELAS.
           MOVE ZEROS TO WRK-QTD-ATRASO WRK-QTD-MOVIMENTADAS
           MOVE EMP-NUMERO TO PAR-CONTRATO
           MOVE ZEROS TO PAR-NUMERO
           MOVE '00' TO WRK-FS-PARCELA
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-PARCELA
           END-START
           PERFORM 2321-LER-PARCELA-CONTRATO
               UNTIL WRK-FS-PARCELA NOT = '00'
           MOVE '00' TO WRK-FS-PARCELA.

      *-----------------------------------------------------
      *    LE A PROXIMA PARCELA DO CONTRATO PARA A CONTAGEM
      *-----------------------------------------------------
       2321-LER-PARCELA-CONTRATO.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
               NOT AT END
                   IF PAR-CONTRATO = EMP-NUMERO
                       IF PAR-ABERTA
                          AND PAR-VENCIMENTO < WRK-DATA-HOJE
                           ADD 1 TO WRK-QTD-ATRASO
                       END-IF
                       IF PAR-ENVIADA OR PAR-PAGA
                           ADD 1 TO WRK-QTD-MOVIMENTADAS
                       END-IF
                   ELSE
                       MOVE '10' TO WRK-FS-PARCELA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CANCELA UM CONTRATO DIGITADO ERRADO (ALCADA DE
      *    SUPERVISAO): SO CONTRATO ATIVO SEM NENHUMA PARCELA
      *    ENVIADA OU PAGA. O CRONOGRAMA E APAGADO
      *-----------------------------------------------------
       2400-CANCELAR-CONTRATO.
           IF NOT OPER-ADM AND NOT OPER-SUPERVISOR
               MOVE 'OPCAO RESTRITA A SUPERVISAO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2930-OBTER-CONTRATO
               MOVE WRK-CHAVE-CONTRATO TO EMP-NUMERO
               READ ARQ-EMPRESTIMO
                   INVALID KEY
                       MOVE 'CONTRATO NAO ENCONTRADO' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       PERFORM 2410-CONFIRMA-CANCELAMENTO
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    CONFERE A SITUACAO DO CONTRATO E PEDE A CONFIRMACAO
      *-----------------------------------------------------
       2410-CONFIRMA-CANCELAMENTO.
           PERFORM 2320-CONTA-PARCELAS
           EVALUATE TRUE
               WHEN NOT EMP-ATIVO
                   MOVE 'CONTRATO NAO ESTA ATIVO' TO WRK-MENSAGEM
               WHEN WRK-QTD-MOVIMENTADAS > ZEROS
                   MOVE 'CONTRATO COM PARCELA JA DEBITADA'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE EMP-PRINCIPAL TO WRK-PRINCIPAL-EDT
                   MOVE 'N' TO WRK-CONFIRMA
                   DISPLAY TELA-CANCELA
                   ACCEPT TELA-CANCELA
                   IF WRK-CONFIRMA-SIM
                       SET EMP-CANCELADO TO TRUE
                       MOVE LK-OPERADOR TO EMP-OPERADOR
                       REWRITE EMPRESTIMO-REC
                       PERFORM 2420-APAGA-PARCELA
                           VARYING WRK-IDX-PARC FROM 1 BY 1
                           UNTIL WRK-IDX-PARC > EMP-PRAZO
                       MOVE 'CONTRATO CANCELADO COM SUCESSO'
                           TO WRK-MENSAGEM
                   ELSE
                       MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    APAGA UMA PARCELA DO CRONOGRAMA CANCELADO
      *-----------------------------------------------------
       2420-APAGA-PARCELA.
           MOVE EMP-NUMERO   TO PAR-CONTRATO
           MOVE WRK-IDX-PARC TO PAR-NUMERO
           DELETE ARQ-PARCELAS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.

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
      *    SOLICITA A SEQUENCIA DA CONTA DE DEBITO
      *-----------------------------------------------------
       2920-OBTER-SEQUENCIA.
           MOVE ZEROS TO WRK-CHAVE-SEQ
           DISPLAY TELA-CHAVE-SEQ
           ACCEPT TELA-CHAVE-SEQ.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DO CONTRATO
      *-----------------------------------------------------
       2930-OBTER-CONTRATO.
           MOVE ZEROS TO WRK-CHAVE-CONTRATO
           DISPLAY TELA-CHAVE-CONTRATO
           ACCEPT TELA-CHAVE-CONTRATO.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE ARQ-EMPRESTIMO
           CLOSE ARQ-PARCELAS
           IF NOT SEM-CTAMAST
               CLOSE CONTA-MASTER
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF.
