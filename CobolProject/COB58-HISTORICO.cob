       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB58-HISTORICO.
      ********************************
      *OBJETIVO : CONSULTA DE CODIGO NA TABELA DE HISTORICOS DE
      *           MOVIMENTO (HISTCOD)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA. O TIPO D/C/T DO
      *            MOVIMENTO NAO DIZIA AO CLIENTE SE O CREDITO ERA
      *            SALARIO OU DEPOSITO, NEM A CONTABILIDADE EM QUE
      *            CONTA DO RAZAO LANCAR. CADA MOVIMENTO PASSA A
      *            CARREGAR UM CODIGO DE HISTORICO (COPY HISTCOD)
      *            E ESTE SUBPROGRAMA DEVOLVE, PARA O CODIGO
      *            PEDIDO, A SITUACAO (S = ATIVO, I = INATIVO, N =
      *            INEXISTENTE), A DESCRICAO, A NATUREZA E A CONTA
      *            GL. CHAMADO PELO LANCAMENTO NOTURNO
      *            (COB24-MOVIMENTO), PELO EXTRATO MENSAL (COB33) E
      *            PELA INTERFACE CONTABIL (COB37), MOVIMENTO A
      *            MOVIMENTO: A TABELA E CARREGADA EM MEMORIA NA
      *            PRIMEIRA CHAMADA DO PASSO (ATE 300 CODIGOS). NA
      *            PRIMEIRA EXECUCAO DA INSTALACAO O ARQUIVO E
      *            SEMEADO COM OS HISTORICOS PADRAO, INCLUSIVE OS
      *            QUE OS BATCHES DA CASA CARIMBAM (JUROS DE
      *            POUPANCA E TARIFA NO COB34, PARCELA NO COB52),
      *            NOS MOLDES DA SEMENTE DO COB14-AUTORIZA.
      * 2026-10-15 IVN - INCLUIDO NA SEMENTE O HISTORICO 0040
      *            (LIQUIDACAO DE COBRANCA, CARIMBADO PELA IMPORTACAO
      *            DO RETORNO CNAB NO COB60). INSTALACAO COM HISTCOD
      *            JA SEMEADO RECEBE O CODIGO PELA TELA COB59.
      * 2026-10-15 IVN - INCLUIDO NA SEMENTE O HISTORICO 0050
      *            (ORDEM PERMANENTE, CARIMBADO PELO COB62-ORDENS).
      *            INSTALACAO COM HISTCOD JA SEMEADO RECEBE O
      *            CODIGO PELA TELA COB59.
      * 2026-10-15 IVN - INCLUIDO NA SEMENTE O HISTORICO 0060
      *            (CHEQUE COMPENSADO, CARIMBADO PELO
      *            COB78-COMPENSA). INSTALACAO COM HISTCOD JA
      *            SEMEADO RECEBE O CODIGO PELA TELA COB59.
      * 2026-10-15 IVN - INCLUIDO NA SEMENTE O HISTORICO 0070
      *            (FOLHA DE PAGAMENTO, DEBITO NA EMPRESA CARIMBADO
      *            PELO COB82-FOLHA; O CREDITO DO FUNCIONARIO USA O
      *            0020). INSTALACAO COM HISTCOD JA SEMEADO RECEBE O
      *            CODIGO PELA TELA COB59.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTCOD ASSIGN TO "HISTCOD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTCOD.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTCOD.
           COPY HISTCOD.

       WORKING-STORAGE SECTION.
       77  WRK-FS-HISTCOD          PIC X(02) VALUE '00'.
       77  WRK-CARREGADA           PIC X(01) VALUE 'N'.
           88 TABELA-CARREGADA     VALUE 'S'.
       77  WRK-QTD-HISTORICOS      PIC 9(03) VALUE ZEROS.
       77  WRK-IDX                 PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO          PIC 9(03) VALUE ZEROS.

       01  WRK-HISTORICOS-TAB.
           05 WRK-HISTORICO-ENT    OCCURS 300 TIMES.
              10 WRK-TAB-CODIGO    PIC 9(04).
              10 WRK-TAB-DESCRICAO PIC X(25).
              10 WRK-TAB-NATUREZA  PIC X(01).
              10 WRK-TAB-CONTA-GL  PIC X(10).
              10 WRK-TAB-STATUS    PIC X(01).

      *    HISTORICOS PADRAO GRAVADOS NA PRIMEIRA EXECUCAO. OS
      *    CODIGOS 0100, 0110 E 0120 SAO CARIMBADOS PELOS BATCHES
      *    DA CASA E NAO DEVEM SER INATIVADOS
       01  WRK-SEMENTES.
           05 FILLER PIC X(45) VALUE
              '0001 DEBITO AVULSO             D 4999900001 A'.
           05 FILLER PIC X(45) VALUE
              '0002 CREDITO AVULSO            C 4999900001 A'.
           05 FILLER PIC X(45) VALUE
              '0010 DEPOSITO EM DINHEIRO      C 1110000001 A'.
           05 FILLER PIC X(45) VALUE
              '0011 SAQUE EM DINHEIRO         D 1110000001 A'.
           05 FILLER PIC X(45) VALUE
              '0020 CREDITO DE SALARIO        C 4999900020 A'.
           05 FILLER PIC X(45) VALUE
              '0030 TRANSFERENCIA ENTRE CTAS  D 4999900030 A'.
           05 FILLER PIC X(45) VALUE
              '0040 LIQUIDACAO DE COBRANCA    C 4999900040 A'.
           05 FILLER PIC X(45) VALUE
              '0050 ORDEM PERMANENTE          D 4999900050 A'.
           05 FILLER PIC X(45) VALUE
              '0060 CHEQUE COMPENSADO         D 4999900060 A'.
           05 FILLER PIC X(45) VALUE
              '0070 FOLHA DE PAGAMENTO        D 4999900070 A'.
           05 FILLER PIC X(45) VALUE
              '0100 JUROS DE POUPANCA         C 8111000001 A'.
           05 FILLER PIC X(45) VALUE
              '0110 TARIFA DE MANUTENCAO CC   D 7179900001 A'.
           05 FILLER PIC X(45) VALUE
              '0120 PARCELA DE EMPRESTIMO     D 1611000001 A'.
       01  WRK-SEMENTES-RED REDEFINES WRK-SEMENTES.
           05 WRK-SEMENTE          PIC X(45) OCCURS 13 TIMES.

       LINKAGE SECTION.
       01  LK-CODIGO               PIC 9(04).
       01  LK-SITUACAO             PIC X(01).
           88 LK-HIST-ATIVO        VALUE 'S'.
           88 LK-HIST-INATIVO      VALUE 'I'.
           88 LK-HIST-INEXISTENTE  VALUE 'N'.
       01  LK-DESCRICAO            PIC X(25).
       01  LK-NATUREZA             PIC X(01).
       01  LK-CONTA-GL             PIC X(10).

       PROCEDURE DIVISION USING LK-CODIGO LK-SITUACAO LK-DESCRICAO
                                LK-NATUREZA LK-CONTA-GL.

       0000-MAINLINE.
           IF NOT TABELA-CARREGADA
               PERFORM 1000-CARREGA-TABELA
           END-IF
           MOVE 'N' TO LK-SITUACAO
           MOVE SPACES TO LK-DESCRICAO LK-NATUREZA LK-CONTA-GL
           IF LK-CODIGO NUMERIC AND LK-CODIGO NOT = ZEROS
               PERFORM 2000-PROCURA-CODIGO
           END-IF
           GOBACK.

      *-----------------------------------------------------
      *    CARREGA A TABELA PARA A MEMORIA NA PRIMEIRA CHAMADA
      *    (SEMEANDO O ARQUIVO COM OS HISTORICOS PADRAO QUANDO
      *    ELE AINDA NAO EXISTE)
      *-----------------------------------------------------
       1000-CARREGA-TABELA.
           MOVE ZEROS TO WRK-QTD-HISTORICOS
           OPEN INPUT ARQ-HISTCOD
           IF WRK-FS-HISTCOD = '35'
               PERFORM 1200-SEMEAR-HISTORICOS
               OPEN INPUT ARQ-HISTCOD
           END-IF
           IF WRK-FS-HISTCOD = '00'
               PERFORM 1100-LER-HISTORICO
                   UNTIL WRK-FS-HISTCOD NOT = '00'
               CLOSE ARQ-HISTCOD
           ELSE
               DISPLAY 'TABELA DE HISTORICOS INDISPONIVEL: '
                   WRK-FS-HISTCOD
           END-IF
           MOVE 'S' TO WRK-CARREGADA.

      *-----------------------------------------------------
      *    LE UMA LINHA DA TABELA PARA A MEMORIA (STATUS EM
      *    BRANCO VALE ATIVO)
      *-----------------------------------------------------
       1100-LER-HISTORICO.
           READ ARQ-HISTCOD
               AT END
                   MOVE '10' TO WRK-FS-HISTCOD
               NOT AT END
                   IF WRK-QTD-HISTORICOS < 300
                      AND HCD-CODIGO NUMERIC
                       ADD 1 TO WRK-QTD-HISTORICOS
                       MOVE HCD-CODIGO
                           TO WRK-TAB-CODIGO(WRK-QTD-HISTORICOS)
                       MOVE HCD-DESCRICAO
                           TO WRK-TAB-DESCRICAO(WRK-QTD-HISTORICOS)
                       MOVE HCD-NATUREZA
                           TO WRK-TAB-NATUREZA(WRK-QTD-HISTORICOS)
                       MOVE HCD-CONTA-GL
                           TO WRK-TAB-CONTA-GL(WRK-QTD-HISTORICOS)
                       IF HCD-INATIVO
                           MOVE 'I'
                             TO WRK-TAB-STATUS(WRK-QTD-HISTORICOS)
                       ELSE
                           MOVE 'A'
                             TO WRK-TAB-STATUS(WRK-QTD-HISTORICOS)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA OS HISTORICOS PADRAO NA PRIMEIRA EXECUCAO
      *-----------------------------------------------------
       1200-SEMEAR-HISTORICOS.
           OPEN OUTPUT ARQ-HISTCOD
           PERFORM 1210-GRAVA-SEMENTE
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 13
           CLOSE ARQ-HISTCOD.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DA SEMENTE DE HISTORICOS
      *-----------------------------------------------------
       1210-GRAVA-SEMENTE.
           MOVE WRK-SEMENTE(WRK-IDX) TO HCD-LINHA
           WRITE HCD-LINHA.

      *-----------------------------------------------------
      *    PROCURA O CODIGO NA TABELA EM MEMORIA E DEVOLVE OS
      *    DADOS DO HISTORICO ACHADO
      *-----------------------------------------------------
       2000-PROCURA-CODIGO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM 2100-COMPARA-CODIGO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-HISTORICOS
                  OR WRK-IDX-ACHADO > ZEROS
           IF WRK-IDX-ACHADO > ZEROS
               IF WRK-TAB-STATUS(WRK-IDX-ACHADO) = 'I'
                   MOVE 'I' TO LK-SITUACAO
               ELSE
                   MOVE 'S' TO LK-SITUACAO
               END-IF
               MOVE WRK-TAB-DESCRICAO(WRK-IDX-ACHADO) TO LK-DESCRICAO
               MOVE WRK-TAB-NATUREZA(WRK-IDX-ACHADO)  TO LK-NATUREZA
               MOVE WRK-TAB-CONTA-GL(WRK-IDX-ACHADO)  TO LK-CONTA-GL
           END-IF.

      *-----------------------------------------------------
      *    COMPARA O CODIGO COM UMA ENTRADA DA TABELA
      *-----------------------------------------------------
       2100-COMPARA-CODIGO.
           IF WRK-TAB-CODIGO(WRK-IDX) = LK-CODIGO
               MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.
