       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB59-ADMHISTOR.
      ********************************
      *OBJETIVO : MANUTENCAO DA TABELA DE HISTORICOS DE MOVIMENTO
      *           (HISTCOD)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO COB00-MENU
      *            E RESTRITO AO NIVEL 01, NOS MOLDES DO
      *            COB39-ADMAGENCIA: INCLUSAO (CODIGO, DESCRICAO,
      *            NATUREZA D/C E CONTA GL), ALTERACAO DA DESCRICAO
      *            E DA CONTA GL, INATIVACAO, REATIVACAO E
      *            LISTAGEM. A NATUREZA NAO SE ALTERA DEPOIS DA
      *            INCLUSAO: O HISTORICO JA GRAVADO NO MOVHIST
      *            MUDARIA DE SENTIDO. O HISTORICO NAO E EXCLUIDO,
      *            SO INATIVADO, PARA CONTINUAR DESCREVENDO O
      *            MOVIMENTO ANTIGO NO EXTRATO. SEM O ARQUIVO, A
      *            CONSULTA (COB58-HISTORICO) SEMEIA OS HISTORICOS
      *            PADRAO ANTES DA CARGA. A TABELA INTEIRA E
      *            CARREGADA EM MEMORIA E REGRAVADA A CADA
      *            OPERACAO.
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
       77  WRK-FS-HISTCOD         PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-CONFIRMA           PIC X(01) VALUE SPACE.
           88 WRK-CONFIRMA-SIM    VALUE 'S'.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-TECLA              PIC X(01) VALUE SPACE.
       77  WRK-QTD-HISTORICOS     PIC 9(03) VALUE ZEROS.
       77  WRK-IDX                PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADO         PIC 9(03) VALUE ZEROS.
       77  WRK-CODIGO             PIC 9(04) VALUE ZEROS.
       77  WRK-DESCRICAO          PIC X(25) VALUE SPACES.
       77  WRK-NATUREZA           PIC X(01) VALUE SPACE.
           88 NATUREZA-VALIDA     VALUES 'D' 'C'.
       77  WRK-CONTA-GL           PIC X(10) VALUE SPACES.
       77  WRK-STATUS-HIST        PIC X(01) VALUE SPACE.
       77  WRK-PAGINA             PIC 9(02) VALUE 1.
       77  WRK-LINDX              PIC 9(02) VALUE ZEROS.
       77  WRK-CON-SITUACAO       PIC X(01) VALUE SPACE.
       77  WRK-CON-DESCRICAO      PIC X(25) VALUE SPACES.
       77  WRK-CON-NATUREZA       PIC X(01) VALUE SPACE.
       77  WRK-CON-CONTA-GL       PIC X(10) VALUE SPACES.

       01  WRK-HISTORICOS-TAB.
           05 WRK-HISTORICO-ENT   OCCURS 300 TIMES.
              10 WRK-TAB-CODIGO   PIC 9(04).
              10 WRK-TAB-DESCRICAO PIC X(25).
              10 WRK-TAB-NATUREZA PIC X(01).
              10 WRK-TAB-CONTA-GL PIC X(10).
              10 WRK-TAB-STATUS   PIC X(01).

       01  WRK-LINHA-TAB.
           05 WRK-LINHA           OCCURS 10 TIMES.
              10 WRK-LIN-CODIGO   PIC 9(04).
              10 WRK-LIN-DESCRICAO PIC X(25).
              10 WRK-LIN-NATUREZA PIC X(01).
              10 WRK-LIN-CONTA-GL PIC X(10).
              10 WRK-LIN-STATUS   PIC X(01).

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.

       SCREEN SECTION.
       01 TELA-MENU-HIS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'MANUTENCAO DE HISTORICOS'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE '1 - INCLUIR HISTORICO'.
           05 LINE 04 COLUMN 01 VALUE '2 - ALTERAR HISTORICO'.
           05 LINE 05 COLUMN 01 VALUE '3 - INATIVAR HISTORICO'.
           05 LINE 06 COLUMN 01 VALUE '4 - REATIVAR HISTORICO'.
           05 LINE 07 COLUMN 01 VALUE '5 - LISTAR HISTORICOS'.
           05 LINE 08 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 10 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 10 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-HISTORICO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'DADOS DO HISTORICO'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE 'CODIGO..............: '.
           05 LINE 03 COLUMN 23 PIC 9(04) USING WRK-CODIGO.
           05 LINE 04 COLUMN 01 VALUE 'DESCRICAO...........: '.
           05 LINE 04 COLUMN 23 PIC X(25) USING WRK-DESCRICAO.
           05 LINE 05 COLUMN 01 VALUE 'NATUREZA (D/C)......: '.
           05 LINE 05 COLUMN 23 PIC X(01) USING WRK-NATUREZA.
           05 LINE 06 COLUMN 01 VALUE 'CONTA GL............: '.
           05 LINE 06 COLUMN 23 PIC X(10) USING WRK-CONTA-GL.
           05 LINE 07 COLUMN 01 VALUE 'STATUS..............: '.
           05 LINE 07 COLUMN 23 PIC X(01) FROM WRK-STATUS-HIST.
           05 LINE 09 COLUMN 01 VALUE 'CONFIRMA (S/N)......: '.
           05 LINE 09 COLUMN 23 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-LISTAGEM-HIS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'LISTAGEM DE HISTORICOS'
              FOREGROUND-COLOR 4.
           05 LINE 02 COLUMN 01
              VALUE 'COD.  DESCRICAO                 N  CONTA GL    ST'.
           05 LINE 03 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(1).
           05 LINE 03 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(1).
           05 LINE 03 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(1).
           05 LINE 03 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(1).
           05 LINE 03 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(1).
           05 LINE 04 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(2).
           05 LINE 04 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(2).
           05 LINE 04 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(2).
           05 LINE 04 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(2).
           05 LINE 04 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(2).
           05 LINE 05 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(3).
           05 LINE 05 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(3).
           05 LINE 05 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(3).
           05 LINE 05 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(3).
           05 LINE 05 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(3).
           05 LINE 06 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(4).
           05 LINE 06 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(4).
           05 LINE 06 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(4).
           05 LINE 06 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(4).
           05 LINE 06 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(4).
           05 LINE 07 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(5).
           05 LINE 07 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(5).
           05 LINE 07 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(5).
           05 LINE 07 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(5).
           05 LINE 07 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(5).
           05 LINE 08 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(6).
           05 LINE 08 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(6).
           05 LINE 08 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(6).
           05 LINE 08 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(6).
           05 LINE 08 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(6).
           05 LINE 09 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(7).
           05 LINE 09 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(7).
           05 LINE 09 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(7).
           05 LINE 09 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(7).
           05 LINE 09 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(7).
           05 LINE 10 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(8).
           05 LINE 10 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(8).
           05 LINE 10 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(8).
           05 LINE 10 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(8).
           05 LINE 10 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(8).
           05 LINE 11 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(9).
           05 LINE 11 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(9).
           05 LINE 11 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(9).
           05 LINE 11 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(9).
           05 LINE 11 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(9).
           05 LINE 12 COLUMN 01  PIC 9(04) FROM WRK-LIN-CODIGO(10).
           05 LINE 12 COLUMN 07  PIC X(25) FROM WRK-LIN-DESCRICAO(10).
           05 LINE 12 COLUMN 33  PIC X(01) FROM WRK-LIN-NATUREZA(10).
           05 LINE 12 COLUMN 36  PIC X(10) FROM WRK-LIN-CONTA-GL(10).
           05 LINE 12 COLUMN 48  PIC X(01) FROM WRK-LIN-STATUS(10).
           05 LINE 14 COLUMN 01
              VALUE 'A=AVANCAR  V=VOLTAR  F=FIM   OPCAO: '.
           05 LINE 14 COLUMN 38  PIC X(01) TO WRK-TECLA.
           05 LINE 16 COLUMN 01  PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR.

       0000-MAINLINE.
           IF NOT OPER-ADM
               DISPLAY 'ACESSO RESTRITO AO ADMINISTRADOR'
               GOBACK
           END-IF
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESSA-MENU UNTIL WRK-OPCAO = '0'
           GOBACK.

      *-----------------------------------------------------
      *    CARREGA A TABELA DE HISTORICOS PARA A MEMORIA. SEM O
      *    ARQUIVO, UMA CONSULTA AO COB58-HISTORICO O SEMEIA COM
      *    OS HISTORICOS PADRAO ANTES DA CARGA
      *-----------------------------------------------------
       1000-INITIALIZE.
           MOVE ZEROS TO WRK-QTD-HISTORICOS
           OPEN INPUT ARQ-HISTCOD
           IF WRK-FS-HISTCOD = '35'
               MOVE ZEROS TO WRK-CODIGO
               CALL 'COB58-HISTORICO' USING WRK-CODIGO
                   WRK-CON-SITUACAO WRK-CON-DESCRICAO
                   WRK-CON-NATUREZA WRK-CON-CONTA-GL
               OPEN INPUT ARQ-HISTCOD
           END-IF
           IF WRK-FS-HISTCOD = '00'
               PERFORM 1100-LER-HISTORICO
                   UNTIL WRK-FS-HISTCOD NOT = '00'
               CLOSE ARQ-HISTCOD
           END-IF.

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
      *    EXIBE O MENU DE HISTORICOS E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           MOVE SPACES TO WRK-MENSAGEM
           DISPLAY TELA-MENU-HIS
           ACCEPT TELA-MENU-HIS
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2100-INCLUIR-HISTORICO
               WHEN '2'
                   PERFORM 2200-ALTERAR-HISTORICO
               WHEN '3'
                   PERFORM 2300-INATIVAR-HISTORICO
               WHEN '4'
                   PERFORM 2400-REATIVAR-HISTORICO
               WHEN '5'
                   PERFORM 2500-LISTAR-HISTORICOS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    INCLUI UM HISTORICO NOVO NA TABELA
      *-----------------------------------------------------
       2100-INCLUIR-HISTORICO.
           PERFORM 2950-LIMPA-CAMPOS
           MOVE 'A' TO WRK-STATUS-HIST
           DISPLAY TELA-HISTORICO
           ACCEPT TELA-HISTORICO
           MOVE FUNCTION UPPER-CASE(WRK-NATUREZA) TO WRK-NATUREZA
           PERFORM 2900-PROCURA-HISTORICO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-CODIGO = ZEROS
                   MOVE 'CODIGO NAO PODE SER ZERO' TO WRK-MENSAGEM
               WHEN WRK-DESCRICAO = SPACES
                   MOVE 'DESCRICAO NAO PODE FICAR EM BRANCO'
                       TO WRK-MENSAGEM
               WHEN NOT NATUREZA-VALIDA
                   MOVE 'NATUREZA DEVE SER D OU C' TO WRK-MENSAGEM
               WHEN WRK-CONTA-GL = SPACES
                   MOVE 'CONTA GL NAO PODE FICAR EM BRANCO'
                       TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADO > ZEROS
                   MOVE 'HISTORICO JA CADASTRADO' TO WRK-MENSAGEM
               WHEN WRK-QTD-HISTORICOS >= 300
                   MOVE 'TABELA DE HISTORICOS CHEIA' TO WRK-MENSAGEM
               WHEN OTHER
                   ADD 1 TO WRK-QTD-HISTORICOS
                   MOVE WRK-CODIGO
                       TO WRK-TAB-CODIGO(WRK-QTD-HISTORICOS)
                   MOVE WRK-DESCRICAO
                       TO WRK-TAB-DESCRICAO(WRK-QTD-HISTORICOS)
                   MOVE WRK-NATUREZA
                       TO WRK-TAB-NATUREZA(WRK-QTD-HISTORICOS)
                   MOVE WRK-CONTA-GL
                       TO WRK-TAB-CONTA-GL(WRK-QTD-HISTORICOS)
                   MOVE 'A' TO WRK-TAB-STATUS(WRK-QTD-HISTORICOS)
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'HISTORICO INCLUIDO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    ALTERA A DESCRICAO E A CONTA GL DE UM HISTORICO (A
      *    NATUREZA FICA A DA INCLUSAO). CAMPO DEIXADO EM BRANCO
      *    MANTEM O VALOR ATUAL
      *-----------------------------------------------------
       2200-ALTERAR-HISTORICO.
           PERFORM 2950-LIMPA-CAMPOS
           DISPLAY TELA-HISTORICO
           ACCEPT TELA-HISTORICO
           PERFORM 2900-PROCURA-HISTORICO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADO = ZEROS
                   MOVE 'HISTORICO NAO ENCONTRADO' TO WRK-MENSAGEM
               WHEN WRK-DESCRICAO = SPACES
                AND WRK-CONTA-GL = SPACES
                   MOVE 'NADA A ALTERAR' TO WRK-MENSAGEM
               WHEN OTHER
                   IF WRK-DESCRICAO NOT = SPACES
                       MOVE WRK-DESCRICAO
                           TO WRK-TAB-DESCRICAO(WRK-IDX-ACHADO)
                   END-IF
                   IF WRK-CONTA-GL NOT = SPACES
                       MOVE WRK-CONTA-GL
                           TO WRK-TAB-CONTA-GL(WRK-IDX-ACHADO)
                   END-IF
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'HISTORICO ALTERADO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    INATIVA UM HISTORICO: O LANCAMENTO PASSA A RECUSAR
      *    MOVIMENTO COM O CODIGO, MAS O JA GRAVADO CONTINUA
      *    DESCRITO NO EXTRATO
      *-----------------------------------------------------
       2300-INATIVAR-HISTORICO.
           PERFORM 2950-LIMPA-CAMPOS
           DISPLAY TELA-HISTORICO
           ACCEPT TELA-HISTORICO
           PERFORM 2900-PROCURA-HISTORICO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADO = ZEROS
                   MOVE 'HISTORICO NAO ENCONTRADO' TO WRK-MENSAGEM
               WHEN WRK-TAB-STATUS(WRK-IDX-ACHADO) = 'I'
                   MOVE 'HISTORICO JA ESTA INATIVO' TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE 'I' TO WRK-TAB-STATUS(WRK-IDX-ACHADO)
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'HISTORICO INATIVADO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    REATIVA UM HISTORICO INATIVADO
      *-----------------------------------------------------
       2400-REATIVAR-HISTORICO.
           PERFORM 2950-LIMPA-CAMPOS
           DISPLAY TELA-HISTORICO
           ACCEPT TELA-HISTORICO
           PERFORM 2900-PROCURA-HISTORICO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADO = ZEROS
                   MOVE 'HISTORICO NAO ENCONTRADO' TO WRK-MENSAGEM
               WHEN WRK-TAB-STATUS(WRK-IDX-ACHADO) = 'A'
                   MOVE 'HISTORICO JA ESTA ATIVO' TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE 'A' TO WRK-TAB-STATUS(WRK-IDX-ACHADO)
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'HISTORICO REATIVADO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    LISTA OS HISTORICOS DA TABELA COM ROLAGEM
      *-----------------------------------------------------
       2500-LISTAR-HISTORICOS.
           MOVE 1 TO WRK-PAGINA
           MOVE SPACE TO WRK-TECLA
           PERFORM 2510-EXIBE-PAGINA UNTIL WRK-TECLA = 'F'.

      *-----------------------------------------------------
      *    MONTA E EXIBE UMA PAGINA DA LISTAGEM
      *-----------------------------------------------------
       2510-EXIBE-PAGINA.
           MOVE SPACES TO WRK-LINHA-TAB WRK-MENSAGEM
           PERFORM 2520-MONTA-LINHA
               VARYING WRK-LINDX FROM 1 BY 1 UNTIL WRK-LINDX > 10
           IF WRK-QTD-HISTORICOS = ZEROS
               MOVE 'TABELA DE HISTORICOS VAZIA' TO WRK-MENSAGEM
           END-IF
           MOVE SPACE TO WRK-TECLA
           DISPLAY TELA-LISTAGEM-HIS
           ACCEPT TELA-LISTAGEM-HIS
           MOVE FUNCTION UPPER-CASE(WRK-TECLA) TO WRK-TECLA
           EVALUATE WRK-TECLA
               WHEN 'A'
                   IF WRK-QTD-HISTORICOS > WRK-PAGINA * 10
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
      *    MONTA UMA LINHA DA PAGINA A PARTIR DA TABELA
      *-----------------------------------------------------
       2520-MONTA-LINHA.
           COMPUTE WRK-IDX = (WRK-PAGINA - 1) * 10 + WRK-LINDX
           IF WRK-IDX NOT > WRK-QTD-HISTORICOS
               MOVE WRK-TAB-CODIGO(WRK-IDX)
                   TO WRK-LIN-CODIGO(WRK-LINDX)
               MOVE WRK-TAB-DESCRICAO(WRK-IDX)
                   TO WRK-LIN-DESCRICAO(WRK-LINDX)
               MOVE WRK-TAB-NATUREZA(WRK-IDX)
                   TO WRK-LIN-NATUREZA(WRK-LINDX)
               MOVE WRK-TAB-CONTA-GL(WRK-IDX)
                   TO WRK-LIN-CONTA-GL(WRK-LINDX)
               MOVE WRK-TAB-STATUS(WRK-IDX)
                   TO WRK-LIN-STATUS(WRK-LINDX)
           END-IF.

      *-----------------------------------------------------
      *    PROCURA O CODIGO DIGITADO NA TABELA EM MEMORIA
      *-----------------------------------------------------
       2900-PROCURA-HISTORICO.
           MOVE ZEROS TO WRK-IDX-ACHADO
           PERFORM 2910-COMPARA-HISTORICO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-HISTORICOS
                  OR WRK-IDX-ACHADO > ZEROS.

      *-----------------------------------------------------
      *    COMPARA O CODIGO COM UMA ENTRADA DA TABELA
      *-----------------------------------------------------
       2910-COMPARA-HISTORICO.
           IF WRK-TAB-CODIGO(WRK-IDX) = WRK-CODIGO
               MOVE WRK-IDX TO WRK-IDX-ACHADO
           END-IF.

      *-----------------------------------------------------
      *    LIMPA OS CAMPOS DA TELA DE DADOS DO HISTORICO
      *-----------------------------------------------------
       2950-LIMPA-CAMPOS.
           MOVE ZEROS TO WRK-CODIGO
           MOVE SPACES TO WRK-DESCRICAO WRK-CONTA-GL
           MOVE SPACE TO WRK-NATUREZA WRK-STATUS-HIST
           MOVE 'N' TO WRK-CONFIRMA.

      *-----------------------------------------------------
      *    REGRAVA A TABELA DE HISTORICOS INTEIRA A PARTIR DA
      *    MEMORIA (A TABELA E PEQUENA E A REGRAVACAO IMEDIATA
      *    NAO DEIXA A ALTERACAO SO NA SESSAO)
      *-----------------------------------------------------
       8000-REGRAVA-TABELA.
           OPEN OUTPUT ARQ-HISTCOD
           PERFORM 8100-GRAVA-HISTORICO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-HISTORICOS
           CLOSE ARQ-HISTCOD.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DA TABELA
      *-----------------------------------------------------
       8100-GRAVA-HISTORICO.
           MOVE SPACES TO HCD-LINHA
           MOVE WRK-TAB-CODIGO(WRK-IDX)    TO HCD-CODIGO
           MOVE WRK-TAB-DESCRICAO(WRK-IDX) TO HCD-DESCRICAO
           MOVE WRK-TAB-NATUREZA(WRK-IDX)  TO HCD-NATUREZA
           MOVE WRK-TAB-CONTA-GL(WRK-IDX)  TO HCD-CONTA-GL
           MOVE WRK-TAB-STATUS(WRK-IDX)    TO HCD-STATUS
           WRITE HCD-LINHA.
