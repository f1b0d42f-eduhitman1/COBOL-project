       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB66-ADMFERIADO.
      ********************************
      *OBJETIVO : MANUTENCAO DO CALENDARIO DE FERIADOS (FERIADOS)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELO COB00-MENU
      *            E RESTRITO AO NIVEL 01, NOS MOLDES DO
      *            COB39-ADMAGENCIA. MANTEM O CALENDARIO QUE O
      *            COB65-CALENDARIO CONSULTA PARA SABER SE UM DIA E
      *            UTIL: INCLUSAO, ALTERACAO DA DESCRICAO, EXCLUSAO
      *            E LISTAGEM DE FERIADOS NACIONAIS, ESTADUAIS (DA
      *            UF) E MUNICIPAIS (DA UF + MUNICIPIO). DATA COM
      *            ANO 0000 E FERIADO FIXO, QUE SE REPETE TODO ANO
      *            NO MESMO DIA E MES; OS MOVEIS (CARNAVAL, SEXTA-
      *            FEIRA SANTA, CORPUS CHRISTI) ENTRAM COM O ANO. A
      *            TABELA INTEIRA E CARREGADA EM MEMORIA (ATE 500
      *            FERIADOS) E REGRAVADA A CADA OPERACAO.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FERIADOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FERIADOS.
           COPY FERIADO.

       WORKING-STORAGE SECTION.
       77  WRK-FS-FERIADOS        PIC X(02) VALUE '00'.
       77  WRK-OPCAO              PIC X(01) VALUE SPACE.
       77  WRK-CONFIRMA           PIC X(01) VALUE SPACE.
           88 WRK-CONFIRMA-SIM    VALUE 'S'.
       77  WRK-MENSAGEM           PIC X(40) VALUE SPACES.
       77  WRK-TECLA              PIC X(01) VALUE SPACE.
       77  WRK-QTD-FERIADOS       PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-FERIADOS       PIC 9(03) VALUE 500.
       77  WRK-IDX                PIC 9(03) VALUE ZEROS.
       77  WRK-IDX-ACHADA         PIC 9(03) VALUE ZEROS.
       77  WRK-ABRANGENCIA        PIC X(01) VALUE SPACE.
           88 WRK-ABR-NACIONAL    VALUE 'N'.
           88 WRK-ABR-ESTADUAL    VALUE 'E'.
           88 WRK-ABR-MUNICIPAL   VALUE 'M'.
           88 WRK-ABR-VALIDA      VALUES 'N', 'E', 'M'.
       77  WRK-UF                 PIC X(02) VALUE SPACES.
       77  WRK-MUNICIPIO          PIC X(20) VALUE SPACES.
       77  WRK-DESCRICAO          PIC X(30) VALUE SPACES.
       77  WRK-DATA-VALIDA        PIC X(01) VALUE 'N'.
           88 DATA-FERIADO-VALIDA VALUE 'S'.
       77  WRK-ANO-BISSEXTO       PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO        VALUE 'S'.
       77  WRK-PAGINA             PIC 9(02) VALUE 1.
       77  WRK-LINDX              PIC 9(02) VALUE ZEROS.
       77  WRK-CAL-FUNCAO         PIC X(01) VALUE 'U'.
       77  WRK-CAL-DATA           PIC 9(08) VALUE ZEROS.
       77  WRK-CAL-RESULTADO      PIC 9(08) VALUE ZEROS.
       77  WRK-CAL-RESPOSTA       PIC X(01) VALUE SPACE.

       01  WRK-DATA-FERIADO.
           05 WRK-ANO-FERIADO     PIC 9(04).
           05 WRK-MES-FERIADO     PIC 9(02).
           05 WRK-DIA-FERIADO     PIC 9(02).
       01  WRK-DATA-FERIADO-N REDEFINES WRK-DATA-FERIADO
                                  PIC 9(08).

       01  WRK-TABELA-MESES.
           05 WRK-DIAS-NO-MES     PIC 9(02) OCCURS 12 TIMES.

       01  WRK-FERIADOS-TAB.
           05 WRK-FERIADO-ENT     OCCURS 500 TIMES.
              10 WRK-FER-DATA     PIC 9(08).
              10 WRK-FER-ABRANG   PIC X(01).
              10 WRK-FER-UF       PIC X(02).
              10 WRK-FER-MUNIC    PIC X(20).
              10 WRK-FER-DESCR    PIC X(30).

       01  WRK-LINHA-TAB.
           05 WRK-LINHA           OCCURS 10 TIMES.
              10 WRK-LIN-DATA     PIC X(08).
              10 WRK-LIN-ABRANG   PIC X(01).
              10 WRK-LIN-UF       PIC X(02).
              10 WRK-LIN-MUNIC    PIC X(20).
              10 WRK-LIN-DESCR    PIC X(30).

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.

       SCREEN SECTION.
       01 TELA-MENU-FER.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'MANUTENCAO DE FERIADOS'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE '1 - INCLUIR FERIADO'.
           05 LINE 04 COLUMN 01 VALUE '2 - ALTERAR DESCRICAO'.
           05 LINE 05 COLUMN 01 VALUE '3 - EXCLUIR FERIADO'.
           05 LINE 06 COLUMN 01 VALUE '4 - LISTAR FERIADOS'.
           05 LINE 07 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 10 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 10 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-FERIADO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'DADOS DO FERIADO'
              FOREGROUND-COLOR 4.
           05 LINE 03 COLUMN 01 VALUE 'DATA (AAAAMMDD).....: '.
           05 LINE 03 COLUMN 23 PIC 9(08) USING WRK-DATA-FERIADO-N.
           05 LINE 03 COLUMN 33 VALUE '(ANO 0000 = TODO ANO)'.
           05 LINE 04 COLUMN 01 VALUE 'ABRANGENCIA (N/E/M).: '.
           05 LINE 04 COLUMN 23 PIC X(01) USING WRK-ABRANGENCIA.
           05 LINE 05 COLUMN 01 VALUE 'UF..................: '.
           05 LINE 05 COLUMN 23 PIC X(02) USING WRK-UF.
           05 LINE 06 COLUMN 01 VALUE 'MUNICIPIO...........: '.
           05 LINE 06 COLUMN 23 PIC X(20) USING WRK-MUNICIPIO.
           05 LINE 07 COLUMN 01 VALUE 'DESCRICAO...........: '.
           05 LINE 07 COLUMN 23 PIC X(30) USING WRK-DESCRICAO.
           05 LINE 09 COLUMN 01 VALUE 'CONFIRMA (S/N)......: '.
           05 LINE 09 COLUMN 23 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-LISTAGEM-FER.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'LISTAGEM DE FERIADOS'
              FOREGROUND-COLOR 4.
           05 LINE 02 COLUMN 01
              VALUE 'DATA     A UF MUNICIPIO            DESCRICAO'.
           05 LINE 03 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(1).
           05 LINE 03 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(1).
           05 LINE 03 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(1).
           05 LINE 03 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(1).
           05 LINE 03 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(1).
           05 LINE 04 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(2).
           05 LINE 04 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(2).
           05 LINE 04 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(2).
           05 LINE 04 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(2).
           05 LINE 04 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(2).
           05 LINE 05 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(3).
           05 LINE 05 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(3).
           05 LINE 05 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(3).
           05 LINE 05 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(3).
           05 LINE 05 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(3).
           05 LINE 06 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(4).
           05 LINE 06 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(4).
           05 LINE 06 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(4).
           05 LINE 06 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(4).
           05 LINE 06 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(4).
           05 LINE 07 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(5).
           05 LINE 07 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(5).
           05 LINE 07 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(5).
           05 LINE 07 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(5).
           05 LINE 07 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(5).
           05 LINE 08 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(6).
           05 LINE 08 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(6).
           05 LINE 08 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(6).
           05 LINE 08 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(6).
           05 LINE 08 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(6).
           05 LINE 09 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(7).
           05 LINE 09 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(7).
           05 LINE 09 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(7).
           05 LINE 09 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(7).
           05 LINE 09 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(7).
           05 LINE 10 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(8).
           05 LINE 10 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(8).
           05 LINE 10 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(8).
           05 LINE 10 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(8).
           05 LINE 10 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(8).
           05 LINE 11 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(9).
           05 LINE 11 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(9).
           05 LINE 11 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(9).
           05 LINE 11 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(9).
           05 LINE 11 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(9).
           05 LINE 12 COLUMN 01  PIC X(08) FROM WRK-LIN-DATA(10).
           05 LINE 12 COLUMN 10  PIC X(01) FROM WRK-LIN-ABRANG(10).
           05 LINE 12 COLUMN 12  PIC X(02) FROM WRK-LIN-UF(10).
           05 LINE 12 COLUMN 15  PIC X(20) FROM WRK-LIN-MUNIC(10).
           05 LINE 12 COLUMN 36  PIC X(30) FROM WRK-LIN-DESCR(10).
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
      *    CARREGA O CALENDARIO PARA A MEMORIA. A PRIMEIRA
      *    CONSULTA AO COB65-CALENDARIO SEMEIA O ARQUIVO COM OS
      *    FERIADOS NACIONAIS FIXOS QUANDO ELE AINDA NAO EXISTE
      *-----------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1200-MONTA-TABELA-MESES
           ACCEPT WRK-CAL-DATA FROM DATE YYYYMMDD
           MOVE 'U' TO WRK-CAL-FUNCAO
           CALL 'COB65-CALENDARIO' USING WRK-CAL-FUNCAO
               WRK-CAL-DATA WRK-CAL-RESULTADO WRK-CAL-RESPOSTA
           MOVE ZEROS TO WRK-QTD-FERIADOS
           OPEN INPUT ARQ-FERIADOS
           IF WRK-FS-FERIADOS = '00'
               PERFORM 1100-LER-FERIADO
                   UNTIL WRK-FS-FERIADOS NOT = '00'
               CLOSE ARQ-FERIADOS
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO CALENDARIO PARA A MEMORIA
      *-----------------------------------------------------
       1100-LER-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   MOVE '10' TO WRK-FS-FERIADOS
               NOT AT END
                   IF WRK-QTD-FERIADOS < WRK-MAX-FERIADOS
                       ADD 1 TO WRK-QTD-FERIADOS
                       MOVE FER-DATA
                           TO WRK-FER-DATA(WRK-QTD-FERIADOS)
                       MOVE FER-ABRANGENCIA
                           TO WRK-FER-ABRANG(WRK-QTD-FERIADOS)
                       MOVE FER-UF
                           TO WRK-FER-UF(WRK-QTD-FERIADOS)
                       MOVE FER-MUNICIPIO
                           TO WRK-FER-MUNIC(WRK-QTD-FERIADOS)
                       MOVE FER-DESCRICAO
                           TO WRK-FER-DESCR(WRK-QTD-FERIADOS)
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    MONTA A TABELA COM A QUANTIDADE DE DIAS DE CADA MES
      *    (FEVEREIRO CONFERIDO NO BISSEXTO)
      *-----------------------------------------------------
       1200-MONTA-TABELA-MESES.
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
      *    EXIBE O MENU DE FERIADOS E DESVIA PARA A OPCAO
      *-----------------------------------------------------
       2000-PROCESSA-MENU.
           MOVE SPACES TO WRK-MENSAGEM
           DISPLAY TELA-MENU-FER
           ACCEPT TELA-MENU-FER
           EVALUATE WRK-OPCAO
               WHEN '1'
                   PERFORM 2100-INCLUIR-FERIADO
               WHEN '2'
                   PERFORM 2200-ALTERAR-FERIADO
               WHEN '3'
                   PERFORM 2300-EXCLUIR-FERIADO
               WHEN '4'
                   PERFORM 2500-LISTAR-FERIADOS
               WHEN '0'
                   CONTINUE
               WHEN OTHER
                   MOVE 'OPCAO INVALIDA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    INCLUI UM FERIADO NOVO NO CALENDARIO
      *-----------------------------------------------------
       2100-INCLUIR-FERIADO.
           PERFORM 2800-RECEBE-FERIADO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN NOT DATA-FERIADO-VALIDA
                   MOVE 'DATA INVALIDA' TO WRK-MENSAGEM
               WHEN NOT WRK-ABR-VALIDA
                   MOVE 'ABRANGENCIA DEVE SER N, E OU M'
                       TO WRK-MENSAGEM
               WHEN NOT WRK-ABR-NACIONAL AND WRK-UF = SPACES
                   MOVE 'UF OBRIGATORIA' TO WRK-MENSAGEM
               WHEN WRK-ABR-MUNICIPAL AND WRK-MUNICIPIO = SPACES
                   MOVE 'MUNICIPIO OBRIGATORIO' TO WRK-MENSAGEM
               WHEN WRK-DESCRICAO = SPACES
                   MOVE 'DESCRICAO NAO PODE FICAR EM BRANCO'
                       TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADA > ZEROS
                   MOVE 'FERIADO JA CADASTRADO' TO WRK-MENSAGEM
               WHEN WRK-QTD-FERIADOS >= WRK-MAX-FERIADOS
                   MOVE 'CALENDARIO DE FERIADOS CHEIO'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   ADD 1 TO WRK-QTD-FERIADOS
                   MOVE WRK-DATA-FERIADO-N
                       TO WRK-FER-DATA(WRK-QTD-FERIADOS)
                   MOVE WRK-ABRANGENCIA
                       TO WRK-FER-ABRANG(WRK-QTD-FERIADOS)
                   MOVE WRK-UF
                       TO WRK-FER-UF(WRK-QTD-FERIADOS)
                   MOVE WRK-MUNICIPIO
                       TO WRK-FER-MUNIC(WRK-QTD-FERIADOS)
                   MOVE WRK-DESCRICAO
                       TO WRK-FER-DESCR(WRK-QTD-FERIADOS)
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'FERIADO INCLUIDO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    ALTERA A DESCRICAO DE UM FERIADO EXISTENTE
      *-----------------------------------------------------
       2200-ALTERAR-FERIADO.
           PERFORM 2800-RECEBE-FERIADO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADA = ZEROS
                   MOVE 'FERIADO NAO ENCONTRADO' TO WRK-MENSAGEM
               WHEN WRK-DESCRICAO = SPACES
                   MOVE 'DESCRICAO NAO PODE FICAR EM BRANCO'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE WRK-DESCRICAO
                       TO WRK-FER-DESCR(WRK-IDX-ACHADA)
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'FERIADO ALTERADO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    EXCLUI UM FERIADO, FECHANDO O BURACO NA TABELA
      *-----------------------------------------------------
       2300-EXCLUIR-FERIADO.
           PERFORM 2800-RECEBE-FERIADO
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-IDX-ACHADA = ZEROS
                   MOVE 'FERIADO NAO ENCONTRADO' TO WRK-MENSAGEM
               WHEN OTHER
                   PERFORM 2310-DESLOCA-FERIADO
                       VARYING WRK-IDX FROM WRK-IDX-ACHADA BY 1
                       UNTIL WRK-IDX >= WRK-QTD-FERIADOS
                   SUBTRACT 1 FROM WRK-QTD-FERIADOS
                   PERFORM 8000-REGRAVA-TABELA
                   MOVE 'FERIADO EXCLUIDO COM SUCESSO'
                       TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    PUXA A ENTRADA SEGUINTE PARA A POSICAO CORRENTE
      *-----------------------------------------------------
       2310-DESLOCA-FERIADO.
           MOVE WRK-FERIADO-ENT(WRK-IDX + 1)
               TO WRK-FERIADO-ENT(WRK-IDX).

      *-----------------------------------------------------
      *    LISTA OS FERIADOS DO CALENDARIO COM ROLAGEM
      *-----------------------------------------------------
       2500-LISTAR-FERIADOS.
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
           IF WRK-QTD-FERIADOS = ZEROS
               MOVE 'CALENDARIO DE FERIADOS VAZIO' TO WRK-MENSAGEM
           END-IF
           MOVE SPACE TO WRK-TECLA
           DISPLAY TELA-LISTAGEM-FER
           ACCEPT TELA-LISTAGEM-FER
           MOVE FUNCTION UPPER-CASE(WRK-TECLA) TO WRK-TECLA
           EVALUATE WRK-TECLA
               WHEN 'A'
                   IF WRK-QTD-FERIADOS > WRK-PAGINA * 10
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
           IF WRK-IDX NOT > WRK-QTD-FERIADOS
               MOVE WRK-FER-DATA(WRK-IDX)
                   TO WRK-LIN-DATA(WRK-LINDX)
               MOVE WRK-FER-ABRANG(WRK-IDX)
                   TO WRK-LIN-ABRANG(WRK-LINDX)
               MOVE WRK-FER-UF(WRK-IDX)
                   TO WRK-LIN-UF(WRK-LINDX)
               MOVE WRK-FER-MUNIC(WRK-IDX)
                   TO WRK-LIN-MUNIC(WRK-LINDX)
               MOVE WRK-FER-DESCR(WRK-IDX)
                   TO WRK-LIN-DESCR(WRK-LINDX)
           END-IF.

      *-----------------------------------------------------
      *    RECEBE A CHAVE (E A DESCRICAO) DO FERIADO NA TELA,
      *    AJUSTA UF E MUNICIPIO A ABRANGENCIA, CRITICA A DATA
      *    E PROCURA A CHAVE NA TABELA EM MEMORIA
      *-----------------------------------------------------
       2800-RECEBE-FERIADO.
           MOVE ZEROS TO WRK-DATA-FERIADO-N
           MOVE SPACES TO WRK-ABRANGENCIA WRK-UF WRK-MUNICIPIO
           MOVE SPACES TO WRK-DESCRICAO
           MOVE 'N' TO WRK-CONFIRMA
           DISPLAY TELA-FERIADO
           ACCEPT TELA-FERIADO
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA
           MOVE FUNCTION UPPER-CASE(WRK-ABRANGENCIA)
               TO WRK-ABRANGENCIA
           MOVE FUNCTION UPPER-CASE(WRK-UF) TO WRK-UF
           MOVE FUNCTION UPPER-CASE(WRK-MUNICIPIO) TO WRK-MUNICIPIO
           MOVE FUNCTION UPPER-CASE(WRK-DESCRICAO) TO WRK-DESCRICAO
           EVALUATE TRUE
               WHEN WRK-ABR-NACIONAL
                   MOVE SPACES TO WRK-UF WRK-MUNICIPIO
               WHEN WRK-ABR-ESTADUAL
                   MOVE SPACES TO WRK-MUNICIPIO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           PERFORM 2810-VALIDA-DATA
           PERFORM 2900-PROCURA-FERIADO.

      *-----------------------------------------------------
      *    VALIDA A DATA DO FERIADO: MES 1-12 E DIA DENTRO DO
      *    MES. O ANO 0000 DO FERIADO FIXO CONTA COMO BISSEXTO
      *-----------------------------------------------------
       2810-VALIDA-DATA.
           MOVE 'S' TO WRK-DATA-VALIDA
           IF WRK-MES-FERIADO < 1 OR WRK-MES-FERIADO > 12
               MOVE 'N' TO WRK-DATA-VALIDA
           ELSE
               PERFORM 2820-VERIFICA-BISSEXTO
               IF WRK-MES-FERIADO = 02 AND ANO-BISSEXTO
                   IF WRK-DIA-FERIADO < 1 OR WRK-DIA-FERIADO > 29
                       MOVE 'N' TO WRK-DATA-VALIDA
                   END-IF
               ELSE
                   IF WRK-DIA-FERIADO < 1 OR WRK-DIA-FERIADO >
                      WRK-DIAS-NO-MES(WRK-MES-FERIADO)
                       MOVE 'N' TO WRK-DATA-VALIDA
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    ANO BISSEXTO: DIVISIVEL POR 4, E SE POR 100 TAMBEM
      *    POR 400
      *-----------------------------------------------------
       2820-VERIFICA-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO
           IF FUNCTION MOD(WRK-ANO-FERIADO, 4) = 0
               IF FUNCTION MOD(WRK-ANO-FERIADO, 100) = 0
                   IF FUNCTION MOD(WRK-ANO-FERIADO, 400) = 0
                       MOVE 'S' TO WRK-ANO-BISSEXTO
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-ANO-BISSEXTO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    PROCURA A CHAVE DIGITADA NA TABELA EM MEMORIA
      *-----------------------------------------------------
       2900-PROCURA-FERIADO.
           MOVE ZEROS TO WRK-IDX-ACHADA
           PERFORM 2910-COMPARA-FERIADO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FERIADOS
                  OR WRK-IDX-ACHADA > ZEROS.

      *-----------------------------------------------------
      *    COMPARA A CHAVE COM UMA ENTRADA DA TABELA
      *-----------------------------------------------------
       2910-COMPARA-FERIADO.
           IF WRK-FER-DATA(WRK-IDX) = WRK-DATA-FERIADO-N
              AND WRK-FER-ABRANG(WRK-IDX) = WRK-ABRANGENCIA
              AND WRK-FER-UF(WRK-IDX) = WRK-UF
              AND WRK-FER-MUNIC(WRK-IDX) = WRK-MUNICIPIO
               MOVE WRK-IDX TO WRK-IDX-ACHADA
           END-IF.

      *-----------------------------------------------------
      *    REGRAVA O CALENDARIO INTEIRO A PARTIR DA MEMORIA E
      *    DESCARREGA O COB65-CALENDARIO, PARA QUE A PROXIMA
      *    CONSULTA DESTA SESSAO JA VEJA A ALTERACAO
      *-----------------------------------------------------
       8000-REGRAVA-TABELA.
           OPEN OUTPUT ARQ-FERIADOS
           PERFORM 8100-GRAVA-FERIADO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FERIADOS
           CLOSE ARQ-FERIADOS
           CANCEL 'COB65-CALENDARIO'.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DO CALENDARIO
      *-----------------------------------------------------
       8100-GRAVA-FERIADO.
           MOVE SPACES TO FER-LINHA
           MOVE WRK-FER-DATA(WRK-IDX)   TO FER-DATA
           MOVE WRK-FER-ABRANG(WRK-IDX) TO FER-ABRANGENCIA
           MOVE WRK-FER-UF(WRK-IDX)     TO FER-UF
           MOVE WRK-FER-MUNIC(WRK-IDX)  TO FER-MUNICIPIO
           MOVE WRK-FER-DESCR(WRK-IDX)  TO FER-DESCRICAO
           WRITE FER-LINHA.
