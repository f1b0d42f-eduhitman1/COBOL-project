       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB64-INFORME.
      ********************************
      *OBJETIVO : INFORME ANUAL DE RENDIMENTOS POR CPF/CNPJ,
      *           IMPRESSO POR AGENCIA E EM ARQUIVO PARA O
      *           CANAL ELETRONICO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO UNICO DO JOB ANUAL
      *            CLIINFOR (RODA EM FEVEREIRO). ATE AQUI CADA
      *            AGENCIA MONTAVA O INFORME NA MAO, CONTA POR
      *            CONTA, A PARTIR DOS EXTRATOS. PARA CADA CONTA DO
      *            CTAMAST APURA O SALDO EM 31/12 DO ANO ANTERIOR
      *            E DO ANO-BASE (ANO ANTERIOR AO DA DATA DE
      *            NEGOCIO, OU O DO PARAMETRO INFPARM) E OS JUROS
      *            DE POUPANCA CREDITADOS NO ANO-BASE, TUDO DO
      *            HISTORICO MOVHIST: O SALDO EM 31/12 E O DA
      *            ULTIMA LINHA ATE A DATA; SEM LINHA ATE A DATA,
      *            E RECONSTITUIDO DA PRIMEIRA LINHA POSTERIOR
      *            (SALDO RESULTANTE MENOS O PROPRIO MOVIMENTO,
      *            COMO NO EXTRATO MENSAL); CONTA SEM NENHUMA
      *            LINHA NO HISTORICO FICA COM O SALDO ATUAL;
      *            CONTA ABERTA DEPOIS DA DATA TEM SALDO ZERO. OS
      *            JUROS SAO OS CREDITOS COM HISTORICO 0100 (JUROS
      *            DE POUPANCA, GERADOS PELO COB34-ENCARGOS) NAO
      *            ESTORNADOS; LINHA ANTERIOR AO CODIGO DE
      *            HISTORICO CONTA QUANDO E CREDITO DO LOTE
      *            INTERNO 9999 FORA DE TRANSFERENCIA EM CONTA CP.
      *            CADA CONTA SAI NO INFORME DO TITULAR E NO DE
      *            CADA CO-TITULAR DO COTITUL, NA AGENCIA DE CADA
      *            UM. SAI O INFORME IMPRESSO POR CLIENTE, EM ORDEM
      *            DE AGENCIA (RELINF), E O ARQUIVO INFORME (COPY
      *            INFORME) COM CABECALHO E TRAILER DE CONTROLE. O
      *            FIM DO RELATORIO PROVA A COBERTURA: CONTAS LIDAS
      *            DO CTAMAST = INFORMADAS + ABERTAS DEPOIS DO
      *            ANO-BASE + ENCERRADAS SEM SALDO NEM RENDIMENTO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-COTITULAR ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS WRK-FS-COTITULAR.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-CONTAS-ANO ASSIGN TO "INFTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTAS-ANO.

           SELECT ARQ-PARAMETRO ASSIGN TO "INFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT ARQ-INFORME ASSIGN TO "INFORME"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-INFORME.

           SELECT SORT-HIST ASSIGN TO "INFHSORT".

           SELECT WORK-SORT ASSIGN TO "INFSORT".

           SELECT RELATORIO ASSIGN TO "RELINF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-COTITULAR.
           COPY COTITULAR.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-CONTAS-ANO.
       01  TMP-REC.
           05 TMP-CLIENTE          PIC 9(06).
           05 TMP-SEQUENCIA        PIC 9(02).
           05 TMP-TIPO             PIC X(02).
           05 TMP-SALDO-ANTERIOR   PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 TMP-SALDO-ATUAL      PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 TMP-RENDIMENTOS      PIC 9(09)V99.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-ANO-BASE         PIC 9(04).

       FD  ARQ-INFORME.
           COPY INFORME.

       SD  SORT-HIST.
       01  SRH-REC.
           05 SRH-CLIENTE          PIC 9(06).
           05 SRH-SEQUENCIA        PIC 9(02).
           05 SRH-DATA             PIC 9(08).
           05 SRH-ORDEM            PIC 9(09).
           05 SRH-TIPO             PIC X(01).
              88 SRH-DEBITO        VALUE 'D'.
           05 SRH-VALOR            PIC 9(09)V99.
           05 SRH-SALDO            PIC S9(09)V99.
           05 SRH-RENDIMENTO       PIC X(01).
              88 SRH-JUROS         VALUE 'S'.
              88 SRH-JUROS-ANTIGO  VALUE 'A'.

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-TIPO-REG        PIC X(01).
              88 SORT-MARCA-CLIENTE VALUE '0'.
              88 SORT-VINCULO-CONTA VALUE '1'.
           05 SORT-CONTA-CLIENTE   PIC 9(06).
           05 SORT-CONTA-SEQ       PIC 9(02).
           05 SORT-NOME            PIC X(30).
           05 SORT-CPF-CNPJ        PIC 9(14).
           05 SORT-CONTA-TIPO      PIC X(02).
           05 SORT-VINCULO         PIC X(01).
              88 SORT-TITULAR      VALUE 'T'.
           05 SORT-QTD-TITULARES   PIC 9(02).
           05 SORT-SALDO-ANTERIOR  PIC S9(09)V99.
           05 SORT-SALDO-ATUAL     PIC S9(09)V99.
           05 SORT-RENDIMENTOS     PIC 9(09)V99.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR        PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-CONTAS-ANO       PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-INFORME          PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-CLIMAST         PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST          VALUE 'S'.
       77  WRK-SEM-COTITUL         PIC X(01) VALUE 'N'.
           88 SEM-COTITUL          VALUE 'S'.
       77  WRK-FIM-HIST            PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO        VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-TEVE-MOV            PIC X(01) VALUE 'N'.
           88 TEVE-MOV             VALUE 'S'.
       77  WRK-ACHOU-ANTERIOR      PIC X(01) VALUE 'N'.
           88 ACHOU-ANTERIOR       VALUE 'S'.
       77  WRK-ACHOU-ATUAL         PIC X(01) VALUE 'N'.
           88 ACHOU-ATUAL          VALUE 'S'.
       77  WRK-CADASTRADO          PIC X(01) VALUE 'N'.
           88 CADASTRADO           VALUE 'S'.
       77  WRK-HIST-JUROS          PIC 9(04) VALUE 0100.
       77  WRK-LOTE-INTERNO        PIC 9(04) VALUE 9999.
       77  WRK-ORDEM-CHEGADA       PIC 9(09) VALUE ZEROS.
       77  WRK-SALDO-ANTES         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ATUAL         PIC S9(09)V99 VALUE ZEROS.
       77  WRK-RENDIMENTOS         PIC 9(09)V99 VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROS.
       77  WRK-NOME-CLIENTE        PIC X(30) VALUE SPACES.
       77  WRK-CPF-CLIENTE         PIC 9(14) VALUE ZEROS.
       77  WRK-VINC-CLIENTE        PIC 9(06) VALUE ZEROS.
       77  WRK-VINC-TIPO           PIC X(01) VALUE SPACE.
       77  WRK-QTD-COT             PIC 9(02) VALUE ZEROS.
       77  WRK-MAX-COT             PIC 9(02) VALUE 20.
       77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
       77  WRK-CONTAS-LIDAS        PIC 9(07) VALUE ZEROS.
       77  WRK-CONTAS-APURADAS     PIC 9(07) VALUE ZEROS.
       77  WRK-CONTAS-POSTERIORES  PIC 9(07) VALUE ZEROS.
       77  WRK-CONTAS-ENCERRADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-CONTAS-INFORMADAS   PIC 9(07) VALUE ZEROS.
       77  WRK-CONTAS-DIFERENCA    PIC S9(07) VALUE ZEROS.
       77  WRK-CLIENTES-LIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-CLIENTES-INFORME    PIC 9(07) VALUE ZEROS.
       77  WRK-CLIENTES-SEM-CONTA  PIC 9(07) VALUE ZEROS.
       77  WRK-SEM-CADASTRO        PIC 9(07) VALUE ZEROS.
       77  WRK-QTD-DETALHES        PIC 9(07) VALUE ZEROS.
       77  WRK-AGE-INFORMES        PIC 9(07) VALUE ZEROS.
       77  WRK-AGE-SEM-CONTA       PIC 9(07) VALUE ZEROS.
       77  WRK-CLI-SALDO-ANTERIOR  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CLI-SALDO-ATUAL     PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CLI-RENDIMENTOS     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-ANT     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-SALDO-ATU     PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-RENDIMENTOS   PIC 9(13)V99 VALUE ZEROS.

      *    PARAMETROS (PADROES VALEM SEM O INFPARM)
       77  WRK-ANO-BASE            PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-DATA-CORTE-ANT.
           05 WRK-ANO-CORTE-ANT    PIC 9(04).
           05 FILLER               PIC X(04) VALUE '1231'.
       01  WRK-DATA-CORTE-ANT-N REDEFINES WRK-DATA-CORTE-ANT
                                   PIC 9(08).

       01  WRK-DATA-CORTE-ATU.
           05 WRK-ANO-CORTE-ATU    PIC 9(04).
           05 FILLER               PIC X(04) VALUE '1231'.
       01  WRK-DATA-CORTE-ATU-N REDEFINES WRK-DATA-CORTE-ATU
                                   PIC 9(08).

       01  WRK-CHAVE-HIST.
           05 WRK-HIST-CLIENTE     PIC 9(06).
           05 WRK-HIST-SEQ         PIC 9(02).

       01  WRK-CHAVE-CONTA.
           05 WRK-CONTA-CLIENTE    PIC 9(06).
           05 WRK-CONTA-SEQ        PIC 9(02).

       01  WRK-TAB-COTITULARES.
           05 WRK-COT OCCURS 20 TIMES.
              10 WRK-COT-CLIENTE   PIC 9(06).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'INFORME DE RENDIMENTOS - ANO-BASE '.
           05 HDR-ANO-BASE         PIC 9999.
           05 FILLER               PIC X(10) VALUE '    DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-AGE.
           05 FILLER               PIC X(09) VALUE 'AGENCIA: '.
           05 HDR-AGENCIA          PIC 9(04).

       01  WRK-CAB-INFORME1.
           05 FILLER               PIC X(34) VALUE
              'INFORME DE RENDIMENTOS - ANO-BASE '.
           05 INF-HDR-ANO-BASE     PIC 9999.
           05 FILLER               PIC X(12) VALUE '   AGENCIA: '.
           05 INF-HDR-AGENCIA      PIC 9(04).

       01  WRK-CAB-INFORME2.
           05 FILLER               PIC X(09) VALUE 'CLIENTE: '.
           05 INF-HDR-CLIENTE      PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 INF-HDR-NOME         PIC X(30).
           05 FILLER               PIC X(11) VALUE ' CPF/CNPJ: '.
           05 INF-HDR-CPF          PIC 9(14).

       01  WRK-CAB-INFORME3.
           05 FILLER               PIC X(18) VALUE
              'CONTA     TP VIN  '.
           05 FILLER               PIC X(12) VALUE 'SALDO 31/12/'.
           05 INF-HDR-ANO-ANT      PIC 9999.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'SALDO 31/12/'.
           05 INF-HDR-ANO-ATU      PIC 9999.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(11) VALUE 'RENDIMENTOS'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-TIPO             PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VINCULO          PIC X(03).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-SALDO-ANTERIOR   PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-SALDO-ATUAL      PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-RENDIMENTOS      PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TITULAR.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TIT-ROTULO           PIC X(12).
           05 TIT-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TIT-NOME             PIC X(30).

       01  WRK-LINHA-TOT-CLIENTE.
           05 FILLER               PIC X(19) VALUE
              'TOTAL DO CLIENTE'.
           05 TCL-SALDO-ANTERIOR   PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 TCL-SALDO-ATUAL      PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 TCL-RENDIMENTOS      PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-AGE.
           05 FILLER               PIC X(08) VALUE 'AGENCIA '.
           05 TAG-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(13) VALUE ' - INFORMES: '.
           05 TAG-INFORMES         PIC Z.ZZZ.ZZ9.
           05 FILLER               PIC X(22) VALUE
              '  CLIENTES SEM CONTA: '.
           05 TAG-SEM-CONTA        PIC Z.ZZZ.ZZ9.

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TOT-ROTULO           PIC X(35).
           05 TOT-QTD              PIC Z.ZZZ.ZZ9-.

       01  WRK-LINHA-TOT-VALOR.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TOV-ROTULO           PIC X(35).
           05 TOV-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           SORT SORT-HIST
               ON ASCENDING KEY SRH-CLIENTE SRH-SEQUENCIA
                                SRH-DATA SRH-ORDEM
               INPUT PROCEDURE 2000-CARREGA-HISTORICO
               OUTPUT PROCEDURE 3000-APURA-CONTAS
           SORT WORK-SORT
               ON ASCENDING KEY SORT-AGENCIA SORT-CLIENTE
                                SORT-TIPO-REG SORT-CONTA-CLIENTE
                                SORT-CONTA-SEQ
               INPUT PROCEDURE 4000-SOLTA-TITULARES
               OUTPUT PROCEDURE 5000-IMPRIME-INFORMES
           PERFORM 9000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------
      *    FIXA O ANO-BASE E AS DUAS DATAS DE CORTE, ABRE OS
      *    ARQUIVOS E GRAVA O CABECALHO DO RELATORIO E DO
      *    ARQUIVO DO INFORME
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           COMPUTE WRK-ANO-BASE = WRK-ANO-HOJE - 1
           PERFORM 1100-LER-PARAMETRO
           MOVE WRK-ANO-BASE TO WRK-ANO-CORTE-ATU
           COMPUTE WRK-ANO-CORTE-ANT = WRK-ANO-BASE - 1
           OPEN OUTPUT RELATORIO
           MOVE WRK-ANO-BASE TO HDR-ANO-BASE
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE WRK-ANO-BASE      TO INF-HDR-ANO-BASE
           MOVE WRK-ANO-CORTE-ANT TO INF-HDR-ANO-ANT
           MOVE WRK-ANO-CORTE-ATU TO INF-HDR-ANO-ATU
           OPEN OUTPUT ARQ-INFORME
           MOVE SPACES TO INF-CABECALHO
           SET INF-REG-CABECALHO TO TRUE
           MOVE WRK-ANO-BASE    TO INF-CAB-ANO-BASE
           MOVE WRK-DATA-HOJE-N TO INF-CAB-DATA-GERACAO
           WRITE INF-CABECALHO
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIMAST
               DISPLAY 'ARQUIVO DE CLIENTES INDISPONIVEL: '
                   WRK-FS-CLIENTE
           END-IF
           MOVE 'N' TO WRK-SEM-COTITUL
           OPEN INPUT ARQ-COTITULAR
           IF WRK-FS-COTITULAR NOT = '00'
               MOVE 'S' TO WRK-SEM-COTITUL
               DISPLAY 'SEM ARQUIVO DE CO-TITULARES - SO TITULARES'
           END-IF.

      *-----------------------------------------------------
      *    LE O ANO-BASE DO PARAMETRO (INFPARM), PARA REEMITIR
      *    O INFORME DE UM ANO JA ENCERRADO. SEM ARQUIVO VALE O
      *    ANO ANTERIOR AO DA DATA DE NEGOCIO
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-ANO-BASE NUMERIC
                          AND PRM-ANO-BASE > ZEROS
                          AND PRM-ANO-BASE < WRK-ANO-HOJE
                           MOVE PRM-ANO-BASE TO WRK-ANO-BASE
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO INFPARM - VALEM OS PADROES'
           END-IF
           DISPLAY 'ANO-BASE DO INFORME: ' WRK-ANO-BASE.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO PRIMEIRO SORT: LE O HISTORICO UMA
      *    UNICA VEZ E SOLTA TODAS AS LINHAS, COM A ORDEM DE
      *    CHEGADA COMO DESEMPATE DO MESMO DIA
      *-----------------------------------------------------
       2000-CARREGA-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 2100-LER-E-RELEASE
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'SEM HISTORICO DE MOVIMENTOS - SALDOS ATUAIS '
                   'E SEM RENDIMENTOS'
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO HISTORICO, MARCA SE E CREDITO DE
      *    JUROS DE POUPANCA E SOLTA PARA O SORT
      *-----------------------------------------------------
       2100-LER-E-RELEASE.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-ORDEM-CHEGADA
                   MOVE MHS-CLIENTE    TO SRH-CLIENTE
                   MOVE MHS-SEQUENCIA  TO SRH-SEQUENCIA
                   MOVE MHS-DATA       TO SRH-DATA
                   MOVE WRK-ORDEM-CHEGADA TO SRH-ORDEM
                   MOVE MHS-TIPO       TO SRH-TIPO
                   MOVE MHS-VALOR      TO SRH-VALOR
                   MOVE MHS-SALDO      TO SRH-SALDO
                   PERFORM 2110-CLASSIFICA-RENDIMENTO
                   RELEASE SRH-REC
           END-READ.

      *-----------------------------------------------------
      *    CREDITO NAO ESTORNADO COM HISTORICO 0100 E JUROS;
      *    LINHA SEM CODIGO DE HISTORICO SO E CANDIDATA QUANDO
      *    VEM DO LOTE INTERNO FORA DE TRANSFERENCIA (O TIPO DA
      *    CONTA SO E CONHECIDO NA APURACAO)
      *-----------------------------------------------------
       2110-CLASSIFICA-RENDIMENTO.
           MOVE SPACE TO SRH-RENDIMENTO
           IF MHS-CREDITO AND NOT MHS-ESTORNADO
               IF MHS-HISTORICO NUMERIC
                   IF MHS-HISTORICO = WRK-HIST-JUROS
                       SET SRH-JUROS TO TRUE
                   END-IF
               ELSE
                   IF MHS-AGENCIA-LOTE NUMERIC
                      AND MHS-AGENCIA-LOTE = WRK-LOTE-INTERNO
                      AND NOT MHS-TRANSFERENCIA
                       SET SRH-JUROS-ANTIGO TO TRUE
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO PRIMEIRO SORT: CASA O HISTORICO
      *    ORDENADO COM O CTAMAST (MESMA ORDEM DE CHAVE) E
      *    GRAVA NO INFTMP OS SALDOS E RENDIMENTOS DE CADA
      *    CONTA DO PERIODO
      *-----------------------------------------------------
       3000-APURA-CONTAS.
           OPEN OUTPUT ARQ-CONTAS-ANO
           PERFORM 3100-RETURN-HIST
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA = '00'
               PERFORM 3200-PROCESSA-CONTA
                   UNTIL WRK-FS-CONTA NOT = '00'
               CLOSE CONTA-MASTER
           ELSE
               DISPLAY 'ARQUIVO DE CONTAS INEXISTENTE - INFORME VAZIO'
           END-IF
           CLOSE ARQ-CONTAS-ANO.

      *-----------------------------------------------------
      *    DEVOLVE A PROXIMA LINHA ORDENADA DO HISTORICO E
      *    GUARDA A CHAVE DA CONTA DELA
      *-----------------------------------------------------
       3100-RETURN-HIST.
           RETURN SORT-HIST
               AT END
                   MOVE 'S' TO WRK-FIM-HIST
               NOT AT END
                   MOVE SRH-CLIENTE   TO WRK-HIST-CLIENTE
                   MOVE SRH-SEQUENCIA TO WRK-HIST-SEQ
           END-RETURN.

      *-----------------------------------------------------
      *    LE A PROXIMA CONTA DO CTAMAST E APURA O PERIODO
      *-----------------------------------------------------
       3200-PROCESSA-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   ADD 1 TO WRK-CONTAS-LIDAS
                   PERFORM 3300-APURA-CONTA
           END-READ.

      *-----------------------------------------------------
      *    APURA UMA CONTA: AVANCA O HISTORICO ATE A CHAVE DELA
      *    (LINHA DE CONTA INEXISTENTE FICA PARA TRAS), APLICA
      *    AS LINHAS DELA E GRAVA O RESULTADO. CONTA ABERTA
      *    DEPOIS DO ANO-BASE, OU ENCERRADA SEM SALDO NEM
      *    RENDIMENTO NO PERIODO, SO ENTRA NA CONTAGEM
      *-----------------------------------------------------
       3300-APURA-CONTA.
           MOVE CTA-CLIENTE   TO WRK-CONTA-CLIENTE
           MOVE CTA-SEQUENCIA TO WRK-CONTA-SEQ
           PERFORM 3100-RETURN-HIST
               UNTIL FIM-HISTORICO
                  OR WRK-CHAVE-HIST NOT < WRK-CHAVE-CONTA
           MOVE ZEROS TO WRK-SALDO-ANTERIOR WRK-SALDO-ATUAL
                         WRK-RENDIMENTOS
           MOVE 'N' TO WRK-TEVE-MOV WRK-ACHOU-ANTERIOR
                       WRK-ACHOU-ATUAL
           PERFORM 3400-APLICA-LINHA
               UNTIL FIM-HISTORICO
                  OR WRK-CHAVE-HIST NOT = WRK-CHAVE-CONTA
           IF NOT TEVE-MOV
               MOVE CTA-SALDO TO WRK-SALDO-ANTERIOR
               MOVE CTA-SALDO TO WRK-SALDO-ATUAL
           END-IF
           IF CTA-DATA-ABERTURA > WRK-DATA-CORTE-ANT-N
               MOVE ZEROS TO WRK-SALDO-ANTERIOR
           END-IF
           IF CTA-DATA-ABERTURA > WRK-DATA-CORTE-ATU-N
               ADD 1 TO WRK-CONTAS-POSTERIORES
           ELSE
               IF CTA-ENCERRADA
                  AND WRK-SALDO-ANTERIOR = ZEROS
                  AND WRK-SALDO-ATUAL = ZEROS
                  AND WRK-RENDIMENTOS = ZEROS
                   ADD 1 TO WRK-CONTAS-ENCERRADAS
               ELSE
                   PERFORM 3500-GRAVA-CONTA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    APLICA UMA LINHA DA CONTA: A ULTIMA LINHA ATE CADA
      *    DATA DE CORTE DA O SALDO NELA; SE A PRIMEIRA LINHA
      *    DA CONTA JA E POSTERIOR AO CORTE, O SALDO E O DE
      *    ANTES DELA. SOMA OS JUROS CREDITADOS NO ANO-BASE
      *-----------------------------------------------------
       3400-APLICA-LINHA.
           MOVE 'S' TO WRK-TEVE-MOV
           IF SRH-DEBITO
               COMPUTE WRK-SALDO-ANTES = SRH-SALDO + SRH-VALOR
           ELSE
               COMPUTE WRK-SALDO-ANTES = SRH-SALDO - SRH-VALOR
           END-IF
           IF SRH-DATA NOT > WRK-DATA-CORTE-ANT-N
               MOVE SRH-SALDO TO WRK-SALDO-ANTERIOR
               MOVE 'S' TO WRK-ACHOU-ANTERIOR
           ELSE
               IF NOT ACHOU-ANTERIOR
                   MOVE WRK-SALDO-ANTES TO WRK-SALDO-ANTERIOR
                   MOVE 'S' TO WRK-ACHOU-ANTERIOR
               END-IF
           END-IF
           IF SRH-DATA NOT > WRK-DATA-CORTE-ATU-N
               MOVE SRH-SALDO TO WRK-SALDO-ATUAL
               MOVE 'S' TO WRK-ACHOU-ATUAL
           ELSE
               IF NOT ACHOU-ATUAL
                   MOVE WRK-SALDO-ANTES TO WRK-SALDO-ATUAL
                   MOVE 'S' TO WRK-ACHOU-ATUAL
               END-IF
           END-IF
           IF SRH-DATA(1:4) = WRK-ANO-BASE
               IF SRH-JUROS
                  OR (SRH-JUROS-ANTIGO AND CTA-TIPO-POUPANCA)
                   ADD SRH-VALOR TO WRK-RENDIMENTOS
               END-IF
           END-IF
           PERFORM 3100-RETURN-HIST.

      *-----------------------------------------------------
      *    GRAVA NO INFTMP A CONTA APURADA
      *-----------------------------------------------------
       3500-GRAVA-CONTA.
           MOVE CTA-CLIENTE        TO TMP-CLIENTE
           MOVE CTA-SEQUENCIA      TO TMP-SEQUENCIA
           MOVE CTA-TIPO           TO TMP-TIPO
           MOVE WRK-SALDO-ANTERIOR TO TMP-SALDO-ANTERIOR
           MOVE WRK-SALDO-ATUAL    TO TMP-SALDO-ATUAL
           MOVE WRK-RENDIMENTOS    TO TMP-RENDIMENTOS
           WRITE TMP-REC
           ADD 1 TO WRK-CONTAS-APURADAS.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SEGUNDO SORT: UMA MARCA POR
      *    CLIENTE DO CLIMAST (PARA CONTAR QUEM NAO TEM CONTA)
      *    E UM VINCULO POR CONTA APURADA PARA O TITULAR E PARA
      *    CADA CO-TITULAR, NA AGENCIA DE CADA UM
      *-----------------------------------------------------
       4000-SOLTA-TITULARES.
           IF NOT SEM-CLIMAST
               MOVE ZEROS TO CLI-NUMERO
               START CLIENTE-MASTER KEY IS NOT LESS THAN CLI-NUMERO
                   INVALID KEY
                       MOVE '10' TO WRK-FS-CLIENTE
               END-START
               PERFORM 4100-SOLTA-CLIENTE
                   UNTIL WRK-FS-CLIENTE NOT = '00'
           END-IF
           OPEN INPUT ARQ-CONTAS-ANO
           IF WRK-FS-CONTAS-ANO = '00'
               PERFORM 4200-SOLTA-CONTA
                   UNTIL WRK-FS-CONTAS-ANO NOT = '00'
               CLOSE ARQ-CONTAS-ANO
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO CLIENTE DO CLIMAST E SOLTA A MARCA DELE
      *-----------------------------------------------------
       4100-SOLTA-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   ADD 1 TO WRK-CLIENTES-LIDOS
                   MOVE CLI-AGENCIA   TO SORT-AGENCIA
                   MOVE CLI-NUMERO    TO SORT-CLIENTE
                   SET SORT-MARCA-CLIENTE TO TRUE
                   MOVE ZEROS         TO SORT-CONTA-CLIENTE
                                         SORT-CONTA-SEQ
                   MOVE CLI-NOME      TO SORT-NOME
                   MOVE CLI-CPF-CNPJ  TO SORT-CPF-CNPJ
                   MOVE SPACES        TO SORT-CONTA-TIPO SORT-VINCULO
                   MOVE ZEROS         TO SORT-QTD-TITULARES
                                         SORT-SALDO-ANTERIOR
                                         SORT-SALDO-ATUAL
                                         SORT-RENDIMENTOS
                   RELEASE SORT-REC
           END-READ.

      *-----------------------------------------------------
      *    LE A PROXIMA CONTA APURADA, JUNTA OS CO-TITULARES
      *    DELA E SOLTA UM VINCULO PARA CADA TITULAR
      *-----------------------------------------------------
       4200-SOLTA-CONTA.
           READ ARQ-CONTAS-ANO
               AT END
                   MOVE '10' TO WRK-FS-CONTAS-ANO
               NOT AT END
                   PERFORM 4210-COLETA-COTITULARES
                   MOVE TMP-CLIENTE TO WRK-VINC-CLIENTE
                   MOVE 'T' TO WRK-VINC-TIPO
                   PERFORM 4300-SOLTA-VINCULO
                   MOVE 'C' TO WRK-VINC-TIPO
                   PERFORM 4220-SOLTA-COTITULAR
                       VARYING WRK-IDX FROM 1 BY 1
                       UNTIL WRK-IDX > WRK-QTD-COT
           END-READ.

      *-----------------------------------------------------
      *    JUNTA OS CO-TITULARES DA CONTA (COTITUL CHAVEADO
      *    POR CONTA + CO-TITULAR)
      *-----------------------------------------------------
       4210-COLETA-COTITULARES.
           MOVE ZEROS TO WRK-QTD-COT
           IF NOT SEM-COTITUL
               MOVE TMP-CLIENTE   TO COT-CLIENTE
               MOVE TMP-SEQUENCIA TO COT-SEQUENCIA
               MOVE ZEROS         TO COT-COTITULAR
               MOVE '00' TO WRK-FS-COTITULAR
               START ARQ-COTITULAR KEY IS NOT LESS THAN COT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-COTITULAR
               END-START
               PERFORM 4211-LER-COTITULAR
                   UNTIL WRK-FS-COTITULAR NOT = '00'
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO CO-TITULAR ATE MUDAR DE CONTA
      *-----------------------------------------------------
       4211-LER-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   IF COT-CLIENTE NOT = TMP-CLIENTE
                      OR COT-SEQUENCIA NOT = TMP-SEQUENCIA
                       MOVE '10' TO WRK-FS-COTITULAR
                   ELSE
                       IF WRK-QTD-COT < WRK-MAX-COT
                           ADD 1 TO WRK-QTD-COT
                           MOVE COT-COTITULAR
                               TO WRK-COT-CLIENTE (WRK-QTD-COT)
                       ELSE
                           DISPLAY 'CONTA COM MAIS DE 20 CO-TITULARES: '
                               TMP-CLIENTE '/' TMP-SEQUENCIA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    SOLTA O VINCULO DE UM CO-TITULAR DA TABELA
      *-----------------------------------------------------
       4220-SOLTA-COTITULAR.
           MOVE WRK-COT-CLIENTE (WRK-IDX) TO WRK-VINC-CLIENTE
           PERFORM 4300-SOLTA-VINCULO.

      *-----------------------------------------------------
      *    SOLTA O VINCULO DE UM CLIENTE COM A CONTA APURADA,
      *    COM AGENCIA, NOME E DOCUMENTO DO CLIMAST (CLIENTE
      *    FORA DO CADASTRO SAI NA AGENCIA ZERO)
      *-----------------------------------------------------
       4300-SOLTA-VINCULO.
           MOVE ZEROS TO SORT-AGENCIA SORT-CPF-CNPJ
           MOVE 'TITULAR NAO CADASTRADO' TO SORT-NOME
           IF NOT SEM-CLIMAST
               MOVE WRK-VINC-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-AGENCIA  TO SORT-AGENCIA
                       MOVE CLI-NOME     TO SORT-NOME
                       MOVE CLI-CPF-CNPJ TO SORT-CPF-CNPJ
               END-READ
           END-IF
           MOVE WRK-VINC-CLIENTE   TO SORT-CLIENTE
           SET SORT-VINCULO-CONTA  TO TRUE
           MOVE TMP-CLIENTE        TO SORT-CONTA-CLIENTE
           MOVE TMP-SEQUENCIA      TO SORT-CONTA-SEQ
           MOVE TMP-TIPO           TO SORT-CONTA-TIPO
           MOVE WRK-VINC-TIPO      TO SORT-VINCULO
           COMPUTE SORT-QTD-TITULARES = WRK-QTD-COT + 1
           MOVE TMP-SALDO-ANTERIOR TO SORT-SALDO-ANTERIOR
           MOVE TMP-SALDO-ATUAL    TO SORT-SALDO-ATUAL
           MOVE TMP-RENDIMENTOS    TO SORT-RENDIMENTOS
           RELEASE SORT-REC.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SEGUNDO SORT: IMPRIME OS INFORMES
      *    POR AGENCIA E GRAVA O ARQUIVO DO INFORME
      *-----------------------------------------------------
       5000-IMPRIME-INFORMES.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 5200-RETURN-SORT
           PERFORM 5300-PROCESSA-AGENCIA UNTIL FIM-SORT.

      *-----------------------------------------------------
      *    DEVOLVE O PROXIMO REGISTRO ORDENADO
      *-----------------------------------------------------
       5200-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    PROCESSA OS CLIENTES DE UMA AGENCIA E IMPRIME O
      *    RESUMO DELA
      *-----------------------------------------------------
       5300-PROCESSA-AGENCIA.
           MOVE SORT-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-AGE-INFORMES WRK-AGE-SEM-CONTA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           PERFORM 5400-PROCESSA-CLIENTE
               UNTIL FIM-SORT
                  OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-AGENCIA-ATUAL TO TAG-AGENCIA
           MOVE WRK-AGE-INFORMES  TO TAG-INFORMES
           MOVE WRK-AGE-SEM-CONTA TO TAG-SEM-CONTA
           WRITE REL-LINHA FROM WRK-LINHA-TOT-AGE.

      *-----------------------------------------------------
      *    PROCESSA UM CLIENTE: A MARCA DO CLIMAST VEM PRIMEIRO
      *    (TIPO 0); SEM VINCULO DEPOIS DELA O CLIENTE NAO TEM
      *    CONTA NO PERIODO E SO E CONTADO. VINCULO SEM MARCA E
      *    DE CLIENTE FORA DO CADASTRO
      *-----------------------------------------------------
       5400-PROCESSA-CLIENTE.
           MOVE SORT-CLIENTE  TO WRK-CLIENTE-ATUAL
           MOVE SORT-NOME     TO WRK-NOME-CLIENTE
           MOVE SORT-CPF-CNPJ TO WRK-CPF-CLIENTE
           MOVE 'N' TO WRK-CADASTRADO
           IF SORT-MARCA-CLIENTE
               MOVE 'S' TO WRK-CADASTRADO
               PERFORM 5200-RETURN-SORT
           END-IF
           IF NOT FIM-SORT
              AND SORT-AGENCIA = WRK-AGENCIA-ATUAL
              AND SORT-CLIENTE = WRK-CLIENTE-ATUAL
               IF NOT CADASTRADO
                   ADD 1 TO WRK-SEM-CADASTRO
               END-IF
               ADD 1 TO WRK-CLIENTES-INFORME
               ADD 1 TO WRK-AGE-INFORMES
               PERFORM 5500-CABECALHO-INFORME
               PERFORM 5600-IMPRIME-CONTA
                   UNTIL FIM-SORT
                      OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
                      OR SORT-CLIENTE NOT = WRK-CLIENTE-ATUAL
               PERFORM 5700-TOTAL-CLIENTE
           ELSE
               ADD 1 TO WRK-CLIENTES-SEM-CONTA
               ADD 1 TO WRK-AGE-SEM-CONTA
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO DO INFORME DE UM CLIENTE
      *-----------------------------------------------------
       5500-CABECALHO-INFORME.
           MOVE ZEROS TO WRK-CLI-SALDO-ANTERIOR WRK-CLI-SALDO-ATUAL
                         WRK-CLI-RENDIMENTOS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-AGENCIA-ATUAL TO INF-HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CAB-INFORME1
           MOVE WRK-CLIENTE-ATUAL TO INF-HDR-CLIENTE
           MOVE WRK-NOME-CLIENTE  TO INF-HDR-NOME
           MOVE WRK-CPF-CLIENTE   TO INF-HDR-CPF
           WRITE REL-LINHA FROM WRK-CAB-INFORME2
           WRITE REL-LINHA FROM WRK-CAB-INFORME3.

      *-----------------------------------------------------
      *    IMPRIME UMA CONTA DO CLIENTE, GRAVA O DETALHE NO
      *    ARQUIVO DO INFORME E ACUMULA OS TOTAIS (OS DE
      *    CONTROLE SO NO VINCULO DE TITULAR, UMA VEZ POR CONTA)
      *-----------------------------------------------------
       5600-IMPRIME-CONTA.
           MOVE SORT-CONTA-CLIENTE  TO DET-CLIENTE
           MOVE SORT-CONTA-SEQ      TO DET-SEQ
           MOVE SORT-CONTA-TIPO     TO DET-TIPO
           IF SORT-TITULAR
               MOVE 'TIT' TO DET-VINCULO
           ELSE
               MOVE 'COT' TO DET-VINCULO
           END-IF
           MOVE SORT-SALDO-ANTERIOR TO DET-SALDO-ANTERIOR
           MOVE SORT-SALDO-ATUAL    TO DET-SALDO-ATUAL
           MOVE SORT-RENDIMENTOS    TO DET-RENDIMENTOS
           WRITE REL-LINHA FROM WRK-LINHA-DET
           IF SORT-QTD-TITULARES > 1
               PERFORM 5610-IMPRIME-TITULARES
           END-IF
           ADD SORT-SALDO-ANTERIOR TO WRK-CLI-SALDO-ANTERIOR
           ADD SORT-SALDO-ATUAL    TO WRK-CLI-SALDO-ATUAL
           ADD SORT-RENDIMENTOS    TO WRK-CLI-RENDIMENTOS
           IF SORT-TITULAR
               ADD 1 TO WRK-CONTAS-INFORMADAS
               ADD SORT-SALDO-ANTERIOR TO WRK-TOTAL-SALDO-ANT
               ADD SORT-SALDO-ATUAL    TO WRK-TOTAL-SALDO-ATU
               ADD SORT-RENDIMENTOS    TO WRK-TOTAL-RENDIMENTOS
           END-IF
           PERFORM 5800-GRAVA-DETALHE
           PERFORM 5200-RETURN-SORT.

      *-----------------------------------------------------
      *    IMPRIME ABAIXO DA CONTA CONJUNTA O TITULAR E CADA
      *    CO-TITULAR DELA
      *-----------------------------------------------------
       5610-IMPRIME-TITULARES.
           MOVE 'TITULAR   : ' TO TIT-ROTULO
           MOVE SORT-CONTA-CLIENTE TO WRK-VINC-CLIENTE
           PERFORM 5620-IMPRIME-UM-TITULAR
           MOVE 'CO-TITULAR: ' TO TIT-ROTULO
           IF NOT SEM-COTITUL
               MOVE SORT-CONTA-CLIENTE TO COT-CLIENTE
               MOVE SORT-CONTA-SEQ     TO COT-SEQUENCIA
               MOVE ZEROS              TO COT-COTITULAR
               MOVE '00' TO WRK-FS-COTITULAR
               START ARQ-COTITULAR KEY IS NOT LESS THAN COT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-COTITULAR
               END-START
               PERFORM 5630-LER-COTITULAR
                   UNTIL WRK-FS-COTITULAR NOT = '00'
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME UM TITULAR DA CONTA CONJUNTA COM O NOME DO
      *    CLIMAST
      *-----------------------------------------------------
       5620-IMPRIME-UM-TITULAR.
           MOVE WRK-VINC-CLIENTE TO TIT-CLIENTE
           MOVE 'TITULAR NAO CADASTRADO' TO TIT-NOME
           IF NOT SEM-CLIMAST
               MOVE WRK-VINC-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-NOME TO TIT-NOME
               END-READ
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-TITULAR.

      *-----------------------------------------------------
      *    LE O PROXIMO CO-TITULAR DA CONTA CONJUNTA E IMPRIME
      *-----------------------------------------------------
       5630-LER-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   IF COT-CLIENTE NOT = SORT-CONTA-CLIENTE
                      OR COT-SEQUENCIA NOT = SORT-CONTA-SEQ
                       MOVE '10' TO WRK-FS-COTITULAR
                   ELSE
                       MOVE COT-COTITULAR TO WRK-VINC-CLIENTE
                       PERFORM 5620-IMPRIME-UM-TITULAR
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME O TOTAL DO INFORME DO CLIENTE
      *-----------------------------------------------------
       5700-TOTAL-CLIENTE.
           MOVE WRK-CLI-SALDO-ANTERIOR TO TCL-SALDO-ANTERIOR
           MOVE WRK-CLI-SALDO-ATUAL    TO TCL-SALDO-ATUAL
           MOVE WRK-CLI-RENDIMENTOS    TO TCL-RENDIMENTOS
           WRITE REL-LINHA FROM WRK-LINHA-TOT-CLIENTE.

      *-----------------------------------------------------
      *    GRAVA O DETALHE DO VINCULO NO ARQUIVO DO INFORME
      *-----------------------------------------------------
       5800-GRAVA-DETALHE.
           MOVE SPACES TO INF-DETALHE
           SET INF-REG-DETALHE TO TRUE
           MOVE WRK-ANO-BASE        TO INF-ANO-BASE
           MOVE WRK-CPF-CLIENTE     TO INF-CPF-CNPJ
           MOVE WRK-CLIENTE-ATUAL   TO INF-CLIENTE
           MOVE WRK-NOME-CLIENTE    TO INF-NOME
           MOVE WRK-AGENCIA-ATUAL   TO INF-AGENCIA
           MOVE SORT-CONTA-CLIENTE  TO INF-CONTA-CLIENTE
           MOVE SORT-CONTA-SEQ      TO INF-CONTA-SEQ
           MOVE SORT-CONTA-TIPO     TO INF-CONTA-TIPO
           MOVE SORT-VINCULO        TO INF-VINCULO
           MOVE SORT-QTD-TITULARES  TO INF-QTD-TITULARES
           MOVE SORT-SALDO-ANTERIOR TO INF-SALDO-ANTERIOR
           MOVE SORT-SALDO-ATUAL    TO INF-SALDO-ATUAL
           MOVE SORT-RENDIMENTOS    TO INF-RENDIMENTOS
           WRITE INF-DETALHE
           ADD 1 TO WRK-QTD-DETALHES.

      *-----------------------------------------------------
      *    GRAVA O TRAILER DO ARQUIVO DO INFORME, IMPRIME OS
      *    TOTAIS E A PROVA DE COBERTURA DAS CONTAS E ENCERRA
      *    OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO INF-TRAILER
           SET INF-REG-TRAILER TO TRUE
           MOVE WRK-QTD-DETALHES      TO INF-TRL-QTD-DETALHES
           MOVE WRK-CLIENTES-INFORME  TO INF-TRL-QTD-CLIENTES
           MOVE WRK-CONTAS-INFORMADAS TO INF-TRL-QTD-CONTAS
           MOVE WRK-TOTAL-SALDO-ANT   TO INF-TRL-SALDO-ANTERIOR
           MOVE WRK-TOTAL-SALDO-ATU   TO INF-TRL-SALDO-ATUAL
           MOVE WRK-TOTAL-RENDIMENTOS TO INF-TRL-RENDIMENTOS
           WRITE INF-TRAILER
           CLOSE ARQ-INFORME
           PERFORM 9100-IMPRIME-CONTROLE
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF
           IF NOT SEM-COTITUL
               CLOSE ARQ-COTITULAR
           END-IF
           CLOSE RELATORIO
           DISPLAY 'CONTAS LIDAS..........: ' WRK-CONTAS-LIDAS
           DISPLAY 'CONTAS INFORMADAS.....: ' WRK-CONTAS-INFORMADAS
           DISPLAY 'INFORMES EMITIDOS.....: ' WRK-CLIENTES-INFORME
           IF WRK-CONTAS-DIFERENCA NOT = ZEROS
               DISPLAY 'ATENCAO - CONTAS SEM COBERTURA NO INFORME: '
                   WRK-CONTAS-DIFERENCA
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS DE CONTROLE: CONTAS LIDAS DO
      *    CTAMAST = INFORMADAS + ABERTAS DEPOIS DO ANO-BASE +
      *    ENCERRADAS SEM SALDO NEM RENDIMENTO (DIFERENCA ZERO)
      *-----------------------------------------------------
       9100-IMPRIME-CONTROLE.
           COMPUTE WRK-CONTAS-DIFERENCA = WRK-CONTAS-LIDAS
               - WRK-CONTAS-INFORMADAS - WRK-CONTAS-POSTERIORES
               - WRK-CONTAS-ENCERRADAS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'TOTAIS DE CONTROLE DO INFORME' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONTAS LIDAS DO CTAMAST' TO TOT-ROTULO
           MOVE WRK-CONTAS-LIDAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CONTAS INFORMADAS' TO TOT-ROTULO
           MOVE WRK-CONTAS-INFORMADAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ABERTAS DEPOIS DO ANO-BASE' TO TOT-ROTULO
           MOVE WRK-CONTAS-POSTERIORES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ENCERRADAS SEM SALDO NEM RENDIMENTO' TO TOT-ROTULO
           MOVE WRK-CONTAS-ENCERRADAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'DIFERENCA (DEVE SER ZERO)' TO TOT-ROTULO
           MOVE WRK-CONTAS-DIFERENCA TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CLIENTES LIDOS DO CLIMAST' TO TOT-ROTULO
           MOVE WRK-CLIENTES-LIDOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'INFORMES EMITIDOS' TO TOT-ROTULO
           MOVE WRK-CLIENTES-INFORME TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CLIENTES SEM CONTA NO PERIODO' TO TOT-ROTULO
           MOVE WRK-CLIENTES-SEM-CONTA TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'TITULARES FORA DO CADASTRO' TO TOT-ROTULO
           MOVE WRK-SEM-CADASTRO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'DETALHES NO ARQUIVO INFORME' TO TOT-ROTULO
           MOVE WRK-QTD-DETALHES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'SALDOS EM 31/12 ANTERIOR' TO TOV-ROTULO
           MOVE WRK-TOTAL-SALDO-ANT TO TOV-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOT-VALOR
           MOVE 'SALDOS EM 31/12 DO ANO-BASE' TO TOV-ROTULO
           MOVE WRK-TOTAL-SALDO-ATU TO TOV-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOT-VALOR
           MOVE 'RENDIMENTOS DE POUPANCA' TO TOV-ROTULO
           MOVE WRK-TOTAL-RENDIMENTOS TO TOV-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOT-VALOR.
