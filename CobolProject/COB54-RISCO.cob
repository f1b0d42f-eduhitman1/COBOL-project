       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB54-RISCO.
      ********************************
      *OBJETIVO : ATRASO DA CARTEIRA E PROVISAO POR RATING DE
      *           RISCO (RES. 2682) POR AGENCIA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) LOGO APOS A CONCILIACAO DE
      *            SALDOS. ATE AQUI NADA DIZIA HA QUANTO TEMPO UMA
      *            CONTA ESTAVA NEGATIVA. O PASSO CRUZA O CTAMAST
      *            COM O MOVHIST (ORDENADO POR CONTA E DATA, SO O
      *            ULTIMO ANO: ALEM DE 180 DIAS O RATING JA E H)
      *            PARA ACHAR O DIA EM QUE O SALDO FICOU NEGATIVO,
      *            E COM A FOTO DA NOITE ANTERIOR (SNAPANT, COPY
      *            RISCO), QUE GUARDA O CONTADOR DE DIAS DE CADA
      *            CONTA NEGATIVA. CONTRATO DE EMPRESTIMO ATIVO
      *            ENTRA PELA PARCELA MAIS ANTIGA VENCIDA E NAO
      *            PAGA, COM O SALDO DEVEDOR COMO BASE. CADA
      *            EXPOSICAO RECEBE A FAIXA DE ATRASO (1-14,
      *            15-30, 31-60, 61-90, 91-180, 180+), O RATING AA
      *            A H E O PERCENTUAL DE PROVISAO DA RESOLUCAO. O
      *            RELATORIO RELRISCO SAI POR CLI-AGENCIA, COM O
      *            TOTAL POR RATING DE CADA AGENCIA E O TOTAL GERAL
      *            POR RATING E POR FAIXA PARA A CONTABILIDADE
      *            LANCAR A PROVISAO. A FOTO DA NOITE (SNAPNOV,
      *            GERACAO NOVA) CARREGA O RATING DO ULTIMO
      *            FECHAMENTO MENSAL, E O RELATORIO MARCA (*) E
      *            CONTA AS EXPOSICOES QUE MIGRARAM DE RATING
      *            DESDE ENTAO.
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

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELA.

           SELECT ARQ-EMPRESTIMO ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREST.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT WORK-HIST ASSIGN TO "HISTSORT".

           SELECT ARQ-HIST-ORD ASSIGN TO "HISTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST-ORD.

           SELECT ARQ-FOTO-ANT ASSIGN TO "SNAPANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOTO-ANT.

           SELECT ARQ-FOTO-NOVA ASSIGN TO "SNAPNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOTO-NOVA.

           SELECT WORK-RISCO ASSIGN TO "RISCSORT".

           SELECT RELATORIO ASSIGN TO "RELRISCO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-PARCELAS.
           COPY PARCELA.

       FD  ARQ-EMPRESTIMO.
           COPY EMPREST.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       SD  WORK-HIST.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==SRH-HIS-REC==
                                  LEADING ==MHS== BY ==SRH==.

       FD  ARQ-HIST-ORD.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==ORD-HIS-REC==
                                  LEADING ==MHS== BY ==ORH==.

       FD  ARQ-FOTO-ANT.
           COPY RISCO.

       FD  ARQ-FOTO-NOVA.
           COPY RISCO REPLACING ==RISCO-REC== BY ==NOV-REC==
                                ==RISCO-CAB== BY ==NOV-CAB==
                                LEADING ==RSC== BY ==NOV==.

       SD  WORK-RISCO.
           COPY RISCO REPLACING ==RISCO-REC== BY ==SRR-REC==
                                ==RISCO-CAB== BY ==SRR-CAB==
                                LEADING ==RSC== BY ==SRR==.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'RISCO'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-PARCELA          PIC X(02) VALUE '00'.
       77  WRK-FS-EMPREST          PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-HIST-ORD         PIC X(02) VALUE '00'.
       77  WRK-FS-FOTO-ANT         PIC X(02) VALUE '00'.
       77  WRK-FS-FOTO-NOVA        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-CLIENTE         PIC X(01) VALUE 'N'.
           88 TEM-CLIENTE          VALUE 'S'.
       77  WRK-TEM-EMPREST         PIC X(01) VALUE 'N'.
           88 TEM-EMPREST          VALUE 'S'.
       77  WRK-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR         VALUE 'S'.
       77  WRK-VIROU-MES           PIC X(01) VALUE 'S'.
           88 VIROU-MES            VALUE 'S'.
       77  WRK-CONTRATO-ATIVO      PIC X(01) VALUE 'N'.
           88 CONTRATO-ATIVO       VALUE 'S'.
       77  WRK-ACHOU-ABERTA        PIC X(01) VALUE 'N'.
           88 ACHOU-ABERTA         VALUE 'S'.
       77  WRK-ACHOU               PIC X(01) VALUE 'N'.
           88 ACHOU                VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-JANELA-DIAS         PIC 9(03) VALUE 400.
       77  WRK-DATA-LIMITE         PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANT            PIC 9(08) VALUE ZEROS.
       77  WRK-INICIO-HIST         PIC 9(08) VALUE ZEROS.
       77  WRK-CONTRATO-ATU        PIC 9(06) VALUE ZEROS.
       77  WRK-CLIENTE-CTR         PIC 9(06) VALUE ZEROS.
       77  WRK-SEQ-CTR             PIC 9(02) VALUE ZEROS.
       77  WRK-VENC-ATRASO         PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-CONTRATO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-RATING-FECH         PIC X(02) VALUE SPACES.
       77  WRK-AGENCIA             PIC 9(04) VALUE ZEROS.
       77  WRK-CLIENTE-BUSCA       PIC 9(06) VALUE ZEROS.
       77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-ACHADO          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-FECH            PIC 9(02) VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WRK-PAGINA              PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-CONTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-CONTRATOS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXPOSICOES    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REGULARIZ     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PIORA         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MELHORA       PIC 9(06) VALUE ZEROS.
       77  WRK-AGE-PROVISAO        PIC 9(13)V99 VALUE ZEROS.
       77  WRK-GER-PROVISAO        PIC 9(13)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    CHAVES DO CASAMENTO: EXPOSICAO CORRENTE X FOTO ANTERIOR
      *    (MESMA ORDEM DE RSC-CHAVE) E CONTA X HISTORICO ORDENADO
       01  WRK-CHAVE-ATU.
           05 WRK-ATU-ORIGEM       PIC X(01).
           05 WRK-ATU-CONTRATO     PIC 9(06).
           05 WRK-ATU-CLIENTE      PIC 9(06).
           05 WRK-ATU-SEQUENCIA    PIC 9(02).
       01  WRK-CHAVE-ANT           PIC X(15) VALUE SPACES.
       01  WRK-CHAVE-CTA.
           05 WRK-CTA-CLIENTE      PIC 9(06).
           05 WRK-CTA-SEQUENCIA    PIC 9(02).
       01  WRK-CHAVE-HIS.
           05 WRK-HIS-CLIENTE      PIC 9(06).
           05 WRK-HIS-SEQUENCIA    PIC 9(02).

      *    RATINGS DA RES. 2682: CODIGO, ATRASO MAXIMO EM DIAS E
      *    PERCENTUAL DE PROVISAO. AA (EM DIA) NAO PROVISIONA
       01  WRK-TAB-RATING.
           05 FILLER               PIC X(12) VALUE 'AA0000000000'.
           05 FILLER               PIC X(12) VALUE 'A 0001400050'.
           05 FILLER               PIC X(12) VALUE 'B 0003000100'.
           05 FILLER               PIC X(12) VALUE 'C 0006000300'.
           05 FILLER               PIC X(12) VALUE 'D 0009001000'.
           05 FILLER               PIC X(12) VALUE 'E 0012003000'.
           05 FILLER               PIC X(12) VALUE 'F 0015005000'.
           05 FILLER               PIC X(12) VALUE 'G 0018007000'.
           05 FILLER               PIC X(12) VALUE 'H 9999910000'.
       01  WRK-TAB-RATING-RED REDEFINES WRK-TAB-RATING.
           05 WRK-RAT OCCURS 9 TIMES.
              10 WRK-RAT-CODIGO    PIC X(02).
              10 WRK-RAT-DIAS-MAX  PIC 9(05).
              10 WRK-RAT-PERC      PIC 9(03)V99.

      *    FAIXAS DE ATRASO: ATRASO MAXIMO EM DIAS E ROTULO
       01  WRK-TAB-FAIXA.
           05 FILLER               PIC X(12) VALUE '00014001-014'.
           05 FILLER               PIC X(12) VALUE '00030015-030'.
           05 FILLER               PIC X(12) VALUE '00060031-060'.
           05 FILLER               PIC X(12) VALUE '00090061-090'.
           05 FILLER               PIC X(12) VALUE '00180091-180'.
           05 FILLER               PIC X(12) VALUE '99999180+   '.
       01  WRK-TAB-FAIXA-RED REDEFINES WRK-TAB-FAIXA.
           05 WRK-FXA OCCURS 6 TIMES.
              10 WRK-FXA-DIAS-MAX  PIC 9(05).
              10 WRK-FXA-ROTULO    PIC X(07).

      *    ACUMULADORES POR RATING (DA AGENCIA E GERAL) E POR FAIXA
       01  WRK-TOT-RATING.
           05 WRK-TRT OCCURS 9 TIMES.
              10 WRK-TRT-AGE-QTD   PIC 9(06).
              10 WRK-TRT-AGE-BASE  PIC 9(13)V99.
              10 WRK-TRT-AGE-PROV  PIC 9(13)V99.
              10 WRK-TRT-GER-QTD   PIC 9(06).
              10 WRK-TRT-GER-BASE  PIC 9(13)V99.
              10 WRK-TRT-GER-PROV  PIC 9(13)V99.
       01  WRK-TOT-FAIXA.
           05 WRK-TFX OCCURS 6 TIMES.
              10 WRK-TFX-QTD       PIC 9(06).
              10 WRK-TFX-BASE      PIC 9(13)V99.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'ATRASO E PROVISAO POR RATING'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'PAG.: '.
           05 HDR-PAGINA           PIC ZZZ9.

       01  WRK-CABECALHO-AGE.
           05 FILLER               PIC X(09) VALUE 'AGENCIA: '.
           05 HDR-AGENCIA          PIC 9(04).

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(10) VALUE 'OR CONTR.'.
           05 FILLER               PIC X(10) VALUE 'CLIENTE SQ'.
           05 FILLER               PIC X(14) VALUE '  DIAS FAIXA'.
           05 FILLER               PIC X(09) VALUE 'RT FE'.
           05 FILLER               PIC X(14) VALUE '      BASE R$'.
           05 FILLER               PIC X(14) VALUE '   PROVISAO R$'.

       01  WRK-LINHA-DET.
           05 DET-ORIGEM           PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CONTRATO         PIC ZZZZZZ.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DIAS             PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-FAIXA            PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-RATING           PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-FECH             PIC X(02).
           05 DET-MIGROU           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-BASE             PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-PROVISAO         PIC ZZ.ZZZ.ZZ9,99.

       01  WRK-CABECALHO-RAT.
           05 FILLER               PIC X(21) VALUE
              '  RT    PERC      QTD'.
           05 FILLER               PIC X(19) VALUE
              '            BASE R$'.
           05 FILLER               PIC X(19) VALUE
              '        PROVISAO R$'.

       01  WRK-LINHA-RAT.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RAT-CODIGO           PIC X(02).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RAT-PERC             PIC ZZ9,99.
           05 FILLER               PIC X(01) VALUE '%'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RAT-QTD              PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RAT-BASE             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 RAT-PROVISAO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-FAIXA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FXA-ROTULO           PIC X(07).
           05 FILLER               PIC X(05) VALUE SPACES.
           05 FXA-QTD              PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FXA-BASE             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-ROTULO           PIC X(38).
           05 TOT-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-QTD.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 QTD-ROTULO           PIC X(38).
           05 QTD-VALOR            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               SORT WORK-HIST
                   ON ASCENDING KEY SRH-CLIENTE SRH-SEQUENCIA SRH-DATA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE 2000-SELECIONA-HISTORICO
                   GIVING ARQ-HIST-ORD
               SORT WORK-RISCO
                   ON ASCENDING KEY SRR-AGENCIA SRR-ORIGEM
                                    SRR-CONTRATO SRR-CLIENTE
                                    SRR-SEQUENCIA
                   INPUT PROCEDURE 3000-APURA-EXPOSICOES
                   OUTPUT PROCEDURE 5000-IMPRIME-RELATORIO
               PERFORM 9000-FINALIZE
               PERFORM 0200-ENCERRA-CICLO
           END-IF
           STOP RUN.

      *-----------------------------------------------------
      *    CONSULTA O CONTROLE DO CICLO (COB16-CICLO): PASSO JA
      *    CONCLUIDO NESTA DATA VOLTA COM A ACAO DE PULAR
      *-----------------------------------------------------
       0100-CONSULTA-CICLO.
           MOVE 'I' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    REGISTRA NO CONTROLE DO CICLO A CONCLUSAO DO PASSO
      *-----------------------------------------------------
       0200-ENCERRA-CICLO.
           MOVE 'F' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    BUSCA A DATA DE NEGOCIO, CALCULA O INICIO DA JANELA
      *    DO HISTORICO E ZERA OS ACUMULADORES
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           COMPUTE WRK-DATA-LIMITE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
                - WRK-JANELA-DIAS)
           INITIALIZE WRK-TOT-RATING
           INITIALIZE WRK-TOT-FAIXA
           OPEN OUTPUT RELATORIO.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DO HISTORICO: SO AS LINHAS
      *    DENTRO DA JANELA
      *-----------------------------------------------------
       2000-SELECIONA-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 2100-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'SEM HISTORICO DE MOVIMENTOS - INICIO DO '
                   'ATRASO PELA FOTO ANTERIOR'
           END-IF.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DATA NOT < WRK-DATA-LIMITE
                       MOVE MOV-HIS-REC TO SRH-HIS-REC
                       RELEASE SRH-HIS-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DO RELATORIO: CASA AS CONTAS
      *    (E DEPOIS OS CONTRATOS) COM O HISTORICO ORDENADO E
      *    COM A FOTO ANTERIOR, GRAVA A FOTO NOVA E SOLTA CADA
      *    LINHA DELA PARA O SORT POR AGENCIA
      *-----------------------------------------------------
       3000-APURA-EXPOSICOES.
           PERFORM 3010-ABRE-ARQUIVOS
           PERFORM 3100-PROCESSA-CONTA
               UNTIL WRK-FS-CONTA NOT = '00'
           IF WRK-FS-PARCELA = '00'
               PERFORM 3300-LE-PARCELA
               PERFORM 3200-PROCESSA-CONTRATO
                   UNTIL WRK-FS-PARCELA NOT = '00'
           END-IF
           MOVE HIGH-VALUES TO WRK-CHAVE-ATU
           PERFORM 3500-DESCARTA-ANTERIOR
               UNTIL WRK-CHAVE-ANT = HIGH-VALUES
           PERFORM 3020-FECHA-ARQUIVOS.

      *-----------------------------------------------------
      *    ABRE OS ARQUIVOS DA APURACAO. SEM FOTO ANTERIOR
      *    (PRIMEIRA EXECUCAO) TUDO CONTA COMO EM DIA NO ULTIMO
      *    FECHAMENTO. A FOTO ANTERIOR DE OUTRO MES MARCA A
      *    VIRADA: O RATING DELA PASSA A SER O DO FECHAMENTO
      *-----------------------------------------------------
       3010-ABRE-ARQUIVOS.
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA NOT = '00'
               DISPLAY 'ARQUIVO DE CONTAS INEXISTENTE'
           END-IF
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE = '00'
               MOVE 'S' TO WRK-TEM-CLIENTE
           END-IF
           OPEN INPUT ARQ-EMPRESTIMO
           IF WRK-FS-EMPREST = '00'
               MOVE 'S' TO WRK-TEM-EMPREST
           END-IF
           OPEN INPUT ARQ-PARCELAS
           OPEN INPUT ARQ-HIST-ORD
           MOVE LOW-VALUES TO WRK-CHAVE-HIS
           PERFORM 3800-LE-HISTORICO-ORD
           OPEN INPUT ARQ-FOTO-ANT
           MOVE 'S' TO WRK-VIROU-MES
           IF WRK-FS-FOTO-ANT = '00'
               READ ARQ-FOTO-ANT
                   AT END
                       MOVE '10' TO WRK-FS-FOTO-ANT
                   NOT AT END
                       IF RSC-CAB-FOTO
                           MOVE RSC-CAB-DATA TO WRK-DATA-ANT
                           IF WRK-DATA-ANT(1:6) = WRK-DATA-HOJE-N(1:6)
                               MOVE 'N' TO WRK-VIROU-MES
                           END-IF
                       END-IF
               END-READ
           END-IF
           IF WRK-FS-FOTO-ANT = '00'
               PERFORM 3900-LE-ANTERIOR
           ELSE
               DISPLAY 'SEM FOTO ANTERIOR - CONTADORES REINICIADOS'
               MOVE HIGH-VALUES TO WRK-CHAVE-ANT
           END-IF
           OPEN OUTPUT ARQ-FOTO-NOVA
           MOVE 'H' TO NOV-CAB-TIPO
           MOVE WRK-DATA-HOJE-N TO NOV-CAB-DATA
           WRITE NOV-CAB.

       3020-FECHA-ARQUIVOS.
           IF WRK-FS-CONTA NOT = '35'
               CLOSE CONTA-MASTER
           END-IF
           IF TEM-CLIENTE
               CLOSE CLIENTE-MASTER
           END-IF
           IF TEM-EMPREST
               CLOSE ARQ-EMPRESTIMO
           END-IF
           IF WRK-FS-PARCELA NOT = '35'
               CLOSE ARQ-PARCELAS
           END-IF
           IF WRK-FS-HIST-ORD NOT = '35'
               CLOSE ARQ-HIST-ORD
           END-IF
           IF WRK-FS-FOTO-ANT NOT = '35'
               CLOSE ARQ-FOTO-ANT
           END-IF
           CLOSE ARQ-FOTO-NOVA.

      *-----------------------------------------------------
      *    LE A PROXIMA CONTA: SALDO NEGATIVO E EXPOSICAO; SALDO
      *    EM DIA COM ATRASO NA FOTO ANTERIOR E REGULARIZACAO
      *-----------------------------------------------------
       3100-PROCESSA-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   ADD 1 TO WRK-TOTAL-CONTAS
                   MOVE 'C'           TO WRK-ATU-ORIGEM
                   MOVE ZEROS         TO WRK-ATU-CONTRATO
                   MOVE CTA-CLIENTE   TO WRK-ATU-CLIENTE
                   MOVE CTA-SEQUENCIA TO WRK-ATU-SEQUENCIA
                   PERFORM 3110-APURA-HISTORICO
                   PERFORM 3400-CASA-ANTERIOR
                   IF CTA-SALDO < ZEROS
                       PERFORM 3120-EXPOSICAO-CONTA
                   ELSE
                       IF TEM-ANTERIOR
                           PERFORM 3600-REGULARIZADA
                       END-IF
                   END-IF
                   IF TEM-ANTERIOR
                       PERFORM 3900-LE-ANTERIOR
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE AS LINHAS DO HISTORICO DA CONTA GUARDANDO O
      *    DIA EM QUE O SALDO FICOU NEGATIVO PELA ULTIMA VEZ
      *    (SALDO QUE VOLTA A POSITIVO ZERA A MARCA)
      *-----------------------------------------------------
       3110-APURA-HISTORICO.
           MOVE ZEROS TO WRK-INICIO-HIST
           MOVE CTA-CLIENTE   TO WRK-CTA-CLIENTE
           MOVE CTA-SEQUENCIA TO WRK-CTA-SEQUENCIA
           PERFORM 3800-LE-HISTORICO-ORD
               UNTIL WRK-CHAVE-HIS NOT < WRK-CHAVE-CTA
           PERFORM 3111-CONSOME-HISTORICO
               UNTIL WRK-CHAVE-HIS NOT = WRK-CHAVE-CTA.

       3111-CONSOME-HISTORICO.
           IF ORH-SALDO < ZEROS
               IF WRK-INICIO-HIST = ZEROS
                   MOVE ORH-DATA TO WRK-INICIO-HIST
               END-IF
           ELSE
               MOVE ZEROS TO WRK-INICIO-HIST
           END-IF
           PERFORM 3800-LE-HISTORICO-ORD.

      *-----------------------------------------------------
      *    MONTA A EXPOSICAO DA CONTA NEGATIVA. O INICIO DO
      *    ATRASO VEM DA FOTO ANTERIOR (CONTADOR QUE CONTINUA),
      *    SENAO DO HISTORICO, SENAO E HOJE. O DIA EM QUE FICOU
      *    NEGATIVA JA CONTA COMO PRIMEIRO DIA
      *-----------------------------------------------------
       3120-EXPOSICAO-CONTA.
           INITIALIZE NOV-REC
           MOVE WRK-CHAVE-ATU TO NOV-CHAVE
           MOVE CTA-CLIENTE TO WRK-CLIENTE-BUSCA
           PERFORM 3700-BUSCA-AGENCIA
           IF TEM-ANTERIOR AND RSC-RATING NOT = 'AA'
               MOVE RSC-DATA-INICIO TO NOV-DATA-INICIO
           ELSE
               IF WRK-INICIO-HIST > ZEROS
                   MOVE WRK-INICIO-HIST TO NOV-DATA-INICIO
               ELSE
                   MOVE WRK-DATA-HOJE-N TO NOV-DATA-INICIO
               END-IF
           END-IF
           COMPUTE NOV-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
               - FUNCTION INTEGER-OF-DATE(NOV-DATA-INICIO) + 1
           COMPUTE NOV-BASE = ZEROS - CTA-SALDO
           PERFORM 3450-CLASSIFICA
           PERFORM 3460-GRAVA-FOTO.

      *-----------------------------------------------------
      *    PROCESSA AS PARCELAS DE UM CONTRATO (JA HA UMA LIDA):
      *    A PRIMEIRA NAO PAGA DA O SALDO DEVEDOR E, SE VENCIDA,
      *    O INICIO DO ATRASO. SO CONTRATO ATIVO E EXPOSICAO
      *-----------------------------------------------------
       3200-PROCESSA-CONTRATO.
           MOVE PAR-CONTRATO  TO WRK-CONTRATO-ATU
           MOVE PAR-CLIENTE   TO WRK-CLIENTE-CTR
           MOVE PAR-SEQUENCIA TO WRK-SEQ-CTR
           MOVE 'N' TO WRK-ACHOU-ABERTA
           MOVE ZEROS TO WRK-VENC-ATRASO
           MOVE ZEROS TO WRK-SALDO-CONTRATO
           PERFORM 3210-AVALIA-PARCELA
               UNTIL WRK-FS-PARCELA NOT = '00'
                  OR PAR-CONTRATO NOT = WRK-CONTRATO-ATU
           ADD 1 TO WRK-TOTAL-CONTRATOS
           MOVE 'N' TO WRK-CONTRATO-ATIVO
           IF TEM-EMPREST
               MOVE WRK-CONTRATO-ATU TO EMP-NUMERO
               READ ARQ-EMPRESTIMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-ATIVO
                           MOVE 'S' TO WRK-CONTRATO-ATIVO
                       END-IF
               END-READ
           END-IF
           MOVE 'E'              TO WRK-ATU-ORIGEM
           MOVE WRK-CONTRATO-ATU TO WRK-ATU-CONTRATO
           MOVE WRK-CLIENTE-CTR  TO WRK-ATU-CLIENTE
           MOVE WRK-SEQ-CTR      TO WRK-ATU-SEQUENCIA
           PERFORM 3400-CASA-ANTERIOR
           IF CONTRATO-ATIVO AND WRK-VENC-ATRASO > ZEROS
               PERFORM 3220-EXPOSICAO-CONTRATO
           ELSE
               IF TEM-ANTERIOR
                   PERFORM 3600-REGULARIZADA
               END-IF
           END-IF
           IF TEM-ANTERIOR
               PERFORM 3900-LE-ANTERIOR
           END-IF.

       3210-AVALIA-PARCELA.
           IF NOT PAR-PAGA AND NOT ACHOU-ABERTA
               MOVE 'S' TO WRK-ACHOU-ABERTA
               COMPUTE WRK-SALDO-CONTRATO =
                   PAR-SALDO-DEVEDOR + PAR-AMORTIZACAO
               IF PAR-VENCIMENTO < WRK-DATA-HOJE-N
                   MOVE PAR-VENCIMENTO TO WRK-VENC-ATRASO
               END-IF
           END-IF
           PERFORM 3300-LE-PARCELA.

      *-----------------------------------------------------
      *    MONTA A EXPOSICAO DO CONTRATO EM ATRASO: DIAS DESDE
      *    O VENCIMENTO DA PARCELA MAIS ANTIGA NAO PAGA
      *-----------------------------------------------------
       3220-EXPOSICAO-CONTRATO.
           INITIALIZE NOV-REC
           MOVE WRK-CHAVE-ATU TO NOV-CHAVE
           MOVE WRK-CLIENTE-CTR TO WRK-CLIENTE-BUSCA
           PERFORM 3700-BUSCA-AGENCIA
           MOVE WRK-VENC-ATRASO TO NOV-DATA-INICIO
           COMPUTE NOV-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
               - FUNCTION INTEGER-OF-DATE(WRK-VENC-ATRASO)
           MOVE WRK-SALDO-CONTRATO TO NOV-BASE
           PERFORM 3450-CLASSIFICA
           PERFORM 3460-GRAVA-FOTO.

       3300-LE-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
           END-READ.

      *-----------------------------------------------------
      *    AVANCA A FOTO ANTERIOR ATE A CHAVE CORRENTE (O QUE
      *    FICA PARA TRAS SAIU DA CARTEIRA) E MARCA SE A CHAVE
      *    CORRENTE ESTAVA NELA
      *-----------------------------------------------------
       3400-CASA-ANTERIOR.
           PERFORM 3500-DESCARTA-ANTERIOR
               UNTIL WRK-CHAVE-ANT NOT < WRK-CHAVE-ATU
           IF WRK-CHAVE-ANT = WRK-CHAVE-ATU
               MOVE 'S' TO WRK-TEM-ANTERIOR
           ELSE
               MOVE 'N' TO WRK-TEM-ANTERIOR
           END-IF.

      *-----------------------------------------------------
      *    RATING DO ULTIMO FECHAMENTO: VIRANDO O MES E O DA
      *    FOTO ANTERIOR, SENAO O QUE ELA JA CARREGAVA. FORA DA
      *    FOTO ANTERIOR = EM DIA (AA)
      *-----------------------------------------------------
       3410-RATING-FECHAMENTO.
           MOVE 'AA' TO WRK-RATING-FECH
           IF TEM-ANTERIOR
               IF VIROU-MES
                   MOVE RSC-RATING TO WRK-RATING-FECH
               ELSE
                   MOVE RSC-RATING-FECH TO WRK-RATING-FECH
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CLASSIFICA A EXPOSICAO PELOS DIAS DE ATRASO: FAIXA,
      *    RATING, PERCENTUAL E VALOR DA PROVISAO
      *-----------------------------------------------------
       3450-CLASSIFICA.
           MOVE 'N' TO WRK-ACHOU
           PERFORM 3451-PROCURA-FAIXA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 6 OR ACHOU
           MOVE 'N' TO WRK-ACHOU
           PERFORM 3452-PROCURA-RATING
               VARYING WRK-IDX FROM 2 BY 1
               UNTIL WRK-IDX > 9 OR ACHOU
           COMPUTE NOV-PROVISAO ROUNDED =
               NOV-BASE * NOV-PERC / 100
           PERFORM 3410-RATING-FECHAMENTO
           MOVE WRK-RATING-FECH TO NOV-RATING-FECH.

       3451-PROCURA-FAIXA.
           IF NOV-DIAS NOT > WRK-FXA-DIAS-MAX(WRK-IDX)
               MOVE WRK-FXA-ROTULO(WRK-IDX) TO NOV-FAIXA
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       3452-PROCURA-RATING.
           IF NOV-DIAS NOT > WRK-RAT-DIAS-MAX(WRK-IDX)
               MOVE WRK-RAT-CODIGO(WRK-IDX) TO NOV-RATING
               MOVE WRK-RAT-PERC(WRK-IDX)   TO NOV-PERC
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      *-----------------------------------------------------
      *    GRAVA A LINHA NA FOTO NOVA E A SOLTA PARA O SORT
      *-----------------------------------------------------
       3460-GRAVA-FOTO.
           MOVE WRK-AGENCIA TO NOV-AGENCIA
           WRITE NOV-REC
           MOVE NOV-REC TO SRR-REC
           RELEASE SRR-REC
           IF NOV-RATING = 'AA'
               ADD 1 TO WRK-TOTAL-REGULARIZ
           ELSE
               ADD 1 TO WRK-TOTAL-EXPOSICOES
           END-IF.

      *-----------------------------------------------------
      *    LINHA DA FOTO ANTERIOR SEM CORRESPONDENTE NA CARTEIRA
      *    (CONTA OU CONTRATO QUE SAIU): SE ESTAVA EM ATRASO NO
      *    FECHAMENTO, CONTINUA NA FOTO COMO REGULARIZADA
      *-----------------------------------------------------
       3500-DESCARTA-ANTERIOR.
           MOVE 'S' TO WRK-TEM-ANTERIOR
           PERFORM 3410-RATING-FECHAMENTO
           IF WRK-RATING-FECH NOT = 'AA'
               MOVE RSC-AGENCIA TO WRK-AGENCIA
               INITIALIZE NOV-REC
               MOVE RSC-CHAVE TO NOV-CHAVE
               PERFORM 3610-MONTA-REGULARIZADA
           END-IF
           PERFORM 3900-LE-ANTERIOR.

      *-----------------------------------------------------
      *    CONTA OU CONTRATO EM DIA QUE ESTAVA NA FOTO ANTERIOR:
      *    SE ESTAVA EM ATRASO NO FECHAMENTO, SAI COMO AA PARA A
      *    MIGRACAO APARECER; SENAO DEIXA A FOTO
      *-----------------------------------------------------
       3600-REGULARIZADA.
           PERFORM 3410-RATING-FECHAMENTO
           IF WRK-RATING-FECH NOT = 'AA'
               INITIALIZE NOV-REC
               MOVE WRK-CHAVE-ATU TO NOV-CHAVE
               MOVE WRK-ATU-CLIENTE TO WRK-CLIENTE-BUSCA
               PERFORM 3700-BUSCA-AGENCIA
               PERFORM 3610-MONTA-REGULARIZADA
           END-IF.

       3610-MONTA-REGULARIZADA.
           MOVE ZEROS TO NOV-DATA-INICIO
           MOVE ZEROS TO NOV-DIAS
           MOVE SPACES TO NOV-FAIXA
           MOVE 'AA' TO NOV-RATING
           MOVE WRK-RATING-FECH TO NOV-RATING-FECH
           MOVE ZEROS TO NOV-BASE
           MOVE ZEROS TO NOV-PERC
           MOVE ZEROS TO NOV-PROVISAO
           PERFORM 3460-GRAVA-FOTO.

      *-----------------------------------------------------
      *    BUSCA NO CLIMAST A AGENCIA DO CLIENTE EM
      *    WRK-CLIENTE-BUSCA (SEM LEITURA, AGENCIA 0000)
      *-----------------------------------------------------
       3700-BUSCA-AGENCIA.
           MOVE WRK-CLIENTE-BUSCA TO CLI-NUMERO
           MOVE ZEROS TO WRK-AGENCIA
           IF TEM-CLIENTE
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-AGENCIA TO WRK-AGENCIA
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA LINHA DO HISTORICO ORDENADO
      *-----------------------------------------------------
       3800-LE-HISTORICO-ORD.
           IF WRK-FS-HIST-ORD = '00'
               READ ARQ-HIST-ORD
                   AT END
                       MOVE '10' TO WRK-FS-HIST-ORD
                   NOT AT END
                       MOVE ORH-CLIENTE   TO WRK-HIS-CLIENTE
                       MOVE ORH-SEQUENCIA TO WRK-HIS-SEQUENCIA
               END-READ
           END-IF
           IF WRK-FS-HIST-ORD NOT = '00'
               MOVE HIGH-VALUES TO WRK-CHAVE-HIS
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA LINHA DA FOTO ANTERIOR
      *-----------------------------------------------------
       3900-LE-ANTERIOR.
           READ ARQ-FOTO-ANT
               AT END
                   MOVE HIGH-VALUES TO WRK-CHAVE-ANT
               NOT AT END
                   MOVE RSC-CHAVE TO WRK-CHAVE-ANT
           END-READ.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA SECAO POR AGENCIA COM O
      *    TOTAL POR RATING, DEPOIS O RESUMO GERAL
      *-----------------------------------------------------
       5000-IMPRIME-RELATORIO.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 5200-RETURN-SORT
           PERFORM 5300-PROCESSA-AGENCIA UNTIL FIM-SORT
           PERFORM 5500-RESUMO-GERAL.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO DE PAGINA DA SECAO CORRENTE
      *-----------------------------------------------------
       5100-IMPRIME-CABECALHO.
           ADD 1 TO WRK-PAGINA
           MOVE ZEROS TO WRK-LINHAS-PAGINA
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-PAGINA   TO HDR-PAGINA
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2.

       5200-RETURN-SORT.
           RETURN WORK-RISCO
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    IMPRIME A SECAO DE UMA AGENCIA E O TOTAL POR RATING
      *-----------------------------------------------------
       5300-PROCESSA-AGENCIA.
           MOVE SRR-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-AGE-PROVISAO
           PERFORM 5301-ZERA-AGENCIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
           PERFORM 5100-IMPRIME-CABECALHO
           PERFORM 5310-IMPRIME-DETALHE
               UNTIL FIM-SORT
                  OR SRR-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO-RAT
           PERFORM 5320-IMPRIME-RATING-AGE
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
           MOVE 'PROVISAO DA AGENCIA.................:' TO TOT-ROTULO
           MOVE WRK-AGE-PROVISAO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

       5301-ZERA-AGENCIA.
           MOVE ZEROS TO WRK-TRT-AGE-QTD(WRK-IDX)
           MOVE ZEROS TO WRK-TRT-AGE-BASE(WRK-IDX)
           MOVE ZEROS TO WRK-TRT-AGE-PROV(WRK-IDX).

      *-----------------------------------------------------
      *    IMPRIME UMA EXPOSICAO, ACUMULA E LE A PROXIMA
      *-----------------------------------------------------
       5310-IMPRIME-DETALHE.
           IF SRR-CONTA
               MOVE 'CT' TO DET-ORIGEM
           ELSE
               MOVE 'EP' TO DET-ORIGEM
           END-IF
           MOVE SRR-CONTRATO  TO DET-CONTRATO
           MOVE SRR-CLIENTE   TO DET-CLIENTE
           MOVE SRR-SEQUENCIA TO DET-SEQ
           MOVE SRR-DIAS      TO DET-DIAS
           MOVE SRR-FAIXA     TO DET-FAIXA
           MOVE SRR-RATING    TO DET-RATING
           MOVE SRR-RATING-FECH TO DET-FECH
           MOVE SPACE TO DET-MIGROU
           MOVE SRR-BASE      TO DET-BASE
           MOVE SRR-PROVISAO  TO DET-PROVISAO
           PERFORM 5311-APURA-MIGRACAO
           WRITE REL-LINHA FROM WRK-LINHA-DET
           MOVE SRR-RATING TO RAT-CODIGO
           PERFORM 5312-INDICE-RATING
           IF WRK-IDX-ACHADO > ZEROS
               ADD 1 TO WRK-TRT-AGE-QTD(WRK-IDX-ACHADO)
               ADD 1 TO WRK-TRT-GER-QTD(WRK-IDX-ACHADO)
               ADD SRR-BASE TO WRK-TRT-AGE-BASE(WRK-IDX-ACHADO)
               ADD SRR-BASE TO WRK-TRT-GER-BASE(WRK-IDX-ACHADO)
               ADD SRR-PROVISAO TO WRK-TRT-AGE-PROV(WRK-IDX-ACHADO)
               ADD SRR-PROVISAO TO WRK-TRT-GER-PROV(WRK-IDX-ACHADO)
           END-IF
           ADD SRR-PROVISAO TO WRK-AGE-PROVISAO
           ADD SRR-PROVISAO TO WRK-GER-PROVISAO
           PERFORM 5313-ACUMULA-FAIXA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 6
           ADD 1 TO WRK-LINHAS-PAGINA
           IF WRK-LINHAS-PAGINA >= 50
               PERFORM 5100-IMPRIME-CABECALHO
           END-IF
           PERFORM 5200-RETURN-SORT.

      *-----------------------------------------------------
      *    COMPARA O RATING ATUAL COM O DO FECHAMENTO PELA
      *    POSICAO NA TABELA (AA MELHOR, H PIOR)
      *-----------------------------------------------------
       5311-APURA-MIGRACAO.
           IF SRR-RATING NOT = SRR-RATING-FECH
               MOVE '*' TO DET-MIGROU
               MOVE SRR-RATING-FECH TO RAT-CODIGO
               PERFORM 5312-INDICE-RATING
               MOVE WRK-IDX-ACHADO TO WRK-IDX-FECH
               MOVE SRR-RATING TO RAT-CODIGO
               PERFORM 5312-INDICE-RATING
               IF WRK-IDX-ACHADO > WRK-IDX-FECH
                   ADD 1 TO WRK-TOTAL-PIORA
               ELSE
                   ADD 1 TO WRK-TOTAL-MELHORA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    POSICAO NA TABELA DO RATING EM RAT-CODIGO (ZERO SE
      *    NAO ACHAR)
      *-----------------------------------------------------
       5312-INDICE-RATING.
           MOVE ZEROS TO WRK-IDX-ACHADO
           MOVE 'N' TO WRK-ACHOU
           PERFORM 5314-COMPARA-RATING
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 9 OR ACHOU.

       5314-COMPARA-RATING.
           IF WRK-RAT-CODIGO(WRK-IDX) = RAT-CODIGO
               MOVE WRK-IDX TO WRK-IDX-ACHADO
               MOVE 'S' TO WRK-ACHOU
           END-IF.

       5313-ACUMULA-FAIXA.
           IF SRR-FAIXA = WRK-FXA-ROTULO(WRK-IDX)
               ADD 1 TO WRK-TFX-QTD(WRK-IDX)
               ADD SRR-BASE TO WRK-TFX-BASE(WRK-IDX)
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O TOTAL DE UM RATING DA AGENCIA (SO OS QUE
      *    TIVERAM EXPOSICAO)
      *-----------------------------------------------------
       5320-IMPRIME-RATING-AGE.
           IF WRK-TRT-AGE-QTD(WRK-IDX) > ZEROS
               MOVE WRK-RAT-CODIGO(WRK-IDX)   TO RAT-CODIGO
               MOVE WRK-RAT-PERC(WRK-IDX)     TO RAT-PERC
               MOVE WRK-TRT-AGE-QTD(WRK-IDX)  TO RAT-QTD
               MOVE WRK-TRT-AGE-BASE(WRK-IDX) TO RAT-BASE
               MOVE WRK-TRT-AGE-PROV(WRK-IDX) TO RAT-PROVISAO
               WRITE REL-LINHA FROM WRK-LINHA-RAT
           END-IF.

      *-----------------------------------------------------
      *    RESUMO GERAL: PROVISAO POR RATING (PARA O LANCAMENTO
      *    CONTABIL), CARTEIRA POR FAIXA DE ATRASO E MIGRACOES
      *    DESDE O ULTIMO FECHAMENTO
      *-----------------------------------------------------
       5500-RESUMO-GERAL.
           ADD 1 TO WRK-PAGINA
           MOVE WRK-PAGINA TO HDR-PAGINA
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE 'RESUMO GERAL - PROVISAO POR RATING' TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO-RAT
           PERFORM 5510-IMPRIME-RATING-GER
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
           MOVE 'PROVISAO TOTAL A CONTABILIZAR.......:' TO TOT-ROTULO
           MOVE WRK-GER-PROVISAO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CARTEIRA EM ATRASO POR FAIXA DE DIAS' TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 5520-IMPRIME-FAIXA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 6
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'MIGRACOES DE RATING DESDE O ULTIMO FECHAMENTO'
               TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PIORARAM DE RATING..................:' TO QTD-ROTULO
           MOVE WRK-TOTAL-PIORA TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'MELHORARAM OU REGULARIZARAM.........:' TO QTD-ROTULO
           MOVE WRK-TOTAL-MELHORA TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD.

       5510-IMPRIME-RATING-GER.
           MOVE WRK-RAT-CODIGO(WRK-IDX)   TO RAT-CODIGO
           MOVE WRK-RAT-PERC(WRK-IDX)     TO RAT-PERC
           MOVE WRK-TRT-GER-QTD(WRK-IDX)  TO RAT-QTD
           MOVE WRK-TRT-GER-BASE(WRK-IDX) TO RAT-BASE
           MOVE WRK-TRT-GER-PROV(WRK-IDX) TO RAT-PROVISAO
           WRITE REL-LINHA FROM WRK-LINHA-RAT.

       5520-IMPRIME-FAIXA.
           MOVE WRK-FXA-ROTULO(WRK-IDX) TO FXA-ROTULO
           MOVE WRK-TFX-QTD(WRK-IDX)    TO FXA-QTD
           MOVE WRK-TFX-BASE(WRK-IDX)   TO FXA-BASE
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.

      *-----------------------------------------------------
      *    ENCERRA O RELATORIO E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE RELATORIO
           DISPLAY 'CONTAS LIDAS.......: ' WRK-TOTAL-CONTAS
           DISPLAY 'CONTRATOS LIDOS....: ' WRK-TOTAL-CONTRATOS
           DISPLAY 'EXPOSICOES EM ATRASO: ' WRK-TOTAL-EXPOSICOES
           DISPLAY 'REGULARIZADAS NO MES: ' WRK-TOTAL-REGULARIZ
           DISPLAY 'MIGRARAM DE RATING.: '
               WRK-TOTAL-PIORA ' PIORA / '
               WRK-TOTAL-MELHORA ' MELHORA'.
