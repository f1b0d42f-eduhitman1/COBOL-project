       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB93-SCORE-COMPORT.
      ********************************
      *OBJETIVO : SCORE COMPORTAMENTAL MENSAL (HISTORICO DAS
      *           CONTAS) COMBINADO COM O SCORE DO BUREAU (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO FECHAMENTO
      *            MENSAL (JOB CLIMES). O SCORE DO CADASTRO SO
      *            OLHAVA O BUREAU E A TELA DE CREDITO; O QUE O
      *            CLIENTE FAZ NAS CONTAS DA CASA NAO PESAVA. PARA
      *            CADA CLIENTE ATIVO COM CONTA, NA JANELA DOS
      *            ULTIMOS N MESES (6 A 12, PARAMETRO SCORPARM),
      *            APURA CINCO NOTAS DE 0 A 10:
      *            1 - SALDO MEDIO DIARIO DAS CONTAS (MOVHIST);
      *            2 - DIAS DE CONTA NEGATIVA (MOVHIST);
      *            3 - DEBITOS RECUSADOS POR LIMITE OU BLOQUEIO
      *            JUDICIAL (ARQUIVO DE PENDENCIAS MOVSUSP, QUE
      *            GUARDA OS REJEITOS DE TODAS AS NOITES);
      *            4 - REGULARIDADE DO CREDITO DE SALARIO (MESES
      *            DA JANELA COM HISTORICO 0020);
      *            5 - IDADE DA CONTA MAIS ANTIGA (CTAMAST).
      *            A MEDIA PONDERADA DAS NOTAS E O SCORE
      *            COMPORTAMENTAL, COMBINADO COM O ULTIMO SCORE DO
      *            BUREAU (ULTIMA LINHA DE ORIGEM B DO SCOREHIS)
      *            PELOS PESOS DO SCORPARM; SEM BUREAU VALE SO O
      *            COMPORTAMENTAL. A DECISAO SAI COM OS MESMOS
      *            CORTES DA TELA DE CREDITO (>=6 APROVADO, >=2
      *            CONDICIONAL, SENAO NEGADO). O RELATORIO RELSCOMP
      *            LISTA OS CLIENTES CUJA DECISAO MUDA, COM O LIMITE
      *            DE CADA CONTA ABERTA ANTES E DEPOIS (COB35-LIMITE;
      *            CONTA COM OVERRIDE NAO MUDA). NO MODO S
      *            (SIMULACAO, PADRAO) NADA E GRAVADO E O PASSO NAO
      *            E ENCERRADO NO CONTROLE DO CICLO, PARA A AREA DE
      *            CREDITO CONFERIR O RELATORIO E REEXECUTAR O PASSO
      *            NO MODO A (APLICACAO), QUE GRAVA CADA SCORE NO
      *            SCOREHIS COM ORIGEM C E REGRAVA NO CADASTRO O
      *            SCORE E A DECISAO QUE MUDARAM.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARAMETRO ASSIGN TO "SCORPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT WORK-HIST ASSIGN TO "HISTSORT".

           SELECT ARQ-HIST-ORD ASSIGN TO "HISTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST-ORD.

           SELECT ARQ-SUSPENSO ASSIGN TO "MOVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.

           SELECT ARQ-SCOREHIS ASSIGN TO "SCOREHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCOREHIS.

           SELECT WORK-EVENTO ASSIGN TO "EVTSORT".

           SELECT ARQ-EVT-ORD ASSIGN TO "EVTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EVT-ORD.

           SELECT RELATORIO ASSIGN TO "RELSCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-MODO             PIC X(01).
           05 FILLER               PIC X(01).
           05 PRM-MESES            PIC 9(02).
           05 FILLER               PIC X(01).
           05 PRM-PESO-COMPORT     PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PESO-BUREAU      PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PESO-SALDO       PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PESO-NEGATIVO    PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PESO-RECUSA      PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PESO-SALARIO     PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PESO-IDADE       PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-SALDO-REF        PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PRM-DIAS-REF         PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-RECUSAS-REF      PIC 9(02).
           05 FILLER               PIC X(01).
           05 PRM-IDADE-REF        PIC 9(03).

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       SD  WORK-HIST.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==SRH-HIS-REC==
                                  LEADING ==MHS== BY ==SRH==.

       FD  ARQ-HIST-ORD.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==ORD-HIS-REC==
                                  LEADING ==MHS== BY ==ORH==.

       FD  ARQ-SUSPENSO.
           COPY SUSPENSO.

       FD  ARQ-SCOREHIS.
           COPY SCOREHIS.

      *    EVENTOS DO CLIENTE NA ORDEM DE CLIENTE, DATA E HORA:
      *    B = SCORE DO BUREAU (O ULTIMO VALE), R = DEBITO RECUSADO
      *    POR LIMITE OU BLOQUEIO NA JANELA
       SD  WORK-EVENTO.
       01  SEV-REC.
           05 SEV-CLIENTE          PIC 9(06).
           05 SEV-DATA             PIC 9(08).
           05 SEV-HORA             PIC 9(06).
           05 SEV-TIPO             PIC X(01).
           05 SEV-SCORE            PIC 9(02)V9.

       FD  ARQ-EVT-ORD.
       01  EVT-REC.
           05 EVT-CLIENTE          PIC 9(06).
           05 EVT-DATA             PIC 9(08).
           05 EVT-HORA             PIC 9(06).
           05 EVT-TIPO             PIC X(01).
              88 EVT-BUREAU        VALUE 'B'.
              88 EVT-RECUSA        VALUE 'R'.
           05 EVT-SCORE            PIC 9(02)V9.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'SCORCOMP'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-HIST-ORD         PIC X(02) VALUE '00'.
       77  WRK-FS-SUSPENSO         PIC X(02) VALUE '00'.
       77  WRK-FS-SCOREHIS         PIC X(02) VALUE '00'.
       77  WRK-FS-EVT-ORD          PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-SALDO           PIC X(01) VALUE 'N'.
           88 TEM-SALDO            VALUE 'S'.
       77  WRK-TEM-BUREAU          PIC X(01) VALUE 'N'.
           88 TEM-BUREAU           VALUE 'S'.
       77  WRK-HORA-AGORA          PIC 9(08) VALUE ZEROS.
      *    PARAMETROS (PADROES VALEM SEM O SCORPARM)
       77  WRK-MODO                PIC X(01) VALUE 'S'.
           88 MODO-SIMULACAO       VALUE 'S'.
           88 MODO-APLICA          VALUE 'A'.
       77  WRK-MESES               PIC 9(02) VALUE 12.
       77  WRK-PESO-COMPORT        PIC 9(03) VALUE 50.
       77  WRK-PESO-BUREAU         PIC 9(03) VALUE 50.
       77  WRK-PESO-SALDO          PIC 9(03) VALUE 25.
       77  WRK-PESO-NEGATIVO       PIC 9(03) VALUE 25.
       77  WRK-PESO-RECUSA         PIC 9(03) VALUE 20.
       77  WRK-PESO-SALARIO        PIC 9(03) VALUE 15.
       77  WRK-PESO-IDADE          PIC 9(03) VALUE 15.
       77  WRK-SALDO-REF           PIC 9(09)V99 VALUE 5000,00.
       77  WRK-DIAS-REF            PIC 9(03) VALUE 60.
       77  WRK-RECUSAS-REF         PIC 9(02) VALUE 5.
       77  WRK-IDADE-REF           PIC 9(03) VALUE 60.
       77  WRK-SOMA-PESOS          PIC 9(04) VALUE ZEROS.
      *    JANELA DE APURACAO (DIAS CORRIDOS E MES INICIAL)
       77  WRK-DATA-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-NUM-INI         PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-NUM-FIM         PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-JANELA         PIC 9(05) VALUE ZEROS.
       77  WRK-MES-NUM-INI         PIC 9(06) VALUE ZEROS.
       77  WRK-MES-NUM-AUX         PIC 9(06) VALUE ZEROS.
      *    APURACAO DA CONTA CORRENTE
       77  WRK-DIA-ANT             PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-MOV             PIC 9(07) VALUE ZEROS.
       77  WRK-DIAS-TRECHO         PIC 9(05) VALUE ZEROS.
       77  WRK-SALDO-CORRENTE      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-MES-OFFSET          PIC S9(04) VALUE ZEROS.
      *    METRICAS DO CLIENTE CORRENTE
       77  WRK-QTD-CONTAS          PIC 9(02) VALUE ZEROS.
       77  WRK-SOMA-SALDO-DIAS     PIC S9(15)V99 VALUE ZEROS.
       77  WRK-SALDO-MEDIO         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIAS-NEGATIVO       PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-RECUSAS         PIC 9(04) VALUE ZEROS.
       77  WRK-MESES-SALARIO       PIC 9(02) VALUE ZEROS.
       77  WRK-ABERTURA-MIN        PIC 9(08) VALUE ZEROS.
       77  WRK-IDADE-MESES         PIC 9(04) VALUE ZEROS.
       77  WRK-SCORE-BUREAU        PIC 9(02)V9 VALUE ZEROS.
      *    NOTAS E RESULTADO
       77  WRK-NOTA-CALC           PIC S9(07)V9 VALUE ZEROS.
       77  WRK-NOTA-SALDO          PIC 9(02)V9 VALUE ZEROS.
       77  WRK-NOTA-NEGATIVO       PIC 9(02)V9 VALUE ZEROS.
       77  WRK-NOTA-RECUSA         PIC 9(02)V9 VALUE ZEROS.
       77  WRK-NOTA-SALARIO        PIC 9(02)V9 VALUE ZEROS.
       77  WRK-NOTA-IDADE          PIC 9(02)V9 VALUE ZEROS.
       77  WRK-SCORE-COMPORT       PIC 9(02)V9 VALUE ZEROS.
       77  WRK-SCORE-NOVO          PIC 9(02)V9 VALUE ZEROS.
       77  WRK-DECISAO-NOVA        PIC X(01) VALUE SPACE.
      *    CONSULTA DE LIMITE (COB35-LIMITE)
       77  WRK-LIM-FUNCAO          PIC X(01) VALUE 'C'.
       77  WRK-LIM-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-LIM-SEQUENCIA       PIC 9(02) VALUE ZEROS.
       77  WRK-LIM-DECISAO         PIC X(01) VALUE SPACE.
       77  WRK-LIM-VALOR           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LIM-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-LIM-ANTES           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-IDX                 PIC 9(02) VALUE ZEROS.
      *    TOTAIS
       77  WRK-TOTAL-LIDOS         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PONTUADOS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NAO-ATIVOS    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTA     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-BUREAU    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-MUDANCAS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIM-MUDA      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-OVERRIDE      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REGRAVADOS    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-HISTORICO     PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-DATA-INI.
           05 WRK-ANO-INI          PIC 9(04).
           05 WRK-MES-INI          PIC 9(02).
           05 WRK-DIA-INI          PIC 9(02).
       01  WRK-DATA-INI-N REDEFINES WRK-DATA-INI
                                   PIC 9(08).

       01  WRK-DATA-AUX.
           05 WRK-ANO-AUX          PIC 9(04).
           05 WRK-MES-AUX          PIC 9(02).
           05 WRK-DIA-AUX          PIC 9(02).
       01  WRK-DATA-AUX-N REDEFINES WRK-DATA-AUX
                                   PIC 9(08).

      *    CHAVES DO CASAMENTO: CLIENTE DO CADASTRO X CONTAS X
      *    EVENTOS, E CONTA X HISTORICO ORDENADO
       01  WRK-CHAVE-CLIENTE.
           05 WRK-CLIENTE-ATUAL    PIC 9(06).
       01  WRK-CHAVE-CTA.
           05 WRK-CTA-CLI-G.
              10 WRK-CTA-CLIENTE   PIC 9(06).
           05 WRK-CTA-SEQUENCIA    PIC 9(02).
       01  WRK-CHAVE-HIS.
           05 WRK-HIS-CLIENTE      PIC 9(06).
           05 WRK-HIS-SEQUENCIA    PIC 9(02).
       01  WRK-CHAVE-EVT.
           05 WRK-EVT-CLIENTE      PIC 9(06).

      *    MESES DA JANELA COM CREDITO DE SALARIO (A JANELA DE N
      *    MESES A PARTIR DE UM DIA NO MEIO DO MES TOCA N+1 MESES)
       01  WRK-TAB-SALARIO.
           05 WRK-MES-SALARIO      PIC X(01) OCCURS 13 TIMES.

      *    CONTAS DO CLIENTE CORRENTE, PARA O LIMITE NO RELATORIO
       01  WRK-TAB-CONTAS.
           05 WRK-TCT OCCURS 99 TIMES.
              10 WRK-TCT-SEQUENCIA PIC 9(02).
              10 WRK-TCT-STATUS    PIC X(01).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(44) VALUE
              'SCORE COMPORTAMENTAL - MUDANCAS DE DECISAO'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-MODO.
           05 FILLER               PIC X(06) VALUE 'MODO: '.
           05 HDR-MODO             PIC X(30).
           05 FILLER               PIC X(08) VALUE 'JANELA: '.
           05 HDR-MESES            PIC Z9.
           05 FILLER               PIC X(07) VALUE ' MESES '.
           05 FILLER               PIC X(06) VALUE 'DESDE '.
           05 HDR-INI-DIA          PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-INI-MES          PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-INI-ANO          PIC 9999.

       01  WRK-CABECALHO-PESOS.
           05 FILLER               PIC X(17) VALUE
              'PESOS COMP/BUR: '.
           05 HDR-PESO-COMPORT     PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-PESO-BUREAU      PIC ZZ9.
           05 FILLER               PIC X(31) VALUE
              '  SALDO/NEG/REC/SAL/IDADE: '.
           05 HDR-PESO-SALDO       PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-PESO-NEGATIVO    PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-PESO-RECUSA      PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-PESO-SALARIO     PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-PESO-IDADE       PIC ZZ9.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(30) VALUE
              'NUMERO NOME'.
           05 FILLER               PIC X(19) VALUE
              'ANTES     NOVO'.
           05 FILLER               PIC X(20) VALUE
              'COMP.     BUREAU'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-NOME             PIC X(22).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SCORE-ANT        PIC Z9,9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DECISAO-ANT      PIC X(01).
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 DET-SCORE-NOVO       PIC Z9,9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DECISAO-NOVA     PIC X(01).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-COMPORT          PIC Z9,9.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 DET-BUREAU           PIC X(04).

       01  WRK-LINHA-METRICAS.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE 'SALDO MED '.
           05 MET-SALDO            PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(05) VALUE ' NEG '.
           05 MET-DIAS             PIC ZZZZ9.
           05 FILLER               PIC X(05) VALUE ' REC '.
           05 MET-RECUSAS          PIC ZZZ9.
           05 FILLER               PIC X(05) VALUE ' SAL '.
           05 MET-SALARIOS         PIC Z9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 MET-MESES            PIC Z9.
           05 FILLER               PIC X(07) VALUE ' IDADE '.
           05 MET-IDADE            PIC ZZZ9.
           05 FILLER               PIC X(01) VALUE 'M'.

       01  WRK-LINHA-LIMITE.
           05 FILLER               PIC X(07) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'CONTA '.
           05 LIM-SEQ              PIC 99.
           05 FILLER               PIC X(08) VALUE ' LIMITE '.
           05 LIM-ANTES            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 LIM-DEPOIS           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LIM-OBS              PIC X(22).

       01  WRK-EDIT-SCORE          PIC Z9,9.

       01  WRK-LINHA-RESUMO.
           05 RES-TITULO           PIC X(30).
           05 RES-VALOR            PIC ZZZZZ9.

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
               SORT WORK-EVENTO
                   ON ASCENDING KEY SEV-CLIENTE SEV-DATA SEV-HORA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE 2500-SELECIONA-EVENTOS
                   GIVING ARQ-EVT-ORD
               PERFORM 3000-PONTUA-CLIENTES
               PERFORM 9000-FINALIZE
               IF MODO-APLICA
                   PERFORM 0200-ENCERRA-CICLO
               ELSE
                   DISPLAY 'SIMULACAO - PASSO NAO ENCERRADO NO CICLO'
               END-IF
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
      *    REGISTRA NO CONTROLE DO CICLO A CONCLUSAO DO PASSO.
      *    SO O MODO DE APLICACAO ENCERRA: A SIMULACAO PODE SER
      *    SEGUIDA DA APLICACAO NA MESMA DATA
      *-----------------------------------------------------
       0200-ENCERRA-CICLO.
           MOVE 'F' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    BUSCA A DATA DE NEGOCIO, LE O PARAMETRO, CALCULA A
      *    JANELA (N MESES ATRAS ATE HOJE; DIA 29 A 31 RECUA PARA
      *    O DIA 28) E ABRE O CADASTRO E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           COMPUTE WRK-MES-NUM-AUX =
               WRK-ANO-HOJE * 12 + WRK-MES-HOJE - 1 - WRK-MESES
           DIVIDE WRK-MES-NUM-AUX BY 12
               GIVING WRK-ANO-INI REMAINDER WRK-MES-INI
           ADD 1 TO WRK-MES-INI
           MOVE WRK-DIA-HOJE TO WRK-DIA-INI
           IF WRK-DIA-INI > 28
               MOVE 28 TO WRK-DIA-INI
           END-IF
           MOVE WRK-DATA-INI-N TO WRK-DATA-INICIO
           COMPUTE WRK-MES-NUM-INI = WRK-ANO-INI * 12 + WRK-MES-INI
           COMPUTE WRK-DIA-NUM-INI =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-INICIO)
           COMPUTE WRK-DIA-NUM-FIM =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N) + 1
           COMPUTE WRK-DIAS-JANELA = WRK-DIA-NUM-FIM - WRK-DIA-NUM-INI
           IF MODO-APLICA
               OPEN I-O CLIENTE-MASTER
           ELSE
               OPEN INPUT CLIENTE-MASTER
           END-IF
           IF WRK-FS-CLIENTE NOT = '00'
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM 1200-IMPRIME-CABECALHO.

      *-----------------------------------------------------
      *    LE O SCORPARM (MODO S/A, MESES DA JANELA, PESOS DO
      *    COMPORTAMENTAL E DO BUREAU, PESOS DAS CINCO NOTAS E AS
      *    REFERENCIAS DAS NOTAS: SALDO MEDIO QUE DA NOTA 10,
      *    DIAS NEGATIVOS E RECUSAS QUE ZERAM A NOTA, MESES DE
      *    CONTA QUE DAO NOTA 10). SEM ARQUIVO, OU COM VALOR
      *    INVALIDO, VALEM OS PADROES; CADA GRUPO DE PESOS SO E
      *    ACEITO INTEIRO E COM SOMA MAIOR QUE ZERO
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-VALIDA-PARAMETRO
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO SCORPARM - VALEM OS PADROES'
           END-IF
           DISPLAY 'MODO (S/A)..........: ' WRK-MODO
           DISPLAY 'JANELA (MESES)......: ' WRK-MESES
           DISPLAY 'PESO COMPORTAMENTAL.: ' WRK-PESO-COMPORT
           DISPLAY 'PESO BUREAU.........: ' WRK-PESO-BUREAU.

       1110-VALIDA-PARAMETRO.
           IF PRM-MODO = 'S' OR PRM-MODO = 'A'
               MOVE PRM-MODO TO WRK-MODO
           END-IF
           IF PRM-MESES NUMERIC
              AND PRM-MESES NOT < 6
              AND PRM-MESES NOT > 12
               MOVE PRM-MESES TO WRK-MESES
           END-IF
           IF PRM-PESO-COMPORT NUMERIC
              AND PRM-PESO-BUREAU NUMERIC
              AND PRM-PESO-COMPORT + PRM-PESO-BUREAU > ZEROS
               MOVE PRM-PESO-COMPORT TO WRK-PESO-COMPORT
               MOVE PRM-PESO-BUREAU  TO WRK-PESO-BUREAU
           END-IF
           IF PRM-PESO-SALDO NUMERIC
              AND PRM-PESO-NEGATIVO NUMERIC
              AND PRM-PESO-RECUSA NUMERIC
              AND PRM-PESO-SALARIO NUMERIC
              AND PRM-PESO-IDADE NUMERIC
              AND PRM-PESO-SALDO + PRM-PESO-NEGATIVO
                  + PRM-PESO-RECUSA + PRM-PESO-SALARIO
                  + PRM-PESO-IDADE > ZEROS
               MOVE PRM-PESO-SALDO    TO WRK-PESO-SALDO
               MOVE PRM-PESO-NEGATIVO TO WRK-PESO-NEGATIVO
               MOVE PRM-PESO-RECUSA   TO WRK-PESO-RECUSA
               MOVE PRM-PESO-SALARIO  TO WRK-PESO-SALARIO
               MOVE PRM-PESO-IDADE    TO WRK-PESO-IDADE
           END-IF
           IF PRM-SALDO-REF NUMERIC AND PRM-SALDO-REF NOT = ZEROS
               MOVE PRM-SALDO-REF TO WRK-SALDO-REF
           END-IF
           IF PRM-DIAS-REF NUMERIC AND PRM-DIAS-REF NOT = ZEROS
               MOVE PRM-DIAS-REF TO WRK-DIAS-REF
           END-IF
           IF PRM-RECUSAS-REF NUMERIC AND PRM-RECUSAS-REF NOT = ZEROS
               MOVE PRM-RECUSAS-REF TO WRK-RECUSAS-REF
           END-IF
           IF PRM-IDADE-REF NUMERIC AND PRM-IDADE-REF NOT = ZEROS
               MOVE PRM-IDADE-REF TO WRK-IDADE-REF
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO COM O MODO, A JANELA E OS PESOS
      *-----------------------------------------------------
       1200-IMPRIME-CABECALHO.
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           IF MODO-APLICA
               MOVE 'APLICACAO' TO HDR-MODO
           ELSE
               MOVE 'SIMULACAO - NADA GRAVADO' TO HDR-MODO
           END-IF
           MOVE WRK-MESES   TO HDR-MESES
           MOVE WRK-DIA-INI TO HDR-INI-DIA
           MOVE WRK-MES-INI TO HDR-INI-MES
           MOVE WRK-ANO-INI TO HDR-INI-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO-MODO
           MOVE WRK-PESO-COMPORT  TO HDR-PESO-COMPORT
           MOVE WRK-PESO-BUREAU   TO HDR-PESO-BUREAU
           MOVE WRK-PESO-SALDO    TO HDR-PESO-SALDO
           MOVE WRK-PESO-NEGATIVO TO HDR-PESO-NEGATIVO
           MOVE WRK-PESO-RECUSA   TO HDR-PESO-RECUSA
           MOVE WRK-PESO-SALARIO  TO HDR-PESO-SALARIO
           MOVE WRK-PESO-IDADE    TO HDR-PESO-IDADE
           WRITE REL-LINHA FROM WRK-CABECALHO-PESOS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO2.

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
               DISPLAY 'SEM HISTORICO DE MOVIMENTOS - SALDO DA '
                   'JANELA PELO SALDO ATUAL'
           END-IF.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DATA NOT < WRK-DATA-INICIO
                       MOVE MOV-HIS-REC TO SRH-HIS-REC
                       RELEASE SRH-HIS-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DE EVENTOS: OS SCORES DO
      *    BUREAU DO SCOREHIS (TODO O HISTORICO: VALE O ULTIMO) E
      *    OS DEBITOS RECUSADOS POR LIMITE OU BLOQUEIO DA JANELA,
      *    DO ARQUIVO DE PENDENCIAS
      *-----------------------------------------------------
       2500-SELECIONA-EVENTOS.
           OPEN INPUT ARQ-SCOREHIS
           IF WRK-FS-SCOREHIS = '00'
               PERFORM 2510-LER-SCOREHIS
                   UNTIL WRK-FS-SCOREHIS NOT = '00'
               CLOSE ARQ-SCOREHIS
           ELSE
               DISPLAY 'SEM HISTORICO DE SCORE - SO COMPORTAMENTAL'
           END-IF
           OPEN INPUT ARQ-SUSPENSO
           IF WRK-FS-SUSPENSO = '00'
               MOVE WRK-DATA-INICIO TO SUS-DATA
               MOVE ZEROS TO SUS-NUMERO
               START ARQ-SUSPENSO
                   KEY IS NOT LESS THAN SUS-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-SUSPENSO
               END-START
               PERFORM 2520-LER-SUSPENSO
                   UNTIL WRK-FS-SUSPENSO NOT = '00'
               CLOSE ARQ-SUSPENSO
           ELSE
               DISPLAY 'SEM ARQUIVO DE PENDENCIAS - RECUSAS ZERADAS'
           END-IF.

       2510-LER-SCOREHIS.
           READ ARQ-SCOREHIS
               AT END
                   MOVE '10' TO WRK-FS-SCOREHIS
               NOT AT END
                   IF HIS-ORIGEM-BUREAU
                      AND HIS-CLIENTE NUMERIC
                      AND HIS-SCORE NUMERIC
                       MOVE HIS-CLIENTE TO SEV-CLIENTE
                       MOVE HIS-DATA    TO SEV-DATA
                       MOVE HIS-HORA    TO SEV-HORA
                       MOVE 'B'         TO SEV-TIPO
                       MOVE HIS-SCORE   TO SEV-SCORE
                       RELEASE SEV-REC
                   END-IF
           END-READ.

       2520-LER-SUSPENSO.
           READ ARQ-SUSPENSO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-SUSPENSO
               NOT AT END
                   IF (SUS-CODIGO = 'L' OR SUS-CODIGO = 'B')
                      AND NOT SUS-CREDITO
                      AND SUS-CLIENTE NUMERIC
                       MOVE SUS-CLIENTE TO SEV-CLIENTE
                       MOVE SUS-DATA    TO SEV-DATA
                       MOVE ZEROS       TO SEV-HORA
                       MOVE 'R'         TO SEV-TIPO
                       MOVE ZEROS       TO SEV-SCORE
                       RELEASE SEV-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE O CADASTRO NA ORDEM DO NUMERO, CASANDO CADA
      *    CLIENTE COM AS CONTAS (E O HISTORICO DE CADA CONTA) E
      *    COM OS EVENTOS ORDENADOS
      *-----------------------------------------------------
       3000-PONTUA-CLIENTES.
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA NOT = '00'
               DISPLAY 'ARQUIVO DE CONTAS INEXISTENTE'
           END-IF
           PERFORM 3850-LE-CONTA
           OPEN INPUT ARQ-HIST-ORD
           MOVE LOW-VALUES TO WRK-CHAVE-HIS
           PERFORM 3800-LE-HISTORICO-ORD
           OPEN INPUT ARQ-EVT-ORD
           MOVE LOW-VALUES TO WRK-CHAVE-EVT
           PERFORM 3860-LE-EVENTO
           IF MODO-APLICA
               OPEN EXTEND ARQ-SCOREHIS
               IF WRK-FS-SCOREHIS NOT = '00'
                   OPEN OUTPUT ARQ-SCOREHIS
               END-IF
           END-IF
           IF WRK-FS-CLIENTE = '00'
               MOVE ZEROS TO CLI-NUMERO
               START CLIENTE-MASTER
                   KEY IS NOT LESS THAN CLI-NUMERO
                   INVALID KEY
                       MOVE '10' TO WRK-FS-CLIENTE
               END-START
               PERFORM 3100-PROCESSA-CLIENTE
                   UNTIL WRK-FS-CLIENTE NOT = '00'
           END-IF
           IF MODO-APLICA
               CLOSE ARQ-SCOREHIS
           END-IF
           IF WRK-FS-CONTA NOT = '35'
               CLOSE CONTA-MASTER
           END-IF
           IF WRK-FS-HIST-ORD NOT = '35'
               CLOSE ARQ-HIST-ORD
           END-IF
           IF WRK-FS-EVT-ORD NOT = '35'
               CLOSE ARQ-EVT-ORD
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO CLIENTE DO CADASTRO
      *-----------------------------------------------------
       3100-PROCESSA-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   PERFORM 3110-APURA-CLIENTE
           END-READ.

      *-----------------------------------------------------
      *    APURA AS METRICAS DO CLIENTE: CONTAS (COM O HISTORICO
      *    DE CADA UMA) E EVENTOS. CONTA E EVENTO DE NUMERO QUE
      *    NAO ESTA NO CADASTRO SAO PULADOS. SO CLIENTE ATIVO COM
      *    CONTA E PONTUADO; O RESTO SO E CONTADO
      *-----------------------------------------------------
       3110-APURA-CLIENTE.
           ADD 1 TO WRK-TOTAL-LIDOS
           MOVE CLI-NUMERO TO WRK-CLIENTE-ATUAL
           MOVE ZEROS TO WRK-QTD-CONTAS
           MOVE ZEROS TO WRK-SOMA-SALDO-DIAS
           MOVE ZEROS TO WRK-DIAS-NEGATIVO
           MOVE ZEROS TO WRK-QTD-RECUSAS
           MOVE 99999999 TO WRK-ABERTURA-MIN
           MOVE 'N' TO WRK-TEM-BUREAU
           MOVE ZEROS TO WRK-SCORE-BUREAU
           MOVE ALL 'N' TO WRK-TAB-SALARIO
           PERFORM 3850-LE-CONTA
               UNTIL WRK-CTA-CLI-G NOT < WRK-CHAVE-CLIENTE
           PERFORM 3300-PROCESSA-CONTA
               UNTIL WRK-CTA-CLI-G NOT = WRK-CHAVE-CLIENTE
           PERFORM 3860-LE-EVENTO
               UNTIL WRK-CHAVE-EVT NOT < WRK-CHAVE-CLIENTE
           PERFORM 3400-CONSOME-EVENTO
               UNTIL WRK-CHAVE-EVT NOT = WRK-CHAVE-CLIENTE
           EVALUATE TRUE
               WHEN NOT CLI-ATIVO
                   ADD 1 TO WRK-TOTAL-NAO-ATIVOS
               WHEN WRK-QTD-CONTAS = ZEROS
                   ADD 1 TO WRK-TOTAL-SEM-CONTA
               WHEN OTHER
                   PERFORM 3500-CALCULA-SCORE
                   PERFORM 3600-AVALIA-DECISAO
           END-EVALUATE.

      *-----------------------------------------------------
      *    UMA CONTA DO CLIENTE: GUARDA NA TABELA, ACOMPANHA A
      *    ABERTURA MAIS ANTIGA E APURA O HISTORICO DA JANELA
      *-----------------------------------------------------
       3300-PROCESSA-CONTA.
           IF WRK-QTD-CONTAS < 99
               ADD 1 TO WRK-QTD-CONTAS
               MOVE CTA-SEQUENCIA TO WRK-TCT-SEQUENCIA(WRK-QTD-CONTAS)
               MOVE CTA-STATUS    TO WRK-TCT-STATUS(WRK-QTD-CONTAS)
           END-IF
           IF CTA-DATA-ABERTURA NUMERIC
              AND CTA-DATA-ABERTURA > ZEROS
              AND CTA-DATA-ABERTURA < WRK-ABERTURA-MIN
               MOVE CTA-DATA-ABERTURA TO WRK-ABERTURA-MIN
           END-IF
           PERFORM 3310-APURA-HISTORICO
           PERFORM 3850-LE-CONTA.

      *-----------------------------------------------------
      *    SALDO DIA A DIA DA CONTA NA JANELA: CADA TRECHO ENTRE
      *    DOIS MOVIMENTOS VALE O SALDO RESULTANTE DO PRIMEIRO
      *    VEZES OS DIAS DO TRECHO. ANTES DO 1O MOVIMENTO DA
      *    JANELA VALE O SALDO ANTERIOR A ELE; CONTA SEM
      *    MOVIMENTO NA JANELA FICA COM O SALDO ATUAL. CONTA
      *    ABERTA DENTRO DA JANELA CONTA SALDO ZERO ANTES DA
      *    ABERTURA
      *-----------------------------------------------------
       3310-APURA-HISTORICO.
           MOVE WRK-DIA-NUM-INI TO WRK-DIA-ANT
           IF CTA-DATA-ABERTURA NUMERIC
              AND CTA-DATA-ABERTURA > WRK-DATA-INICIO
              AND CTA-DATA-ABERTURA NOT > WRK-DATA-HOJE-N
               COMPUTE WRK-DIA-ANT =
                   FUNCTION INTEGER-OF-DATE(CTA-DATA-ABERTURA)
           END-IF
           MOVE 'N' TO WRK-TEM-SALDO
           MOVE CTA-SALDO TO WRK-SALDO-CORRENTE
           PERFORM 3800-LE-HISTORICO-ORD
               UNTIL WRK-CHAVE-HIS NOT < WRK-CHAVE-CTA
           PERFORM 3311-CONSOME-HISTORICO
               UNTIL WRK-CHAVE-HIS NOT = WRK-CHAVE-CTA
           COMPUTE WRK-DIAS-TRECHO = WRK-DIA-NUM-FIM - WRK-DIA-ANT
           PERFORM 3315-ACUMULA-TRECHO.

       3311-CONSOME-HISTORICO.
           COMPUTE WRK-DIA-MOV = FUNCTION INTEGER-OF-DATE(ORH-DATA)
           IF NOT TEM-SALDO
               MOVE 'S' TO WRK-TEM-SALDO
               IF ORH-CREDITO
                   COMPUTE WRK-SALDO-CORRENTE = ORH-SALDO - ORH-VALOR
               ELSE
                   COMPUTE WRK-SALDO-CORRENTE = ORH-SALDO + ORH-VALOR
               END-IF
           END-IF
           IF WRK-DIA-MOV > WRK-DIA-ANT
               COMPUTE WRK-DIAS-TRECHO = WRK-DIA-MOV - WRK-DIA-ANT
               PERFORM 3315-ACUMULA-TRECHO
               MOVE WRK-DIA-MOV TO WRK-DIA-ANT
           END-IF
           MOVE ORH-SALDO TO WRK-SALDO-CORRENTE
           IF ORH-CREDITO
              AND ORH-HISTORICO NUMERIC
              AND ORH-HISTORICO = 20
              AND NOT ORH-ESTORNADO
               PERFORM 3316-MARCA-SALARIO
           END-IF
           PERFORM 3800-LE-HISTORICO-ORD.

       3315-ACUMULA-TRECHO.
           COMPUTE WRK-SOMA-SALDO-DIAS = WRK-SOMA-SALDO-DIAS
               + WRK-SALDO-CORRENTE * WRK-DIAS-TRECHO
           IF WRK-SALDO-CORRENTE < ZEROS
               ADD WRK-DIAS-TRECHO TO WRK-DIAS-NEGATIVO
           END-IF.

       3316-MARCA-SALARIO.
           MOVE ORH-DATA TO WRK-DATA-AUX-N
           COMPUTE WRK-MES-OFFSET = WRK-ANO-AUX * 12 + WRK-MES-AUX
               - WRK-MES-NUM-INI + 1
           IF WRK-MES-OFFSET > ZEROS AND WRK-MES-OFFSET < 14
               MOVE 'S' TO WRK-MES-SALARIO(WRK-MES-OFFSET)
           END-IF.

      *-----------------------------------------------------
      *    UM EVENTO DO CLIENTE: O SCORE DO BUREAU MAIS RECENTE
      *    FICA (A ORDEM E POR DATA E HORA) E A RECUSA CONTA
      *-----------------------------------------------------
       3400-CONSOME-EVENTO.
           IF EVT-BUREAU
               MOVE 'S' TO WRK-TEM-BUREAU
               MOVE EVT-SCORE TO WRK-SCORE-BUREAU
           ELSE
               ADD 1 TO WRK-QTD-RECUSAS
           END-IF
           PERFORM 3860-LE-EVENTO.

      *-----------------------------------------------------
      *    CALCULA AS CINCO NOTAS (0 A 10), O SCORE
      *    COMPORTAMENTAL (MEDIA PELOS PESOS DAS NOTAS), O SCORE
      *    FINAL (COMPORTAMENTAL X BUREAU PELOS PESOS; SEM BUREAU
      *    OU COM PESO DO BUREAU ZERO, SO O COMPORTAMENTAL) E A
      *    DECISAO, COM OS CORTES DA TELA DE CREDITO
      *-----------------------------------------------------
       3500-CALCULA-SCORE.
           ADD 1 TO WRK-TOTAL-PONTUADOS
           COMPUTE WRK-SALDO-MEDIO ROUNDED =
               WRK-SOMA-SALDO-DIAS / WRK-DIAS-JANELA
           IF WRK-SALDO-MEDIO > ZEROS
               COMPUTE WRK-NOTA-CALC ROUNDED =
                   WRK-SALDO-MEDIO * 10 / WRK-SALDO-REF
           ELSE
               MOVE ZEROS TO WRK-NOTA-CALC
           END-IF
           PERFORM 3510-LIMITA-NOTA
           MOVE WRK-NOTA-CALC TO WRK-NOTA-SALDO
           COMPUTE WRK-NOTA-CALC ROUNDED =
               10 - WRK-DIAS-NEGATIVO * 10 / WRK-DIAS-REF
           PERFORM 3510-LIMITA-NOTA
           MOVE WRK-NOTA-CALC TO WRK-NOTA-NEGATIVO
           COMPUTE WRK-NOTA-CALC ROUNDED =
               10 - WRK-QTD-RECUSAS * 10 / WRK-RECUSAS-REF
           PERFORM 3510-LIMITA-NOTA
           MOVE WRK-NOTA-CALC TO WRK-NOTA-RECUSA
           MOVE ZEROS TO WRK-MESES-SALARIO
           PERFORM 3520-CONTA-MES-SALARIO
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 13
           IF WRK-MESES-SALARIO > WRK-MESES
               MOVE WRK-MESES TO WRK-MESES-SALARIO
           END-IF
           COMPUTE WRK-NOTA-CALC ROUNDED =
               WRK-MESES-SALARIO * 10 / WRK-MESES
           PERFORM 3510-LIMITA-NOTA
           MOVE WRK-NOTA-CALC TO WRK-NOTA-SALARIO
           MOVE ZEROS TO WRK-IDADE-MESES
           IF WRK-ABERTURA-MIN < WRK-DATA-HOJE-N
               COMPUTE WRK-IDADE-MESES =
                   (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
                    - FUNCTION INTEGER-OF-DATE(WRK-ABERTURA-MIN)) / 30
           END-IF
           COMPUTE WRK-NOTA-CALC ROUNDED =
               WRK-IDADE-MESES * 10 / WRK-IDADE-REF
           PERFORM 3510-LIMITA-NOTA
           MOVE WRK-NOTA-CALC TO WRK-NOTA-IDADE
           COMPUTE WRK-SOMA-PESOS = WRK-PESO-SALDO + WRK-PESO-NEGATIVO
               + WRK-PESO-RECUSA + WRK-PESO-SALARIO + WRK-PESO-IDADE
           COMPUTE WRK-SCORE-COMPORT ROUNDED =
               (WRK-NOTA-SALDO    * WRK-PESO-SALDO
              + WRK-NOTA-NEGATIVO * WRK-PESO-NEGATIVO
              + WRK-NOTA-RECUSA   * WRK-PESO-RECUSA
              + WRK-NOTA-SALARIO  * WRK-PESO-SALARIO
              + WRK-NOTA-IDADE    * WRK-PESO-IDADE) / WRK-SOMA-PESOS
           IF NOT TEM-BUREAU
               ADD 1 TO WRK-TOTAL-SEM-BUREAU
           END-IF
           IF TEM-BUREAU AND WRK-PESO-BUREAU > ZEROS
               COMPUTE WRK-SCORE-NOVO ROUNDED =
                   (WRK-SCORE-COMPORT * WRK-PESO-COMPORT
                  + WRK-SCORE-BUREAU  * WRK-PESO-BUREAU)
                  / (WRK-PESO-COMPORT + WRK-PESO-BUREAU)
           ELSE
               MOVE WRK-SCORE-COMPORT TO WRK-SCORE-NOVO
           END-IF
           IF WRK-SCORE-NOVO > 10
               MOVE 10 TO WRK-SCORE-NOVO
           END-IF
           IF WRK-SCORE-NOVO >= 6
               MOVE 'A' TO WRK-DECISAO-NOVA
           ELSE
               IF WRK-SCORE-NOVO >= 2
                   MOVE 'C' TO WRK-DECISAO-NOVA
               ELSE
                   MOVE 'N' TO WRK-DECISAO-NOVA
               END-IF
           END-IF.

       3510-LIMITA-NOTA.
           IF WRK-NOTA-CALC < ZEROS
               MOVE ZEROS TO WRK-NOTA-CALC
           END-IF
           IF WRK-NOTA-CALC > 10
               MOVE 10 TO WRK-NOTA-CALC
           END-IF.

       3520-CONTA-MES-SALARIO.
           IF WRK-MES-SALARIO(WRK-IDX) = 'S'
               ADD 1 TO WRK-MESES-SALARIO
           END-IF.

      *-----------------------------------------------------
      *    DECISAO QUE MUDA SAI NO RELATORIO ANTES DE QUALQUER
      *    GRAVACAO; NO MODO DE APLICACAO GRAVA O HISTORICO DE
      *    SCORE E REGRAVA O CADASTRO
      *-----------------------------------------------------
       3600-AVALIA-DECISAO.
           IF WRK-DECISAO-NOVA NOT = CLI-DECISAO-CREDITO
               ADD 1 TO WRK-TOTAL-MUDANCAS
               PERFORM 3610-IMPRIME-MUDANCA
           END-IF
           IF MODO-APLICA
               PERFORM 3700-APLICA-SCORE
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O CLIENTE CUJA DECISAO MUDA: SCORE E DECISAO
      *    ANTES E DEPOIS, AS METRICAS DA JANELA E O LIMITE DE
      *    CADA CONTA ABERTA ANTES E DEPOIS
      *-----------------------------------------------------
       3610-IMPRIME-MUDANCA.
           MOVE CLI-NUMERO          TO DET-CLIENTE
           MOVE CLI-NOME            TO DET-NOME
           MOVE CLI-SCORE-CREDITO   TO DET-SCORE-ANT
           MOVE CLI-DECISAO-CREDITO TO DET-DECISAO-ANT
           MOVE WRK-SCORE-NOVO      TO DET-SCORE-NOVO
           MOVE WRK-DECISAO-NOVA    TO DET-DECISAO-NOVA
           MOVE WRK-SCORE-COMPORT   TO DET-COMPORT
           IF TEM-BUREAU
               MOVE WRK-SCORE-BUREAU TO WRK-EDIT-SCORE
               MOVE WRK-EDIT-SCORE   TO DET-BUREAU
           ELSE
               MOVE ' -- '           TO DET-BUREAU
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-DET
           MOVE WRK-SALDO-MEDIO   TO MET-SALDO
           MOVE WRK-DIAS-NEGATIVO TO MET-DIAS
           MOVE WRK-QTD-RECUSAS   TO MET-RECUSAS
           MOVE WRK-MESES-SALARIO TO MET-SALARIOS
           MOVE WRK-MESES         TO MET-MESES
           MOVE WRK-IDADE-MESES   TO MET-IDADE
           WRITE REL-LINHA FROM WRK-LINHA-METRICAS
           PERFORM 3620-IMPRIME-LIMITE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CONTAS.

      *-----------------------------------------------------
      *    LIMITE DA CONTA ABERTA PELA DECISAO ATUAL E PELA NOVA.
      *    CONTA COM OVERRIDE DA SUPERVISAO FICA COMO ESTA
      *-----------------------------------------------------
       3620-IMPRIME-LIMITE.
           IF WRK-TCT-STATUS(WRK-IDX) = 'A'
               MOVE 'C'                        TO WRK-LIM-FUNCAO
               MOVE CLI-NUMERO                 TO WRK-LIM-CLIENTE
               MOVE WRK-TCT-SEQUENCIA(WRK-IDX) TO WRK-LIM-SEQUENCIA
               MOVE CLI-DECISAO-CREDITO        TO WRK-LIM-DECISAO
               CALL 'COB35-LIMITE' USING WRK-LIM-FUNCAO
                   WRK-LIM-CLIENTE WRK-LIM-SEQUENCIA WRK-LIM-DECISAO
                   WRK-LIM-VALOR WRK-LIM-ORIGEM
               MOVE WRK-LIM-VALOR TO WRK-LIM-ANTES
               IF WRK-LIM-ORIGEM = 'O'
                   ADD 1 TO WRK-TOTAL-OVERRIDE
                   MOVE 'OVERRIDE - NAO MUDA' TO LIM-OBS
               ELSE
                   MOVE 'C'              TO WRK-LIM-FUNCAO
                   MOVE WRK-DECISAO-NOVA TO WRK-LIM-DECISAO
                   CALL 'COB35-LIMITE' USING WRK-LIM-FUNCAO
                       WRK-LIM-CLIENTE WRK-LIM-SEQUENCIA
                       WRK-LIM-DECISAO WRK-LIM-VALOR WRK-LIM-ORIGEM
                   IF WRK-LIM-VALOR NOT = WRK-LIM-ANTES
                       ADD 1 TO WRK-TOTAL-LIM-MUDA
                   END-IF
                   MOVE SPACES TO LIM-OBS
               END-IF
               MOVE WRK-TCT-SEQUENCIA(WRK-IDX) TO LIM-SEQ
               MOVE WRK-LIM-ANTES              TO LIM-ANTES
               MOVE WRK-LIM-VALOR              TO LIM-DEPOIS
               WRITE REL-LINHA FROM WRK-LINHA-LIMITE
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O SCORE NO HISTORICO (ORIGEM C) E, SE O SCORE OU
      *    A DECISAO MUDARAM, REGRAVA O CLIENTE CARIMBANDO A
      *    ULTIMA ALTERACAO
      *-----------------------------------------------------
       3700-APLICA-SCORE.
           IF CLI-SCORE-CREDITO NOT = WRK-SCORE-NOVO
              OR CLI-DECISAO-CREDITO NOT = WRK-DECISAO-NOVA
               MOVE WRK-SCORE-NOVO   TO CLI-SCORE-CREDITO
               MOVE WRK-DECISAO-NOVA TO CLI-DECISAO-CREDITO
               MOVE WRK-DATA-HOJE-N  TO CLI-DATA-ULT-ALTER
               REWRITE CLIENTE-REC
               ADD 1 TO WRK-TOTAL-REGRAVADOS
           END-IF
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE WRK-DATA-HOJE-N     TO HIS-DATA
           MOVE WRK-HORA-AGORA(1:6) TO HIS-HORA
           MOVE CLI-NUMERO          TO HIS-CLIENTE
           MOVE 'COMPORTAMENTAL'    TO HIS-OPERADOR
           SET HIS-ORIGEM-COMPORT TO TRUE
           MOVE ZEROS               TO HIS-NOTA-PAGAMENTO
           MOVE ZEROS               TO HIS-NOTA-RENDA
           MOVE WRK-SCORE-NOVO      TO HIS-SCORE
           MOVE WRK-DECISAO-NOVA    TO HIS-DECISAO
           WRITE SCORE-HIS-REC
           ADD 1 TO WRK-TOTAL-HISTORICO.

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
      *    LE A PROXIMA CONTA NA ORDEM DA CHAVE
      *-----------------------------------------------------
       3850-LE-CONTA.
           IF WRK-FS-CONTA = '00'
               READ CONTA-MASTER NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-CONTA
                   NOT AT END
                       MOVE CTA-CLIENTE   TO WRK-CTA-CLIENTE
                       MOVE CTA-SEQUENCIA TO WRK-CTA-SEQUENCIA
               END-READ
           END-IF
           IF WRK-FS-CONTA NOT = '00'
               MOVE HIGH-VALUES TO WRK-CHAVE-CTA
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO EVENTO ORDENADO
      *-----------------------------------------------------
       3860-LE-EVENTO.
           IF WRK-FS-EVT-ORD = '00'
               READ ARQ-EVT-ORD
                   AT END
                       MOVE '10' TO WRK-FS-EVT-ORD
                   NOT AT END
                       MOVE EVT-CLIENTE TO WRK-EVT-CLIENTE
               END-READ
           END-IF
           IF WRK-FS-EVT-ORD NOT = '00'
               MOVE HIGH-VALUES TO WRK-CHAVE-EVT
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O RESUMO, ENCERRA OS ARQUIVOS E EXIBE TOTAIS
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CLIENTES LIDOS.............: ' TO RES-TITULO
           MOVE WRK-TOTAL-LIDOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'CLIENTES PONTUADOS.........: ' TO RES-TITULO
           MOVE WRK-TOTAL-PONTUADOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'PONTUADOS SEM BUREAU.......: ' TO RES-TITULO
           MOVE WRK-TOTAL-SEM-BUREAU TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'ATIVOS SEM CONTA...........: ' TO RES-TITULO
           MOVE WRK-TOTAL-SEM-CONTA TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'NAO ATIVOS (NAO TOCADOS)...: ' TO RES-TITULO
           MOVE WRK-TOTAL-NAO-ATIVOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'DECISAO MUDA...............: ' TO RES-TITULO
           MOVE WRK-TOTAL-MUDANCAS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'CONTAS COM LIMITE QUE MUDA.: ' TO RES-TITULO
           MOVE WRK-TOTAL-LIM-MUDA TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'CONTAS COM OVERRIDE........: ' TO RES-TITULO
           MOVE WRK-TOTAL-OVERRIDE TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'CADASTROS REGRAVADOS.......: ' TO RES-TITULO
           MOVE WRK-TOTAL-REGRAVADOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'GRAVADOS NO SCOREHIS.......: ' TO RES-TITULO
           MOVE WRK-TOTAL-HISTORICO TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           IF WRK-FS-CLIENTE NOT = '35'
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE RELATORIO
           DISPLAY 'CLIENTES PONTUADOS...: ' WRK-TOTAL-PONTUADOS
           DISPLAY 'DECISAO MUDA.........: ' WRK-TOTAL-MUDANCAS
           DISPLAY 'CADASTROS REGRAVADOS.: ' WRK-TOTAL-REGRAVADOS.
