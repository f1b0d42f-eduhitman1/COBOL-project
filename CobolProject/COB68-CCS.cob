       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB68-CCS.
      ********************************
      *OBJETIVO : ARQUIVO DIARIO DE INICIO E FIM DE RELACIONAMENTO
      *           POR CPF/CNPJ PARA O CCS DO BANCO CENTRAL (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA VIRADA DO DIA. ATE AQUI
      *            A COMPLIANCE MONTAVA O ARQUIVO DO CCS NA MAO A
      *            PARTIR DO CLIEXTR E DE LISTAGENS DO CTAMAST. O
      *            PASSO APURA OS RELACIONAMENTOS EM VIGOR (CADA
      *            CONTA ABERTA DO CTAMAST COM O TITULAR E CADA
      *            CO-TITULAR DO COTITUL, PELO CPF/CNPJ DO CLIMAST)
      *            E OS CASA COM O ULTIMO ESTADO INFORMADO
      *            (CCSANT, COPY CCSCTL, GERACAO ANTERIOR DA FOTO):
      *            RELACIONAMENTO NOVO SAI COMO INICIO, COM A DATA
      *            DE ABERTURA DA CONTA OU DE INCLUSAO DO
      *            CO-TITULAR; RELACIONAMENTO QUE SUMIU (CONTA
      *            ENCERRADA NO COB12-CONTAS, CO-TITULAR EXCLUIDO,
      *            DOCUMENTO CORRIGIDO) SAI COMO FIM NA DATA DE
      *            NEGOCIO. O ARQUIVO CCS (COPY CCS) LEVA
      *            CABECALHO COM O CNPJ BASE DO PARAMETRO CCSPARM
      *            E A SEQUENCIA DO ARQUIVO, E TRAILER DE
      *            CONTROLE. O ESTADO NOVO (CCSNOV) SO CONTEM O QUE
      *            FOI INFORMADO, ENTAO RERUN NAO REPETE EVENTO.
      *            CLIENTE COM CPF/CNPJ ZERADO (ANTERIOR AO
      *            CONTROLE) OU FORA DO CLIMAST E EXCECAO
      *            BLOQUEANTE: O RELACIONAMENTO FICA RETIDO, SAI
      *            LISTADO NO RELCCS ATE A CORRECAO DO CADASTRO E O
      *            PASSO E MARCADO COM RC 04 NO CONTROLE DO CICLO.
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

           SELECT ARQ-PARAMETRO ASSIGN TO "CCSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT ARQ-CONTROLE-ANT ASSIGN TO "CCSANT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL-ANT.

           SELECT ARQ-CONTROLE-NOVO ASSIGN TO "CCSNOV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL-NOVO.

           SELECT ARQ-CCS ASSIGN TO "CCS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CCS.

           SELECT WORK-SORT ASSIGN TO "CCSSORT".

           SELECT RELATORIO ASSIGN TO "RELCCS"
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

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-CNPJ-BASE        PIC 9(08).

       FD  ARQ-CONTROLE-ANT.
           COPY CCSCTL.

       FD  ARQ-CONTROLE-NOVO.
           COPY CCSCTL REPLACING ==CCSCTL-REC== BY ==NOV-REC==
                                 ==CCSCTL-CAB== BY ==NOV-CAB==
                                 LEADING ==CCT== BY ==NOV==.

       FD  ARQ-CCS.
           COPY CCS.

       SD  WORK-SORT.
           COPY CCSCTL REPLACING ==CCSCTL-REC== BY ==SRT-REC==
                                 ==CCSCTL-CAB== BY ==SRT-CAB==
                                 LEADING ==CCT== BY ==SRT==.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'CCS'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR        PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-CTL-ANT          PIC X(02) VALUE '00'.
       77  WRK-FS-CTL-NOVO         PIC X(02) VALUE '00'.
       77  WRK-FS-CCS              PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-CLIMAST         PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST          VALUE 'S'.
       77  WRK-SEM-COTITUL         PIC X(01) VALUE 'N'.
           88 SEM-COTITUL          VALUE 'S'.
       77  WRK-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR         VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-ACHOU-CLIENTE       PIC X(01) VALUE 'N'.
           88 ACHOU-CLIENTE        VALUE 'S'.
       77  WRK-DATA-ANTERIOR       PIC 9(08) VALUE ZEROS.
       77  WRK-SEQUENCIA           PIC 9(06) VALUE ZEROS.
       77  WRK-VINC-CLIENTE        PIC 9(06) VALUE ZEROS.
       77  WRK-VINC-TIPO           PIC X(01) VALUE SPACE.
       77  WRK-VINC-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-AGENCIA-CONTA       PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-CLIENTE         PIC 9(14) VALUE ZEROS.
       77  WRK-NOME-CLIENTE        PIC X(30) VALUE SPACES.
       77  WRK-MOTIVO              PIC X(22) VALUE SPACES.
       77  WRK-LIMITE-CPF          PIC 9(14) VALUE 99999999999.
       77  WRK-CONTAS-LIDAS        PIC 9(07) VALUE ZEROS.
       77  WRK-CONTAS-ABERTAS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-VIGOR         PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-MANTIDOS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-INICIOS       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-FINS          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-EVENTOS       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-EXCECOES      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-REGISTROS     PIC 9(07) VALUE ZEROS.

      *    PARAMETROS (PADROES VALEM SEM O CCSPARM)
       77  WRK-CNPJ-BASE           PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-DATA-FMT.
           05 WRK-ANO-FMT          PIC 9(04).
           05 WRK-MES-FMT          PIC 9(02).
           05 WRK-DIA-FMT          PIC 9(02).
       01  WRK-DATA-FMT-N REDEFINES WRK-DATA-FMT
                                   PIC 9(08).

      *    CHAVES DO CASAMENTO: RELACIONAMENTO EM VIGOR X ULTIMO
      *    ESTADO INFORMADO (MESMA ORDEM DE CCT-CHAVE)
       01  WRK-CHAVE-ATU           PIC X(29) VALUE SPACES.
       01  WRK-CHAVE-ANT           PIC X(29) VALUE SPACES.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(33) VALUE
              'CCS - RELACIONAMENTOS COM O SFN  '.
           05 FILLER               PIC X(11) VALUE 'DATA-BASE: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.
           05 FILLER               PIC X(12) VALUE '   ARQUIVO: '.
           05 HDR-SEQUENCIA        PIC ZZZZZ9.

       01  WRK-TITULO-EXCECOES     PIC X(80) VALUE
           'EXCECOES BLOQUEANTES - RELACIONAMENTO RETIDO ATE A CORRECA
      -    'O DO CADASTRO'.

       01  WRK-CAB-EXCECOES        PIC X(80) VALUE
           'AGEN CONTA     V CLIENTE NOME
      -    '         MOTIVO'.

       01  WRK-LINHA-EXCECAO.
           05 EXC-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-CONTA            PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EXC-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-VINCULO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EXC-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-MOTIVO           PIC X(22).

       01  WRK-TITULO-EVENTOS      PIC X(80) VALUE
           'EVENTOS DE INICIO E FIM DE RELACIONAMENTO INFORMADOS'.

       01  WRK-CAB-EVENTOS         PIC X(80) VALUE
           'EVENTO P CPF/CNPJ       V AGEN CONTA     TP INICIO     FIM
      -    ''.

       01  WRK-LINHA-EVENTO.
           05 EVT-EVENTO           PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-PESSOA           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-CPF-CNPJ         PIC 9(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-VINCULO          PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-CONTA            PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EVT-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-TIPO             PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-INICIO.
              10 EVT-INI-DIA       PIC 99.
              10 FILLER            PIC X(01) VALUE '/'.
              10 EVT-INI-MES       PIC 99.
              10 FILLER            PIC X(01) VALUE '/'.
              10 EVT-INI-ANO       PIC 9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVT-FIM.
              10 EVT-FIM-DIA       PIC 99.
              10 FILLER            PIC X(01) VALUE '/'.
              10 EVT-FIM-MES       PIC 99.
              10 FILLER            PIC X(01) VALUE '/'.
              10 EVT-FIM-ANO       PIC 9999.
           05 EVT-FIM-X REDEFINES EVT-FIM
                                   PIC X(10).

       01  WRK-LINHA-NENHUMA.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 NEN-TEXTO            PIC X(40).

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TOT-ROTULO           PIC X(35).
           05 TOT-QTD              PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
               PERFORM 1500-REPASSA-CONTROLE
           ELSE
               PERFORM 1000-INITIALIZE
               SORT WORK-SORT
                   ON ASCENDING KEY SRT-CHAVE
                   INPUT PROCEDURE 2000-APURA-RELACIONAMENTOS
                   OUTPUT PROCEDURE 3000-COMPARA-ESTADO
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
      *    (RC 04 QUANDO HOUVE EXCECAO BLOQUEANTE)
      *-----------------------------------------------------
       0200-ENCERRA-CICLO.
           MOVE 'F' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           IF WRK-TOTAL-EXCECOES > ZEROS
               MOVE 04 TO WRK-CICLO-RC
           END-IF
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    BUSCA A DATA DE NEGOCIO E O PARAMETRO, LE O CABECALHO
      *    DO ULTIMO ESTADO INFORMADO E ABRE AS SAIDAS COM OS
      *    CABECALHOS (SEQUENCIA DO ARQUIVO = ANTERIOR + 1)
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           PERFORM 1200-ABRE-ANTERIOR
           ADD 1 TO WRK-SEQUENCIA
           OPEN OUTPUT ARQ-CONTROLE-NOVO
           MOVE SPACES TO NOV-REC
           SET NOV-CAB-CONTROLE TO TRUE
           MOVE WRK-DATA-HOJE-N TO NOV-CAB-DATA
           MOVE WRK-SEQUENCIA   TO NOV-CAB-SEQUENCIA
           WRITE NOV-CAB
           OPEN OUTPUT ARQ-CCS
           MOVE SPACES TO CCS-CABECALHO
           SET CCS-REG-CABECALHO TO TRUE
           MOVE WRK-CNPJ-BASE   TO CCS-CAB-CNPJ-BASE
           MOVE WRK-DATA-HOJE-N TO CCS-CAB-DATA-BASE
           MOVE WRK-DATA-HOJE-N TO CCS-CAB-DATA-GERACAO
           MOVE WRK-SEQUENCIA   TO CCS-CAB-SEQUENCIA
           WRITE CCS-CABECALHO
           ADD 1 TO WRK-TOTAL-REGISTROS
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE  TO HDR-DIA
           MOVE WRK-MES-HOJE  TO HDR-MES
           MOVE WRK-ANO-HOJE  TO HDR-ANO
           MOVE WRK-SEQUENCIA TO HDR-SEQUENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO1
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
      *    LE O CNPJ BASE DA INSTITUICAO DO PARAMETRO (CCSPARM)
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-CNPJ-BASE NUMERIC
                           MOVE PRM-CNPJ-BASE TO WRK-CNPJ-BASE
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO CCSPARM - CNPJ BASE ZERADO'
           END-IF.

      *-----------------------------------------------------
      *    ABRE O ULTIMO ESTADO INFORMADO E LE O CABECALHO. SEM
      *    ESTADO ANTERIOR (PRIMEIRA EXECUCAO) TUDO O QUE ESTA EM
      *    VIGOR SAI COMO INICIO (CARGA INICIAL DO CCS)
      *-----------------------------------------------------
       1200-ABRE-ANTERIOR.
           MOVE 'N' TO WRK-TEM-ANTERIOR
           MOVE ZEROS TO WRK-DATA-ANTERIOR WRK-SEQUENCIA
           MOVE HIGH-VALUES TO WRK-CHAVE-ANT
           OPEN INPUT ARQ-CONTROLE-ANT
           IF WRK-FS-CTL-ANT = '00'
               MOVE 'S' TO WRK-TEM-ANTERIOR
               READ ARQ-CONTROLE-ANT
                   AT END
                       MOVE '10' TO WRK-FS-CTL-ANT
                   NOT AT END
                       IF CCT-CAB-CONTROLE
                           MOVE CCT-CAB-DATA      TO WRK-DATA-ANTERIOR
                           MOVE CCT-CAB-SEQUENCIA TO WRK-SEQUENCIA
                       END-IF
               END-READ
               IF WRK-FS-CTL-ANT = '00'
                   PERFORM 3900-LE-ANTERIOR
               END-IF
           END-IF
           IF NOT TEM-ANTERIOR
               DISPLAY 'SEM ESTADO ANTERIOR DO CCS - CARGA INICIAL'
           ELSE
               DISPLAY 'ULTIMO ESTADO INFORMADO: ' WRK-DATA-ANTERIOR
                   ' ARQUIVO ' WRK-SEQUENCIA
               IF WRK-DATA-ANTERIOR = WRK-DATA-HOJE-N
                   DISPLAY 'ESTADO JA ATUALIZADO NESTA DATA - SO '
                       'DIFERENCAS NOVAS SERAO INFORMADAS'
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    PASSO PULADO: O ESTADO INFORMADO PASSA INTACTO PARA A
      *    GERACAO NOVA, PARA A NOITE SEGUINTE NAO PERDER A BASE
      *-----------------------------------------------------
       1500-REPASSA-CONTROLE.
           OPEN OUTPUT ARQ-CONTROLE-NOVO
           OPEN OUTPUT ARQ-CCS
           OPEN INPUT ARQ-CONTROLE-ANT
           IF WRK-FS-CTL-ANT = '00'
               PERFORM 1510-COPIA-CONTROLE
                   UNTIL WRK-FS-CTL-ANT NOT = '00'
               CLOSE ARQ-CONTROLE-ANT
           END-IF
           CLOSE ARQ-CONTROLE-NOVO
           CLOSE ARQ-CCS.

      *-----------------------------------------------------
      *    COPIA UMA LINHA DO ESTADO ANTERIOR PARA O NOVO
      *-----------------------------------------------------
       1510-COPIA-CONTROLE.
           READ ARQ-CONTROLE-ANT
               AT END
                   MOVE '10' TO WRK-FS-CTL-ANT
               NOT AT END
                   MOVE CCSCTL-REC TO NOV-REC
                   WRITE NOV-REC
           END-READ.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: VARRE AS CONTAS E SOLTA OS
      *    RELACIONAMENTOS DAS ABERTAS; AS EXCECOES BLOQUEANTES
      *    SAEM NO RELATORIO NESTA MESMA PASSADA
      *-----------------------------------------------------
       2000-APURA-RELACIONAMENTOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-TITULO-EXCECOES
           WRITE REL-LINHA FROM WRK-CAB-EXCECOES
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA = '00'
               PERFORM 2100-LER-CONTA
                   UNTIL WRK-FS-CONTA NOT = '00'
               CLOSE CONTA-MASTER
           ELSE
               DISPLAY 'ARQUIVO DE CONTAS INDISPONIVEL: '
                   WRK-FS-CONTA
           END-IF
           IF WRK-TOTAL-EXCECOES = ZEROS
               MOVE 'NENHUMA EXCECAO' TO NEN-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-NENHUMA
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA CONTA; SO CONTA ABERTA TEM RELACIONAMENTO
      *    EM VIGOR
      *-----------------------------------------------------
       2100-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   ADD 1 TO WRK-CONTAS-LIDAS
                   IF CTA-ABERTA
                       ADD 1 TO WRK-CONTAS-ABERTAS
                       PERFORM 2200-SOLTA-CONTA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    SOLTA O TITULAR DA CONTA (A AGENCIA DA CONTA E A DO
      *    TITULAR NO CLIMAST) E OS CO-TITULARES DO COTITUL
      *-----------------------------------------------------
       2200-SOLTA-CONTA.
           MOVE CTA-CLIENTE       TO WRK-VINC-CLIENTE
           MOVE 'T'               TO WRK-VINC-TIPO
           MOVE CTA-DATA-ABERTURA TO WRK-VINC-INICIO
           PERFORM 2300-BUSCA-CLIENTE
           MOVE ZEROS TO WRK-AGENCIA-CONTA
           IF ACHOU-CLIENTE
               MOVE CLI-AGENCIA TO WRK-AGENCIA-CONTA
           END-IF
           PERFORM 2400-SOLTA-VINCULO
           IF NOT SEM-COTITUL
               MOVE CTA-CLIENTE   TO COT-CLIENTE
               MOVE CTA-SEQUENCIA TO COT-SEQUENCIA
               MOVE ZEROS         TO COT-COTITULAR
               MOVE '00' TO WRK-FS-COTITULAR
               START ARQ-COTITULAR KEY IS NOT LESS THAN COT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-COTITULAR
               END-START
               PERFORM 2500-LER-COTITULAR
                   UNTIL WRK-FS-COTITULAR NOT = '00'
           END-IF.

      *-----------------------------------------------------
      *    BUSCA NO CLIMAST O CLIENTE DO VINCULO (NOME E
      *    DOCUMENTO)
      *-----------------------------------------------------
       2300-BUSCA-CLIENTE.
           MOVE 'N' TO WRK-ACHOU-CLIENTE
           MOVE ZEROS TO WRK-CPF-CLIENTE
           MOVE 'CLIENTE NAO CADASTRADO' TO WRK-NOME-CLIENTE
           IF NOT SEM-CLIMAST
               MOVE WRK-VINC-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-ACHOU-CLIENTE
                       MOVE CLI-NOME TO WRK-NOME-CLIENTE
                       IF CLI-CPF-CNPJ NUMERIC
                           MOVE CLI-CPF-CNPJ TO WRK-CPF-CLIENTE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    SOLTA O RELACIONAMENTO PARA O SORT, OU O LISTA COMO
      *    EXCECAO BLOQUEANTE QUANDO NAO HA DOCUMENTO A INFORMAR
      *-----------------------------------------------------
       2400-SOLTA-VINCULO.
           EVALUATE TRUE
               WHEN NOT ACHOU-CLIENTE
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO
                   PERFORM 2410-LISTA-EXCECAO
               WHEN WRK-CPF-CLIENTE = ZEROS
                   MOVE 'CPF/CNPJ ZERADO' TO WRK-MOTIVO
                   PERFORM 2410-LISTA-EXCECAO
               WHEN OTHER
                   MOVE SPACES TO SRT-REC
                   MOVE WRK-CPF-CLIENTE   TO SRT-CPF-CNPJ
                   MOVE CTA-CLIENTE       TO SRT-CONTA-CLIENTE
                   MOVE CTA-SEQUENCIA     TO SRT-CONTA-SEQ
                   MOVE WRK-VINC-TIPO     TO SRT-VINCULO
                   MOVE WRK-VINC-CLIENTE  TO SRT-CLIENTE
                   MOVE WRK-AGENCIA-CONTA TO SRT-AGENCIA
                   MOVE CTA-TIPO          TO SRT-CONTA-TIPO
                   MOVE WRK-VINC-INICIO   TO SRT-DATA-INICIO
                   RELEASE SRT-REC
                   ADD 1 TO WRK-TOTAL-VIGOR
           END-EVALUATE.

      *-----------------------------------------------------
      *    IMPRIME UMA EXCECAO BLOQUEANTE
      *-----------------------------------------------------
       2410-LISTA-EXCECAO.
           MOVE WRK-AGENCIA-CONTA TO EXC-AGENCIA
           MOVE CTA-CLIENTE       TO EXC-CONTA
           MOVE CTA-SEQUENCIA     TO EXC-SEQ
           MOVE WRK-VINC-TIPO     TO EXC-VINCULO
           MOVE WRK-VINC-CLIENTE  TO EXC-CLIENTE
           MOVE WRK-NOME-CLIENTE  TO EXC-NOME
           MOVE WRK-MOTIVO        TO EXC-MOTIVO
           WRITE REL-LINHA FROM WRK-LINHA-EXCECAO
           ADD 1 TO WRK-TOTAL-EXCECOES.

      *-----------------------------------------------------
      *    LE O PROXIMO CO-TITULAR ATE MUDAR DE CONTA (DATA DE
      *    INCLUSAO ZERADA VALE A ABERTURA DA CONTA)
      *-----------------------------------------------------
       2500-LER-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   IF COT-CLIENTE NOT = CTA-CLIENTE
                      OR COT-SEQUENCIA NOT = CTA-SEQUENCIA
                       MOVE '10' TO WRK-FS-COTITULAR
                   ELSE
                       MOVE COT-COTITULAR TO WRK-VINC-CLIENTE
                       MOVE 'C' TO WRK-VINC-TIPO
                       MOVE CTA-DATA-ABERTURA TO WRK-VINC-INICIO
                       IF COT-DATA-INCLUSAO NUMERIC
                          AND COT-DATA-INCLUSAO > ZEROS
                           MOVE COT-DATA-INCLUSAO TO WRK-VINC-INICIO
                       END-IF
                       PERFORM 2300-BUSCA-CLIENTE
                       PERFORM 2400-SOLTA-VINCULO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: CASA OS RELACIONAMENTOS EM
      *    VIGOR COM O ULTIMO ESTADO INFORMADO E GRAVA OS EVENTOS
      *    E O ESTADO NOVO
      *-----------------------------------------------------
       3000-COMPARA-ESTADO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-TITULO-EVENTOS
           WRITE REL-LINHA FROM WRK-CAB-EVENTOS
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 3100-RETORNA-SORT
           PERFORM 3200-CASA-RELACIONAMENTO UNTIL FIM-SORT
           MOVE HIGH-VALUES TO WRK-CHAVE-ATU
           PERFORM 3300-ENCERRA-ANTERIOR
               UNTIL WRK-CHAVE-ANT = HIGH-VALUES
           IF WRK-TOTAL-EVENTOS = ZEROS
               MOVE 'NENHUM EVENTO A INFORMAR' TO NEN-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-NENHUMA
           END-IF.

      *-----------------------------------------------------
      *    DEVOLVE O PROXIMO RELACIONAMENTO EM VIGOR ORDENADO
      *-----------------------------------------------------
       3100-RETORNA-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
               NOT AT END
                   MOVE SRT-CHAVE TO WRK-CHAVE-ATU
           END-RETURN.

      *-----------------------------------------------------
      *    O QUE FICOU PARA TRAS NO ESTADO ANTERIOR TERMINOU; O
      *    QUE JA ESTAVA NELE CONTINUA COM A DATA DE INICIO JA
      *    INFORMADA; O QUE NAO ESTAVA COMECOU
      *-----------------------------------------------------
       3200-CASA-RELACIONAMENTO.
           PERFORM 3300-ENCERRA-ANTERIOR
               UNTIL WRK-CHAVE-ANT NOT < WRK-CHAVE-ATU
           MOVE SRT-REC TO NOV-REC
           IF WRK-CHAVE-ANT = WRK-CHAVE-ATU
               MOVE CCT-DATA-INICIO TO NOV-DATA-INICIO
               ADD 1 TO WRK-TOTAL-MANTIDOS
               PERFORM 3900-LE-ANTERIOR
           ELSE
               PERFORM 3210-INFORMA-INICIO
           END-IF
           WRITE NOV-REC
           PERFORM 3100-RETORNA-SORT.

      *-----------------------------------------------------
      *    MONTA O EVENTO DE INICIO DO RELACIONAMENTO NOVO
      *-----------------------------------------------------
       3210-INFORMA-INICIO.
           MOVE SPACES TO CCS-DETALHE
           SET CCS-REG-DETALHE TO TRUE
           SET CCS-INICIO TO TRUE
           MOVE SRT-CPF-CNPJ      TO CCS-CPF-CNPJ
           MOVE SRT-VINCULO       TO CCS-VINCULO
           MOVE SRT-AGENCIA       TO CCS-AGENCIA
           MOVE SRT-CONTA-CLIENTE TO CCS-CONTA
           MOVE SRT-CONTA-SEQ     TO CCS-CONTA-SEQ
           MOVE SRT-CONTA-TIPO    TO CCS-CONTA-TIPO
           MOVE SRT-DATA-INICIO   TO CCS-DATA-INICIO
           MOVE ZEROS             TO CCS-DATA-FIM
           ADD 1 TO WRK-TOTAL-INICIOS
           PERFORM 3500-GRAVA-EVENTO.

      *-----------------------------------------------------
      *    RELACIONAMENTO DO ESTADO ANTERIOR QUE NAO ESTA MAIS EM
      *    VIGOR: EVENTO DE FIM NA DATA DE NEGOCIO
      *-----------------------------------------------------
       3300-ENCERRA-ANTERIOR.
           MOVE SPACES TO CCS-DETALHE
           SET CCS-REG-DETALHE TO TRUE
           SET CCS-FIM TO TRUE
           MOVE CCT-CPF-CNPJ      TO CCS-CPF-CNPJ
           MOVE CCT-VINCULO       TO CCS-VINCULO
           MOVE CCT-AGENCIA       TO CCS-AGENCIA
           MOVE CCT-CONTA-CLIENTE TO CCS-CONTA
           MOVE CCT-CONTA-SEQ     TO CCS-CONTA-SEQ
           MOVE CCT-CONTA-TIPO    TO CCS-CONTA-TIPO
           MOVE CCT-DATA-INICIO   TO CCS-DATA-INICIO
           MOVE WRK-DATA-HOJE-N   TO CCS-DATA-FIM
           ADD 1 TO WRK-TOTAL-FINS
           PERFORM 3500-GRAVA-EVENTO
           PERFORM 3900-LE-ANTERIOR.

      *-----------------------------------------------------
      *    COMPLETA O TIPO DE PESSOA, GRAVA O EVENTO NO ARQUIVO
      *    CCS E O IMPRIME NO RELATORIO
      *-----------------------------------------------------
       3500-GRAVA-EVENTO.
           IF CCS-CPF-CNPJ > WRK-LIMITE-CPF
               SET CCS-PESSOA-JURIDICA TO TRUE
           ELSE
               SET CCS-PESSOA-FISICA TO TRUE
           END-IF
           WRITE CCS-DETALHE
           ADD 1 TO WRK-TOTAL-EVENTOS WRK-TOTAL-REGISTROS
           IF CCS-INICIO
               MOVE 'INICIO' TO EVT-EVENTO
           ELSE
               MOVE 'FIM' TO EVT-EVENTO
           END-IF
           MOVE CCS-TIPO-PESSOA TO EVT-PESSOA
           MOVE CCS-CPF-CNPJ    TO EVT-CPF-CNPJ
           MOVE CCS-VINCULO     TO EVT-VINCULO
           MOVE CCS-AGENCIA     TO EVT-AGENCIA
           MOVE CCS-CONTA       TO EVT-CONTA
           MOVE CCS-CONTA-SEQ   TO EVT-SEQ
           MOVE CCS-CONTA-TIPO  TO EVT-TIPO
           MOVE CCS-DATA-INICIO TO WRK-DATA-FMT-N
           MOVE WRK-DIA-FMT TO EVT-INI-DIA
           MOVE WRK-MES-FMT TO EVT-INI-MES
           MOVE WRK-ANO-FMT TO EVT-INI-ANO
           IF CCS-FIM
               MOVE CCS-DATA-FIM TO WRK-DATA-FMT-N
               MOVE WRK-DIA-FMT TO EVT-FIM-DIA
               MOVE WRK-MES-FMT TO EVT-FIM-MES
               MOVE WRK-ANO-FMT TO EVT-FIM-ANO
           ELSE
               MOVE SPACES TO EVT-FIM-X
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-EVENTO.

      *-----------------------------------------------------
      *    LE O PROXIMO RELACIONAMENTO DO ESTADO ANTERIOR (FIM
      *    DO ARQUIVO = CHAVE ALTA)
      *-----------------------------------------------------
       3900-LE-ANTERIOR.
           IF NOT TEM-ANTERIOR OR WRK-FS-CTL-ANT NOT = '00'
               MOVE HIGH-VALUES TO WRK-CHAVE-ANT
           ELSE
               READ ARQ-CONTROLE-ANT
                   AT END
                       MOVE '10' TO WRK-FS-CTL-ANT
                       MOVE HIGH-VALUES TO WRK-CHAVE-ANT
                   NOT AT END
                       MOVE CCT-CHAVE TO WRK-CHAVE-ANT
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O TRAILER DO ARQUIVO CCS, FECHA OS ARQUIVOS E
      *    IMPRIME OS TOTAIS DE CONTROLE
      *-----------------------------------------------------
       9000-FINALIZE.
           ADD 1 TO WRK-TOTAL-REGISTROS
           MOVE SPACES TO CCS-TRAILER
           SET CCS-REG-TRAILER TO TRUE
           MOVE WRK-TOTAL-REGISTROS TO CCS-TRL-QTD-REGISTROS
           MOVE WRK-TOTAL-EVENTOS   TO CCS-TRL-QTD-EVENTOS
           MOVE WRK-TOTAL-INICIOS   TO CCS-TRL-QTD-INICIOS
           MOVE WRK-TOTAL-FINS      TO CCS-TRL-QTD-FINS
           WRITE CCS-TRAILER
           CLOSE ARQ-CCS
           CLOSE ARQ-CONTROLE-NOVO
           IF TEM-ANTERIOR
               CLOSE ARQ-CONTROLE-ANT
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF
           IF NOT SEM-COTITUL
               CLOSE ARQ-COTITULAR
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONTAS LIDAS DO CTAMAST...........' TO TOT-ROTULO
           MOVE WRK-CONTAS-LIDAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CONTAS ABERTAS....................' TO TOT-ROTULO
           MOVE WRK-CONTAS-ABERTAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'RELACIONAMENTOS EM VIGOR..........' TO TOT-ROTULO
           MOVE WRK-TOTAL-VIGOR TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE '  JA INFORMADOS (MANTIDOS)........' TO TOT-ROTULO
           MOVE WRK-TOTAL-MANTIDOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE '  INICIOS INFORMADOS..............' TO TOT-ROTULO
           MOVE WRK-TOTAL-INICIOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'FINS INFORMADOS...................' TO TOT-ROTULO
           MOVE WRK-TOTAL-FINS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'EXCECOES BLOQUEANTES (RETIDOS)....' TO TOT-ROTULO
           MOVE WRK-TOTAL-EXCECOES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           DISPLAY 'ARQUIVO CCS GERADO: SEQUENCIA ' WRK-SEQUENCIA
           DISPLAY 'INICIOS INFORMADOS: ' WRK-TOTAL-INICIOS
           DISPLAY 'FINS INFORMADOS...: ' WRK-TOTAL-FINS
           IF WRK-TOTAL-EXCECOES > ZEROS
               DISPLAY 'EXCECOES BLOQUEANTES: ' WRK-TOTAL-EXCECOES
                   ' - RELACIONAMENTOS RETIDOS, VER RELCCS'
           END-IF.
