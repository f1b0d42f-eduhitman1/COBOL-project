       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB74-ANONIMIZA.
      ********************************
      *OBJETIVO : RETENCAO LGPD - ANONIMIZACAO ANUAL DOS CLIENTES
      *           EXPURGADOS HA MAIS DE N ANOS (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO JOB ANUAL
      *            (CLIANUAL) DEPOIS DO EXPURGO. O ARQUIVO MORTO
      *            (CLIARQ) GUARDAVA PARA SEMPRE NOME, ENDERECO E
      *            DOCUMENTO DE QUEM JA NAO E CLIENTE. PASSADOS N
      *            ANOS DO EXPURGO (PARAMETRO LGPDPARM; SEM
      *            PARAMETRO VALEM 5 ANOS) O CLIENTE EXPURGADO
      *            (STATUS E) PERDE NOME, ENDERECO, CPF/CNPJ E
      *            DADOS DE CREDITO, FICA SO COM NUMERO, AGENCIA E
      *            DATAS, GANHA A DATA DA ANONIMIZACAO E PASSA A
      *            STATUS X. OS CONTATOS DELE (CONTATO) SAO
      *            APAGADOS; AS LINHAS DO HISTORICO DE SCORE
      *            (SCOREHIS) E AS IMAGENS DO JORNAL (CLIJORN) ATE
      *            A DATA DO EXPURGO SAO LIMPAS NO PROPRIO
      *            ARQUIVO, QUE E REGRAVADO POR UM TEMPORARIO,
      *            PRESERVANDO DATA, HORA, OPERADOR E OPERACAO DA
      *            TRILHA DE AUDITORIA. LINHAS POSTERIORES AO
      *            EXPURGO SAO DE OUTRO CLIENTE COM O MESMO NUMERO
      *            E NAO SAO MEXIDAS. REGISTRO DO MORTO AINDA COM
      *            STATUS I (ARQUIVADO ANTES DO CONTROLE, SEM DATA
      *            DE EXPURGO) RECEBE AGORA A DATA DO EXPURGO E O
      *            PRAZO COMECA A CONTAR DA EXECUCAO. O RELANON
      *            LISTA, POR CLIENTE, O QUE FOI APAGADO, COM OS
      *            TOTAIS DE CONTROLE. REPROCESSAR NAO APAGA NADA
      *            DE NOVO NEM REPETE LINHA NO RELATORIO.
      * 2026-10-15 IVN - O HISTORICO DE AVISOS (NOTIFHIS) GUARDAVA O
      *            TELEFONE OU E-MAIL DO ANONIMIZADO: O DESTINO DOS
      *            AVISOS ATE A DATA DO EXPURGO E APAGADO PELO
      *            TEMPORARIO NOTIFTMP E CONTADO NO RELANON (COLUNA
      *            AVISOS E TOTAL DE CONTROLE). A LINHA DO JORNAL
      *            DE RECHAVEACAO NA UNIFICACAO (OPERACAO U) SO TEM
      *            CHAVES E NAO E LIMPA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-MORTO ASSIGN TO "CLIARQ"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO OF ARQ-REC
               FILE STATUS IS WRK-FS-MORTO.

           SELECT ARQ-CONTATO ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTATO.

           SELECT ARQ-SCOREHIS ASSIGN TO "SCOREHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCOREHIS.

           SELECT ARQ-SCORE-TEMP ASSIGN TO "SCORTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-SCORE-TEMP.

           SELECT ARQ-JORNAL ASSIGN TO "CLIJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT ARQ-JORNAL-TEMP ASSIGN TO "JORNTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL-TEMP.

           SELECT ARQ-NOTIFHIS ASSIGN TO "NOTIFHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFHIS.

           SELECT ARQ-NOTIF-TEMP ASSIGN TO "NOTIFTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIF-TEMP.

           SELECT ARQ-PARAMETRO ASSIGN TO "LGPDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT WORK-SORT ASSIGN TO "ANONSORT".

           SELECT RELATORIO ASSIGN TO "RELANON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MORTO.
           COPY CLIENTE REPLACING ==CLIENTE-REC== BY ==ARQ-REC==.

       FD  ARQ-CONTATO.
           COPY CONTATO.

       FD  ARQ-SCOREHIS.
           COPY SCOREHIS.

       FD  ARQ-SCORE-TEMP.
           COPY SCOREHIS REPLACING ==SCORE-HIS-REC== BY ==TMP-HIS-REC==
                                   LEADING ==HIS== BY ==THS==.

       FD  ARQ-JORNAL.
           COPY JORNAL.

       FD  ARQ-JORNAL-TEMP.
           COPY JORNAL REPLACING ==JORNAL-REC== BY ==TMP-JRN-REC==
                                 LEADING ==JRN== BY ==TJR==.

       FD  ARQ-NOTIFHIS.
       01  NHS-LINHA                PIC X(150).

       FD  ARQ-NOTIF-TEMP.
       01  TMP-NHS-LINHA            PIC X(150).

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA               PIC 9(02).

      *    UM EVENTO POR CLIENTE E TIPO DE DADO APAGADO
       SD  WORK-SORT.
       01  SRT-REC.
           05 SRT-CLIENTE           PIC 9(06).
           05 SRT-TIPO              PIC X(01).
              88 SRT-CADASTRO       VALUE 'C'.
              88 SRT-JORNAL         VALUE 'J'.
              88 SRT-SCORE          VALUE 'S'.
              88 SRT-CONTATOS       VALUE 'T'.
              88 SRT-AVISOS         VALUE 'N'.
           05 SRT-AGENCIA           PIC 9(04).
           05 SRT-DATA-EXPURGO      PIC 9(08).
           05 SRT-QTD               PIC 9(05).
           05 SRT-CAMPOS            PIC X(22).

       FD  RELATORIO.
       01  REL-LINHA                PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-MORTO             PIC X(02) VALUE '00'.
       77  WRK-FS-CONTATO           PIC X(02) VALUE '00'.
       77  WRK-FS-SCOREHIS          PIC X(02) VALUE '00'.
       77  WRK-FS-SCORE-TEMP        PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL            PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL-TEMP       PIC X(02) VALUE '00'.
       77  WRK-FS-NOTIFHIS          PIC X(02) VALUE '00'.
       77  WRK-FS-NOTIF-TEMP        PIC X(02) VALUE '00'.
       77  WRK-FS-PARM              PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO         PIC X(02) VALUE '00'.
       77  WRK-ANOS-RETENCAO        PIC 9(02) VALUE 05.
       77  WRK-SEM-CONTATO          PIC X(01) VALUE 'N'.
           88 SEM-CONTATO           VALUE 'S'.
       77  WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88 FIM-SORT              VALUE 'S'.
       77  WRK-QTD-CONTATOS         PIC 9(05) VALUE ZEROS.
       77  WRK-CLIENTE-QUEBRA       PIC 9(06) VALUE ZEROS.

      *    ULTIMO CLIENTE PROCURADO NO MORTO PELO SCOREHIS, PELO
      *    JORNAL E PELOS AVISOS (AS LINHAS DE UM CLIENTE
      *    COSTUMAM VIR JUNTAS)
       77  WRK-CACHE-CLIENTE        PIC 9(06) VALUE ZEROS.
       77  WRK-CACHE-ANONIMIZADO    PIC X(01) VALUE 'N'.
           88 CACHE-ANONIMIZADO     VALUE 'S'.
       77  WRK-CACHE-AGENCIA        PIC 9(04) VALUE ZEROS.
       77  WRK-CACHE-EXPURGO        PIC 9(08) VALUE ZEROS.

      *    IMAGENS DO JORNAL ANTES DE LIMPAR, PARA SO CONTAR
      *    A LINHA QUE DE FATO MUDOU
       77  WRK-ANTES-ORIGINAL       PIC X(150) VALUE SPACES.
       77  WRK-DEPOIS-ORIGINAL      PIC X(150) VALUE SPACES.

      *    CONTADORES DE CONTROLE
       77  WRK-TOTAL-LIDOS          PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ANONIMIZADOS   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-JA-ANONIM      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-AGUARDANDO     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DATADOS        PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CONTATOS       PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SCORES         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-JORNAL         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-AVISOS         PIC 9(06) VALUE ZEROS.

      *    ACUMULADORES DO CLIENTE NA SAIDA DO SORT
       77  WRK-ACU-AGENCIA          PIC 9(04) VALUE ZEROS.
       77  WRK-ACU-EXPURGO          PIC 9(08) VALUE ZEROS.
       77  WRK-ACU-CAMPOS           PIC X(22) VALUE SPACES.
       77  WRK-ACU-CONTATOS         PIC 9(05) VALUE ZEROS.
       77  WRK-ACU-SCORES           PIC 9(05) VALUE ZEROS.
       77  WRK-ACU-JORNAL           PIC 9(05) VALUE ZEROS.
       77  WRK-ACU-AVISOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QTD-CLIENTES-REL     PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE          PIC 9(04).
           05 WRK-MES-HOJE          PIC 9(02).
           05 WRK-DIA-HOJE          PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                    PIC 9(08).

       01  WRK-DATA-CORTE.
           05 WRK-ANO-CORTE         PIC 9(04).
           05 WRK-MES-CORTE         PIC 9(02).
           05 WRK-DIA-CORTE         PIC 9(02).
       01  WRK-DATA-CORTE-N REDEFINES WRK-DATA-CORTE
                                    PIC 9(08).

       01  WRK-DATA-FMT.
           05 WRK-ANO-FMT           PIC 9(04).
           05 WRK-MES-FMT           PIC 9(02).
           05 WRK-DIA-FMT           PIC 9(02).
       01  WRK-DATA-FMT-N REDEFINES WRK-DATA-FMT
                                    PIC 9(08).

      *    IMAGENS DO CLIENTE E DO CONTATO GRAVADAS NO JORNAL
           COPY CLIENTE REPLACING ==CLIENTE-REC==
                               BY ==WRK-IMAGEM-CLIENTE==.
           COPY CONTATO REPLACING ==CONTATO-REC==
                               BY ==WRK-IMAGEM-CONTATO==
                                  LEADING ==CON== BY ==IMC==.

      *    LINHA DO HISTORICO DE AVISOS
           COPY NOTIFIC.

       01  WRK-CABECALHO1.
           05 FILLER                PIC X(44) VALUE
              'RETENCAO LGPD - ANONIMIZACAO DE EXPURGADOS  '.
           05 FILLER                PIC X(08) VALUE '  DATA: '.
           05 HDR-DIA               PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 HDR-MES               PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 HDR-ANO               PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER                PIC X(20) VALUE
              'PRAZO DE RETENCAO: '.
           05 HDR-ANOS              PIC Z9.
           05 FILLER                PIC X(24) VALUE
              ' ANOS - EXPURGADOS ATE: '.
           05 HDR-CORTE-DIA         PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 HDR-CORTE-MES         PIC 99.
           05 FILLER                PIC X(01) VALUE '/'.
           05 HDR-CORTE-ANO         PIC 9999.

       01  WRK-CABECALHO3           PIC X(80) VALUE
           'CLIENTE AGEN EXPURGO    DADOS APAGADOS         CONTATOS S
      -    'CORES JORNAL  AVISOS'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE           PIC ZZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-AGENCIA           PIC 9(04).
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-EXPURGO.
              10 DET-EXP-DIA        PIC 99.
              10 FILLER             PIC X(01) VALUE '/'.
              10 DET-EXP-MES        PIC 99.
              10 FILLER             PIC X(01) VALUE '/'.
              10 DET-EXP-ANO        PIC 9999.
           05 FILLER                PIC X(01) VALUE SPACE.
           05 DET-CAMPOS            PIC X(22).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DET-CONTATOS          PIC ZZZZ9.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DET-SCORES            PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-JORNAL            PIC ZZZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DET-AVISOS            PIC ZZZZ9.

       01  WRK-LINHA-NENHUMA.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 NEN-TEXTO             PIC X(40).

       01  WRK-LINHA-TOTAL.
           05 FILLER                PIC X(05) VALUE SPACES.
           05 TOT-ROTULO            PIC X(40).
           05 TOT-QTD               PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF WRK-FS-MORTO = '00'
               SORT WORK-SORT
                   ON ASCENDING KEY SRT-CLIENTE SRT-TIPO
                   INPUT PROCEDURE 2000-ANONIMIZA
                   OUTPUT PROCEDURE 3000-IMPRIME-CLIENTES
               CLOSE ARQ-MORTO
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------
      *    LE O PARAMETRO DE ANOS, CALCULA A DATA DE CORTE DO
      *    EXPURGO E ABRE O ARQUIVO MORTO E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           PERFORM 1100-LER-PARAMETRO
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           MOVE WRK-DATA-HOJE TO WRK-DATA-CORTE
           COMPUTE WRK-ANO-CORTE = WRK-ANO-HOJE - WRK-ANOS-RETENCAO
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-ANOS-RETENCAO TO HDR-ANOS
           MOVE WRK-DIA-CORTE TO HDR-CORTE-DIA
           MOVE WRK-MES-CORTE TO HDR-CORTE-MES
           MOVE WRK-ANO-CORTE TO HDR-CORTE-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO2
           OPEN I-O ARQ-MORTO
           IF WRK-FS-MORTO NOT = '00'
               DISPLAY 'ARQUIVO MORTO INDISPONIVEL - NADA A '
                   'ANONIMIZAR: ' WRK-FS-MORTO
           END-IF.

      *-----------------------------------------------------
      *    LE O PARAMETRO DE ANOS DE RETENCAO (LGPDPARM).
      *    SEM ARQUIVO OU PARAMETRO INVALIDO VALEM 5 ANOS
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-LINHA NUMERIC AND PARM-LINHA > 0
                           MOVE PARM-LINHA TO WRK-ANOS-RETENCAO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: ANONIMIZA O CADASTRO NO
      *    MORTO E APAGA OS CONTATOS; DEPOIS LIMPA O
      *    HISTORICO DE SCORE, O JORNAL E O HISTORICO DE
      *    AVISOS DOS ANONIMIZADOS
      *-----------------------------------------------------
       2000-ANONIMIZA.
           MOVE 'N' TO WRK-SEM-CONTATO
           OPEN I-O ARQ-CONTATO
           IF WRK-FS-CONTATO NOT = '00'
               MOVE 'S' TO WRK-SEM-CONTATO
               DISPLAY 'ARQUIVO DE CONTATOS INDISPONIVEL: '
                   WRK-FS-CONTATO
           END-IF
           PERFORM 2100-LER-MORTO
               UNTIL WRK-FS-MORTO NOT = '00'
           IF NOT SEM-CONTATO
               CLOSE ARQ-CONTATO
           END-IF
           IF WRK-TOTAL-ANONIMIZADOS > ZEROS
              OR WRK-TOTAL-JA-ANONIM > ZEROS
               PERFORM 2400-LIMPA-SCOREHIS
               PERFORM 2600-LIMPA-JORNAL
               PERFORM 2700-LIMPA-NOTIFHIS
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO CLIENTE DO ARQUIVO MORTO
      *-----------------------------------------------------
       2100-LER-MORTO.
           READ ARQ-MORTO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-MORTO
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDOS
                   EVALUATE TRUE
                       WHEN CLI-ANONIMIZADO OF ARQ-REC
                           ADD 1 TO WRK-TOTAL-JA-ANONIM
                       WHEN CLI-INATIVO OF ARQ-REC
                           PERFORM 2150-DATA-EXPURGO-LEGADO
                       WHEN CLI-EXPURGADO OF ARQ-REC
                          AND CLI-DATA-ULT-ALTER OF ARQ-REC
                              < WRK-DATA-CORTE-N
                           PERFORM 2200-ANONIMIZA-CADASTRO
                       WHEN OTHER
                           ADD 1 TO WRK-TOTAL-AGUARDANDO
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    REGISTRO ARQUIVADO ANTES DO CONTROLE DE EXPURGO: SEM
      *    DATA CONFIAVEL, O PRAZO COMECA A CONTAR HOJE
      *-----------------------------------------------------
       2150-DATA-EXPURGO-LEGADO.
           SET CLI-EXPURGADO OF ARQ-REC TO TRUE
           MOVE WRK-DATA-HOJE-N TO CLI-DATA-ULT-ALTER OF ARQ-REC
           REWRITE ARQ-REC
           ADD 1 TO WRK-TOTAL-DATADOS
           ADD 1 TO WRK-TOTAL-AGUARDANDO.

      *-----------------------------------------------------
      *    APAGA OS DADOS PESSOAIS DO CADASTRO, GUARDA AS DATAS
      *    DO EXPURGO E DA ANONIMIZACAO, APAGA OS CONTATOS E
      *    SOLTA OS EVENTOS PARA O RELATORIO
      *-----------------------------------------------------
       2200-ANONIMIZA-CADASTRO.
           MOVE SPACES TO SRT-REC
           MOVE CLI-NUMERO OF ARQ-REC  TO SRT-CLIENTE
           MOVE CLI-AGENCIA OF ARQ-REC TO SRT-AGENCIA
           MOVE CLI-DATA-ULT-ALTER OF ARQ-REC TO SRT-DATA-EXPURGO
           IF CLI-NOME OF ARQ-REC NOT = SPACES
               MOVE 'NOME' TO SRT-CAMPOS(1:5)
           END-IF
           IF CLI-ENDERECO OF ARQ-REC NOT = SPACES
               MOVE 'ENDER' TO SRT-CAMPOS(6:6)
           END-IF
           IF CLI-CPF-CNPJ OF ARQ-REC NOT = ZEROS
               MOVE 'DOC' TO SRT-CAMPOS(12:4)
           END-IF
           IF CLI-SCORE-CREDITO OF ARQ-REC NOT = ZEROS
              OR CLI-DECISAO-CREDITO OF ARQ-REC NOT = SPACE
               MOVE 'CREDITO' TO SRT-CAMPOS(16:7)
           END-IF
           MOVE SPACES TO CLI-NOME OF ARQ-REC
           MOVE SPACES TO CLI-ENDERECO OF ARQ-REC
           MOVE CLI-DATA-ULT-ALTER OF ARQ-REC
               TO CLI-ANO-DATA-EXPURGO OF ARQ-REC
           MOVE WRK-DATA-HOJE-N TO CLI-ANO-DATA OF ARQ-REC
           MOVE ZEROS TO CLI-CPF-CNPJ OF ARQ-REC
           MOVE ZEROS TO CLI-SCORE-CREDITO OF ARQ-REC
           MOVE SPACE TO CLI-DECISAO-CREDITO OF ARQ-REC
           SET CLI-ANONIMIZADO OF ARQ-REC TO TRUE
           MOVE WRK-DATA-HOJE-N TO CLI-DATA-ULT-ALTER OF ARQ-REC
           REWRITE ARQ-REC
           ADD 1 TO WRK-TOTAL-ANONIMIZADOS
           SET SRT-CADASTRO TO TRUE
           MOVE 1 TO SRT-QTD
           RELEASE SRT-REC
           IF NOT SEM-CONTATO
               PERFORM 2300-APAGA-CONTATOS
               IF WRK-QTD-CONTATOS > ZEROS
                   SET SRT-CONTATOS TO TRUE
                   MOVE SPACES TO SRT-CAMPOS
                   MOVE WRK-QTD-CONTATOS TO SRT-QTD
                   RELEASE SRT-REC
                   ADD WRK-QTD-CONTATOS TO WRK-TOTAL-CONTATOS
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    APAGA TODAS AS ENTRADAS DE CONTATO DO CLIENTE
      *-----------------------------------------------------
       2300-APAGA-CONTATOS.
           MOVE ZEROS TO WRK-QTD-CONTATOS
           MOVE CLI-NUMERO OF ARQ-REC TO CON-CLIENTE
           MOVE ZEROS TO CON-SEQUENCIA
           MOVE '00' TO WRK-FS-CONTATO
           START ARQ-CONTATO KEY IS NOT LESS THAN CON-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-CONTATO
           END-START
           PERFORM 2310-APAGA-CONTATO
               UNTIL WRK-FS-CONTATO NOT = '00'.

       2310-APAGA-CONTATO.
           READ ARQ-CONTATO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTATO
               NOT AT END
                   IF CON-CLIENTE NOT = CLI-NUMERO OF ARQ-REC
                       MOVE '10' TO WRK-FS-CONTATO
                   ELSE
                       DELETE ARQ-CONTATO RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WRK-QTD-CONTATOS
                       END-DELETE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LIMPA AS AVALIACOES DE CREDITO DOS ANONIMIZADOS:
      *    COPIA O SCOREHIS PARA O TEMPORARIO LIMPANDO AS LINHAS
      *    ATE A DATA DO EXPURGO E REGRAVA O SCOREHIS A PARTIR
      *    DELE
      *-----------------------------------------------------
       2400-LIMPA-SCOREHIS.
           MOVE ZEROS TO WRK-CACHE-CLIENTE
           OPEN INPUT ARQ-SCOREHIS
           IF WRK-FS-SCOREHIS NOT = '00'
               DISPLAY 'HISTORICO DE SCORE INDISPONIVEL: '
                   WRK-FS-SCOREHIS
           ELSE
               OPEN OUTPUT ARQ-SCORE-TEMP
               PERFORM 2410-COPIA-LINHA-SCORE
                   UNTIL WRK-FS-SCOREHIS NOT = '00'
               CLOSE ARQ-SCOREHIS
               CLOSE ARQ-SCORE-TEMP
               OPEN INPUT ARQ-SCORE-TEMP
               OPEN OUTPUT ARQ-SCOREHIS
               MOVE '00' TO WRK-FS-SCORE-TEMP
               PERFORM 2420-DEVOLVE-LINHA-SCORE
                   UNTIL WRK-FS-SCORE-TEMP NOT = '00'
               CLOSE ARQ-SCORE-TEMP
               CLOSE ARQ-SCOREHIS
           END-IF.

      *-----------------------------------------------------
      *    COPIA UMA LINHA DO SCOREHIS, LIMPANDO A DO CLIENTE
      *    ANONIMIZADO QUE AINDA TEM NOTA OU DECISAO
      *-----------------------------------------------------
       2410-COPIA-LINHA-SCORE.
           READ ARQ-SCOREHIS
               AT END
                   MOVE '10' TO WRK-FS-SCOREHIS
               NOT AT END
                   MOVE HIS-CLIENTE TO CLI-NUMERO OF ARQ-REC
                   PERFORM 2500-CONSULTA-MORTO
                   IF CACHE-ANONIMIZADO
                      AND HIS-DATA NOT > WRK-CACHE-EXPURGO
                      AND (HIS-NOTA-PAGAMENTO NOT = ZEROS
                        OR HIS-NOTA-RENDA NOT = ZEROS
                        OR HIS-SCORE NOT = ZEROS
                        OR HIS-DECISAO NOT = SPACE)
                       MOVE ZEROS TO HIS-NOTA-PAGAMENTO
                       MOVE ZEROS TO HIS-NOTA-RENDA
                       MOVE ZEROS TO HIS-SCORE
                       MOVE SPACE TO HIS-DECISAO
                       MOVE SPACES TO SRT-REC
                       MOVE HIS-CLIENTE       TO SRT-CLIENTE
                       SET SRT-SCORE TO TRUE
                       MOVE WRK-CACHE-AGENCIA TO SRT-AGENCIA
                       MOVE WRK-CACHE-EXPURGO TO SRT-DATA-EXPURGO
                       MOVE 1 TO SRT-QTD
                       RELEASE SRT-REC
                       ADD 1 TO WRK-TOTAL-SCORES
                   END-IF
                   MOVE SCORE-HIS-REC TO TMP-HIS-REC
                   WRITE TMP-HIS-REC
           END-READ.

      *-----------------------------------------------------
      *    DEVOLVE UMA LINHA DO TEMPORARIO AO SCOREHIS
      *-----------------------------------------------------
       2420-DEVOLVE-LINHA-SCORE.
           READ ARQ-SCORE-TEMP
               AT END
                   MOVE '10' TO WRK-FS-SCORE-TEMP
               NOT AT END
                   MOVE TMP-HIS-REC TO SCORE-HIS-REC
                   WRITE SCORE-HIS-REC
           END-READ.

      *-----------------------------------------------------
      *    PROCURA NO MORTO O CLIENTE CARREGADO EM CLI-NUMERO E
      *    GUARDA SE ELE ESTA ANONIMIZADO E A DATA DO EXPURGO
      *    (SO RELE QUANDO O CLIENTE MUDA)
      *-----------------------------------------------------
       2500-CONSULTA-MORTO.
           IF CLI-NUMERO OF ARQ-REC NOT = WRK-CACHE-CLIENTE
               MOVE CLI-NUMERO OF ARQ-REC TO WRK-CACHE-CLIENTE
               MOVE 'N' TO WRK-CACHE-ANONIMIZADO
               MOVE ZEROS TO WRK-CACHE-AGENCIA WRK-CACHE-EXPURGO
               READ ARQ-MORTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-ANONIMIZADO OF ARQ-REC
                           MOVE 'S' TO WRK-CACHE-ANONIMIZADO
                           MOVE CLI-AGENCIA OF ARQ-REC
                               TO WRK-CACHE-AGENCIA
                           MOVE CLI-ANO-DATA-EXPURGO OF ARQ-REC
                               TO WRK-CACHE-EXPURGO
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    LIMPA AS IMAGENS DO JORNAL DOS ANONIMIZADOS ATE A
      *    DATA DO EXPURGO, PELO MESMO TEMPORARIO
      *-----------------------------------------------------
       2600-LIMPA-JORNAL.
           MOVE ZEROS TO WRK-CACHE-CLIENTE
           OPEN INPUT ARQ-JORNAL
           IF WRK-FS-JORNAL NOT = '00'
               DISPLAY 'JORNAL DO CADASTRO INDISPONIVEL: '
                   WRK-FS-JORNAL
           ELSE
               OPEN OUTPUT ARQ-JORNAL-TEMP
               PERFORM 2610-COPIA-LINHA-JORNAL
                   UNTIL WRK-FS-JORNAL NOT = '00'
               CLOSE ARQ-JORNAL
               CLOSE ARQ-JORNAL-TEMP
               OPEN INPUT ARQ-JORNAL-TEMP
               OPEN OUTPUT ARQ-JORNAL
               MOVE '00' TO WRK-FS-JORNAL-TEMP
               PERFORM 2620-DEVOLVE-LINHA-JORNAL
                   UNTIL WRK-FS-JORNAL-TEMP NOT = '00'
               CLOSE ARQ-JORNAL-TEMP
               CLOSE ARQ-JORNAL
           END-IF.

      *-----------------------------------------------------
      *    COPIA UMA LINHA DO JORNAL, LIMPANDO AS IMAGENS DO
      *    CLIENTE ANONIMIZADO (A RECHAVEACAO NA UNIFICACAO SO
      *    TRAZ CHAVES)
      *-----------------------------------------------------
       2610-COPIA-LINHA-JORNAL.
           READ ARQ-JORNAL
               AT END
                   MOVE '10' TO WRK-FS-JORNAL
               NOT AT END
                   MOVE JRN-NUMERO TO CLI-NUMERO OF ARQ-REC
                   PERFORM 2500-CONSULTA-MORTO
                   IF CACHE-ANONIMIZADO
                      AND JRN-DATA NOT > WRK-CACHE-EXPURGO
                      AND NOT JRN-OP-UNIFICACAO
                       PERFORM 2630-LIMPA-IMAGENS
                   END-IF
                   MOVE JORNAL-REC TO TMP-JRN-REC
                   WRITE TMP-JRN-REC
           END-READ.

      *-----------------------------------------------------
      *    DEVOLVE UMA LINHA DO TEMPORARIO AO JORNAL
      *-----------------------------------------------------
       2620-DEVOLVE-LINHA-JORNAL.
           READ ARQ-JORNAL-TEMP
               AT END
                   MOVE '10' TO WRK-FS-JORNAL-TEMP
               NOT AT END
                   MOVE TMP-JRN-REC TO JORNAL-REC
                   WRITE JORNAL-REC
           END-READ.

      *-----------------------------------------------------
      *    A IMAGEM ANTES E SEMPRE DO CLIENTE; A DEPOIS E DO
      *    CONTATO NA OPERACAO T E DO CLIENTE NAS DEMAIS
      *-----------------------------------------------------
       2630-LIMPA-IMAGENS.
           MOVE JRN-ANTES  TO WRK-ANTES-ORIGINAL
           MOVE JRN-DEPOIS TO WRK-DEPOIS-ORIGINAL
           IF JRN-ANTES NOT = SPACES
               MOVE JRN-ANTES TO WRK-IMAGEM-CLIENTE
               PERFORM 2640-LIMPA-IMAGEM-CLIENTE
               MOVE WRK-IMAGEM-CLIENTE TO JRN-ANTES
           END-IF
           IF JRN-DEPOIS NOT = SPACES
               IF JRN-OP-CONTATO
                   MOVE JRN-DEPOIS TO WRK-IMAGEM-CONTATO
                   MOVE SPACES TO IMC-VALOR
                   MOVE WRK-IMAGEM-CONTATO TO JRN-DEPOIS
               ELSE
                   MOVE JRN-DEPOIS TO WRK-IMAGEM-CLIENTE
                   PERFORM 2640-LIMPA-IMAGEM-CLIENTE
                   MOVE WRK-IMAGEM-CLIENTE TO JRN-DEPOIS
               END-IF
           END-IF
           IF JRN-ANTES NOT = WRK-ANTES-ORIGINAL
              OR JRN-DEPOIS NOT = WRK-DEPOIS-ORIGINAL
               MOVE SPACES TO SRT-REC
               MOVE JRN-NUMERO        TO SRT-CLIENTE
               SET SRT-JORNAL TO TRUE
               MOVE WRK-CACHE-AGENCIA TO SRT-AGENCIA
               MOVE WRK-CACHE-EXPURGO TO SRT-DATA-EXPURGO
               MOVE 1 TO SRT-QTD
               RELEASE SRT-REC
               ADD 1 TO WRK-TOTAL-JORNAL
           END-IF.

      *-----------------------------------------------------
      *    APAGA OS DADOS PESSOAIS DE UMA IMAGEM DO CLIENTE
      *-----------------------------------------------------
       2640-LIMPA-IMAGEM-CLIENTE.
           MOVE SPACES TO CLI-NOME OF WRK-IMAGEM-CLIENTE
           MOVE SPACES TO CLI-ENDERECO OF WRK-IMAGEM-CLIENTE
           MOVE ZEROS  TO CLI-END-CEP OF WRK-IMAGEM-CLIENTE
           MOVE ZEROS  TO CLI-CPF-CNPJ OF WRK-IMAGEM-CLIENTE
           MOVE ZEROS  TO CLI-SCORE-CREDITO OF WRK-IMAGEM-CLIENTE
           MOVE SPACE  TO CLI-DECISAO-CREDITO OF WRK-IMAGEM-CLIENTE.

      *-----------------------------------------------------
      *    APAGA O DESTINO (TELEFONE OU E-MAIL) DOS AVISOS DOS
      *    ANONIMIZADOS ATE A DATA DO EXPURGO, PELO MESMO
      *    TEMPORARIO
      *-----------------------------------------------------
       2700-LIMPA-NOTIFHIS.
           MOVE ZEROS TO WRK-CACHE-CLIENTE
           OPEN INPUT ARQ-NOTIFHIS
           IF WRK-FS-NOTIFHIS NOT = '00'
               DISPLAY 'HISTORICO DE AVISOS INDISPONIVEL: '
                   WRK-FS-NOTIFHIS
           ELSE
               OPEN OUTPUT ARQ-NOTIF-TEMP
               PERFORM 2710-COPIA-LINHA-AVISO
                   UNTIL WRK-FS-NOTIFHIS NOT = '00'
               CLOSE ARQ-NOTIFHIS
               CLOSE ARQ-NOTIF-TEMP
               OPEN INPUT ARQ-NOTIF-TEMP
               OPEN OUTPUT ARQ-NOTIFHIS
               MOVE '00' TO WRK-FS-NOTIF-TEMP
               PERFORM 2720-DEVOLVE-LINHA-AVISO
                   UNTIL WRK-FS-NOTIF-TEMP NOT = '00'
               CLOSE ARQ-NOTIF-TEMP
               CLOSE ARQ-NOTIFHIS
           END-IF.

      *-----------------------------------------------------
      *    COPIA UMA LINHA DO NOTIFHIS, APAGANDO O DESTINO DO
      *    AVISO DO CLIENTE ANONIMIZADO
      *-----------------------------------------------------
       2710-COPIA-LINHA-AVISO.
           READ ARQ-NOTIFHIS INTO NTF-DETALHE
               AT END
                   MOVE '10' TO WRK-FS-NOTIFHIS
               NOT AT END
                   IF NTD-DETALHE
                      AND NTD-DESTINO NOT = SPACES
                       MOVE NTD-CLIENTE TO CLI-NUMERO OF ARQ-REC
                       PERFORM 2500-CONSULTA-MORTO
                       IF CACHE-ANONIMIZADO
                          AND NTD-DATA NOT > WRK-CACHE-EXPURGO
                           MOVE SPACES TO NTD-DESTINO
                           MOVE SPACES TO SRT-REC
                           MOVE NTD-CLIENTE       TO SRT-CLIENTE
                           SET SRT-AVISOS TO TRUE
                           MOVE WRK-CACHE-AGENCIA TO SRT-AGENCIA
                           MOVE WRK-CACHE-EXPURGO TO SRT-DATA-EXPURGO
                           MOVE 1 TO SRT-QTD
                           RELEASE SRT-REC
                           ADD 1 TO WRK-TOTAL-AVISOS
                       END-IF
                   END-IF
                   MOVE NTF-DETALHE TO TMP-NHS-LINHA
                   WRITE TMP-NHS-LINHA
           END-READ.

      *-----------------------------------------------------
      *    DEVOLVE UMA LINHA DO TEMPORARIO AO NOTIFHIS
      *-----------------------------------------------------
       2720-DEVOLVE-LINHA-AVISO.
           READ ARQ-NOTIF-TEMP
               AT END
                   MOVE '10' TO WRK-FS-NOTIF-TEMP
               NOT AT END
                   MOVE TMP-NHS-LINHA TO NHS-LINHA
                   WRITE NHS-LINHA
           END-READ.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA LINHA POR CLIENTE COM O
      *    QUE FOI APAGADO DELE
      *-----------------------------------------------------
       3000-IMPRIME-CLIENTES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO3
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 3100-RETORNA-SORT
           PERFORM 3200-TRATA-CLIENTE UNTIL FIM-SORT
           IF WRK-QTD-CLIENTES-REL = ZEROS
               MOVE 'NENHUM DADO PESSOAL A APAGAR' TO NEN-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-NENHUMA
           END-IF.

      *-----------------------------------------------------
      *    DEVOLVE O PROXIMO EVENTO ORDENADO
      *-----------------------------------------------------
       3100-RETORNA-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    ACUMULA OS EVENTOS DE UM CLIENTE E IMPRIME A LINHA
      *-----------------------------------------------------
       3200-TRATA-CLIENTE.
           MOVE SRT-CLIENTE      TO WRK-CLIENTE-QUEBRA
           MOVE SRT-AGENCIA      TO WRK-ACU-AGENCIA
           MOVE SRT-DATA-EXPURGO TO WRK-ACU-EXPURGO
           MOVE SPACES TO WRK-ACU-CAMPOS
           MOVE ZEROS TO WRK-ACU-CONTATOS WRK-ACU-SCORES
                         WRK-ACU-JORNAL WRK-ACU-AVISOS
           PERFORM 3300-ACUMULA-EVENTO
               UNTIL FIM-SORT
                  OR SRT-CLIENTE NOT = WRK-CLIENTE-QUEBRA
           PERFORM 3400-IMPRIME-CLIENTE.

       3300-ACUMULA-EVENTO.
           EVALUATE TRUE
               WHEN SRT-CADASTRO
                   MOVE SRT-CAMPOS TO WRK-ACU-CAMPOS
               WHEN SRT-CONTATOS
                   ADD SRT-QTD TO WRK-ACU-CONTATOS
               WHEN SRT-SCORE
                   ADD SRT-QTD TO WRK-ACU-SCORES
               WHEN SRT-JORNAL
                   ADD SRT-QTD TO WRK-ACU-JORNAL
               WHEN SRT-AVISOS
                   ADD SRT-QTD TO WRK-ACU-AVISOS
           END-EVALUATE
           PERFORM 3100-RETORNA-SORT.

       3400-IMPRIME-CLIENTE.
           MOVE WRK-CLIENTE-QUEBRA TO DET-CLIENTE
           MOVE WRK-ACU-AGENCIA    TO DET-AGENCIA
           MOVE WRK-ACU-EXPURGO    TO WRK-DATA-FMT-N
           MOVE WRK-DIA-FMT        TO DET-EXP-DIA
           MOVE WRK-MES-FMT        TO DET-EXP-MES
           MOVE WRK-ANO-FMT        TO DET-EXP-ANO
           MOVE WRK-ACU-CAMPOS     TO DET-CAMPOS
           MOVE WRK-ACU-CONTATOS   TO DET-CONTATOS
           MOVE WRK-ACU-SCORES     TO DET-SCORES
           MOVE WRK-ACU-JORNAL     TO DET-JORNAL
           MOVE WRK-ACU-AVISOS     TO DET-AVISOS
           WRITE REL-LINHA FROM WRK-LINHA-DET
           ADD 1 TO WRK-QTD-CLIENTES-REL.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS DE CONTROLE E ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'LIDOS NO ARQUIVO MORTO' TO TOT-ROTULO
           MOVE WRK-TOTAL-LIDOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ANONIMIZADOS NESTA EXECUCAO' TO TOT-ROTULO
           MOVE WRK-TOTAL-ANONIMIZADOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'JA ANONIMIZADOS ANTES' TO TOT-ROTULO
           MOVE WRK-TOTAL-JA-ANONIM TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'AGUARDANDO O PRAZO DE RETENCAO' TO TOT-ROTULO
           MOVE WRK-TOTAL-AGUARDANDO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE '  DOS QUAIS SEM DATA, DATADOS HOJE' TO TOT-ROTULO
           MOVE WRK-TOTAL-DATADOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CONTATOS APAGADOS' TO TOT-ROTULO
           MOVE WRK-TOTAL-CONTATOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'AVALIACOES DE SCORE LIMPAS' TO TOT-ROTULO
           MOVE WRK-TOTAL-SCORES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'LINHAS DO JORNAL LIMPAS' TO TOT-ROTULO
           MOVE WRK-TOTAL-JORNAL TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'AVISOS COM DESTINO APAGADO' TO TOT-ROTULO
           MOVE WRK-TOTAL-AVISOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           DISPLAY 'LIDOS NO ARQUIVO MORTO.....: ' WRK-TOTAL-LIDOS
           DISPLAY 'ANONIMIZADOS...............: '
               WRK-TOTAL-ANONIMIZADOS
           DISPLAY 'AGUARDANDO PRAZO...........: '
               WRK-TOTAL-AGUARDANDO
           DISPLAY 'CONTATOS APAGADOS..........: ' WRK-TOTAL-CONTATOS
           DISPLAY 'SCORES LIMPOS..............: ' WRK-TOTAL-SCORES
           DISPLAY 'LINHAS DO JORNAL...........: ' WRK-TOTAL-JORNAL
           DISPLAY 'AVISOS SEM DESTINO.........: ' WRK-TOTAL-AVISOS.
