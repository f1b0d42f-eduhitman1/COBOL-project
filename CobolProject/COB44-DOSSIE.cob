      *            CONTATO): TELEFONES, E-MAILS E O CONSENTIMENTO
      *            DE CONTATO TAMBEM SAO DADOS PESSOAIS QUE O
      *            DOSSIE PRECISA MOSTRAR.
      * 2026-10-15 IVN - CLIENTE DO ARQUIVO MORTO JA ANONIMIZADO
      *            (COB74-ANONIMIZA, STATUS X) SAI SO COM NUMERO,
      *            AGENCIA, DATAS DE CADASTRO E EXPURGO E A LINHA
      *            "ANONIMIZADO EM DD/MM/AAAA" NO LUGAR DOS DADOS
      *            PESSOAIS, QUE NAO EXISTEM MAIS.
      * 2026-10-15 IVN - AS OPERACOES DO JORNAL VEM DO ESPELHO
      *            INDEXADO CLIJIDX (START NO CLIENTE E LEITURA
      *            ATE MUDAR O NUMERO), SEM VARRER O CLIJORN
      *            INTEIRO. SE O ESPELHO NAO ABRIR, VARRE O CLIJORN
      *            COMO ANTES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT ARQ-JORNAL-IDX ASSIGN TO "CLIJIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-CHAVE
               FILE STATUS IS WRK-FS-JORNAL-IDX.

           SELECT ARQ-PARAMETRO ASSIGN TO "DOSPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.
       FD  ARQ-JORNAL.
           COPY JORNAL.

       FD  ARQ-JORNAL-IDX.
           COPY JORNIDX.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-TIPO             PIC X(01).
       77  WRK-QTD-CONTATOS        PIC 9(03) VALUE ZEROS.
       77  WRK-FS-SCOREHIS         PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL           PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL-IDX       PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-PARM            PIC X(01) VALUE 'N'.
       77  WRK-QTD-SCORES          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-JORNAL          PIC 9(03) VALUE ZEROS.
       77  WRK-SCORE-EDT           PIC Z9,9 VALUE ZEROS.
       77  WRK-DATA-AUX            PIC 9(08) VALUE ZEROS.

      *    DATA AAAAMMDD DESMONTADA PARA IMPRESSAO DD/MM/AAAA
       01  WRK-DATA-DESMONTADA.
           05 WRK-DES-ANO          PIC 9(04).
           05 WRK-DES-MES          PIC 9(02).
           05 WRK-DES-DIA          PIC 9(02).
       01  WRK-LINHA-ANONIMIZADO.
           05 FILLER               PIC X(22)
                                   VALUE 'SITUACAO............: '.
           05 FILLER               PIC X(15) VALUE 'ANONIMIZADO EM '.
           05 ANO-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ANO-ANO              PIC 9999.

       01  WRK-LINHA-ROTULO.
           05 ROT-TITULO           PIC X(22).
           MOVE 'NUMERO..............: ' TO ROT-TITULO
           MOVE CLI-NUMERO OF CLIENTE-REC TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           IF CLI-ANONIMIZADO OF CLIENTE-REC
               PERFORM 3100-IMPRIME-ANONIMIZADO
           ELSE
               PERFORM 3200-IMPRIME-DADOS-PESSOAIS
           END-IF.

      *-----------------------------------------------------
      *    CLIENTE ANONIMIZADO: SO O QUE FOI RETIDO
      *-----------------------------------------------------
       3100-IMPRIME-ANONIMIZADO.
           MOVE 'AGENCIA.............: ' TO ROT-TITULO
           MOVE CLI-AGENCIA OF CLIENTE-REC TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'CADASTRO............: ' TO ROT-TITULO
           MOVE CLI-DATA-CADASTRO OF CLIENTE-REC TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'EXPURGO.............: ' TO ROT-TITULO
           MOVE CLI-ANO-DATA-EXPURGO OF CLIENTE-REC TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE CLI-ANO-DATA OF CLIENTE-REC TO WRK-DATA-AUX
           MOVE WRK-DATA-AUX TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA TO ANO-DIA
           MOVE WRK-DES-MES TO ANO-MES
           MOVE WRK-DES-ANO TO ANO-ANO
           WRITE REL-LINHA FROM WRK-LINHA-ANONIMIZADO.

      *-----------------------------------------------------
      *    DADOS PESSOAIS DO CADASTRO
      *-----------------------------------------------------
       3200-IMPRIME-DADOS-PESSOAIS.
           MOVE 'NOME................: ' TO ROT-TITULO
           MOVE CLI-NOME OF CLIENTE-REC TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
      *-----------------------------------------------------
       6000-IMPRIME-JORNAL.
           MOVE ZEROS TO WRK-QTD-JORNAL
           OPEN INPUT ARQ-JORNAL-IDX
           IF WRK-FS-JORNAL-IDX = '00'
               MOVE ZEROS TO JIX-CHAVE
               MOVE CLI-NUMERO OF CLIENTE-REC TO JIX-NUMERO
               START ARQ-JORNAL-IDX KEY IS NOT LESS THAN JIX-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-JORNAL-IDX
               END-START
               PERFORM 6200-LER-ESPELHO
                   UNTIL WRK-FS-JORNAL-IDX NOT = '00'
               CLOSE ARQ-JORNAL-IDX
           ELSE
               OPEN INPUT ARQ-JORNAL
               IF WRK-FS-JORNAL = '00'
                   PERFORM 6100-LER-JORNAL
                       UNTIL WRK-FS-JORNAL NOT = '00'
                   CLOSE ARQ-JORNAL
               END-IF
           END-IF
           MOVE 'OPERACOES NO JORNAL.............: ' TO SEC-TITULO
           MOVE WRK-QTD-JORNAL TO SEC-QTD
                   MOVE '10' TO WRK-FS-JORNAL
               NOT AT END
                   IF JRN-NUMERO = CLI-NUMERO OF CLIENTE-REC
                       PERFORM 6300-IMPRIME-OPERACAO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LE A PROXIMA ENTRADA DO ESPELHO; PARA AO MUDAR O
      *    CLIENTE
      *-----------------------------------------------------
       6200-LER-ESPELHO.
           READ ARQ-JORNAL-IDX NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-JORNAL-IDX
               NOT AT END
                   IF JIX-NUMERO NOT = CLI-NUMERO OF CLIENTE-REC
                       MOVE '10' TO WRK-FS-JORNAL-IDX
                   ELSE
                       MOVE JIX-JORNAL TO JORNAL-REC
                       PERFORM 6300-IMPRIME-OPERACAO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME A LINHA DA OPERACAO CORRENTE (JORNAL-REC)
      *-----------------------------------------------------
       6300-IMPRIME-OPERACAO.
           ADD 1 TO WRK-QTD-JORNAL
           MOVE JRN-DATA     TO JOR-DATA
           MOVE JRN-HORA     TO JOR-HORA
           MOVE JRN-OPERACAO TO JOR-OPERACAO
           MOVE JRN-OPERADOR TO JOR-OPERADOR
           WRITE REL-LINHA FROM WRK-LINHA-JORNAL.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS E O RELATORIO
      *-----------------------------------------------------
