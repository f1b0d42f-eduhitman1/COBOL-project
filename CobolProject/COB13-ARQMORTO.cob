      *            PROGRAMA PASSA A RECEBER O OPERADOR LOGADO POR
      *            LINKAGE PARA O JORNAL, E O CHAMADOR FECHA O
      *            CLIMAST ANTES DO CALL, COMO NO COB12-CONTAS.
      * 2026-10-15 IVN - CLIENTE JA ANONIMIZADO PELA RETENCAO LGPD
      *            (COB74-ANONIMIZA, STATUS X) E EXIBIDO SO COM
      *            NUMERO, AGENCIA, DATAS E "ANONIMIZADO EM
      *            DD/MM/AAAA", SEM OFERECER O DESARQUIVAMENTO (NAO
      *            HA MAIS CADASTRO A RECUPERAR). O EXPURGADO
      *            (STATUS E) VOLTA AO CLIMAST COMO INATIVO.
      * 2026-10-15 IVN - A LINHA DO JORNAL DO DESARQUIVAMENTO
      *            TAMBEM VAI PARA O ESPELHO INDEXADO (CLIJIDX) PELO
      *            COB75-JORNAL-IDX.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-HORA-AGORA         PIC 9(08) VALUE ZEROS.
       77  WRK-JRN-ANTES          PIC X(150) VALUE SPACES.
       77  WRK-TOTAL-CONTROLE     PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-AUX           PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-EXPURGO       PIC X(10) VALUE SPACES.
       77  WRK-DATA-ANONIMIZACAO  PIC X(10) VALUE SPACES.

      *    DATA AAAAMMDD DESMONTADA PARA EXIBICAO DD/MM/AAAA
       01  WRK-DATA-DESMONTADA.
           05 WRK-DES-ANO         PIC 9(04).
           05 WRK-DES-MES         PIC 9(02).
           05 WRK-DES-DIA         PIC 9(02).
       01  WRK-DATA-IMPRESSA.
           05 IMP-DIA             PIC 99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 IMP-MES             PIC 99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 IMP-ANO             PIC 9999.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
              VALUE 'ACAO (D=DESARQUIVAR ENTER=VOLTAR): '.
           05 LINE 15 COLUMN 37 PIC X(01) TO WRK-ACAO.

       01 TELA-ANONIMIZADO.
           05 LINE 05 COLUMN 01 VALUE 'NUMERO..............: '.
           05 LINE 05 COLUMN 23 PIC 9(06) FROM CLI-NUMERO
              OF CLIENTE-REC.
           05 LINE 06 COLUMN 01 VALUE 'AGENCIA.............: '.
           05 LINE 06 COLUMN 23 PIC 9(04) FROM CLI-AGENCIA
              OF CLIENTE-REC.
           05 LINE 07 COLUMN 01 VALUE 'CADASTRO............: '.
           05 LINE 07 COLUMN 23 PIC 9(08)
              FROM CLI-DATA-CADASTRO OF CLIENTE-REC.
           05 LINE 08 COLUMN 01 VALUE 'EXPURGO.............: '.
           05 LINE 08 COLUMN 23 PIC X(10) FROM WRK-DATA-EXPURGO.
           05 LINE 10 COLUMN 01 VALUE 'ANONIMIZADO EM '
              FOREGROUND-COLOR 4.
           05 LINE 10 COLUMN 16 PIC X(10) FROM WRK-DATA-ANONIMIZACAO
              FOREGROUND-COLOR 4.
           05 LINE 11 COLUMN 01
              VALUE 'DADOS PESSOAIS ELIMINADOS (LGPD)'.
           05 LINE 15 COLUMN 01 VALUE 'ENTER=VOLTAR: '.
           05 LINE 15 COLUMN 15 PIC X(01) TO WRK-ACAO.

       01 TELA-DESARQUIVA.
           05 LINE 17 COLUMN 01
              VALUE 'CONFIRMA DESARQUIVAMENTO (S/N): '.
                           TO WRK-MENSAGEM
                   NOT INVALID KEY
                       MOVE SPACE TO WRK-ACAO
                       IF CLI-ANONIMIZADO OF CLIENTE-REC
                           PERFORM 2100-EXIBE-ANONIMIZADO
                       ELSE
                           DISPLAY TELA-CONSULTA-MORTO
                           ACCEPT TELA-CONSULTA-MORTO
                           MOVE FUNCTION UPPER-CASE(WRK-ACAO)
                               TO WRK-ACAO
                           IF WRK-ACAO = 'D'
                               PERFORM 3000-DESARQUIVA-CLIENTE
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    EXIBE O CLIENTE ANONIMIZADO: SO O QUE FOI RETIDO E A
      *    DATA DA ANONIMIZACAO, SEM ACAO DE DESARQUIVAMENTO
      *-----------------------------------------------------
       2100-EXIBE-ANONIMIZADO.
           MOVE CLI-ANO-DATA-EXPURGO OF CLIENTE-REC TO WRK-DATA-AUX
           PERFORM 2110-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-DATA-EXPURGO
           MOVE CLI-ANO-DATA OF CLIENTE-REC TO WRK-DATA-AUX
           PERFORM 2110-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO WRK-DATA-ANONIMIZACAO
           DISPLAY TELA-ANONIMIZADO
           ACCEPT TELA-ANONIMIZADO.

      *-----------------------------------------------------
      *    FORMATA A DATA AAAAMMDD DE WRK-DATA-AUX EM DD/MM/AAAA
      *-----------------------------------------------------
       2110-FORMATA-DATA.
           MOVE WRK-DATA-AUX TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA  TO IMP-DIA
           MOVE WRK-DES-MES  TO IMP-MES
           MOVE WRK-DES-ANO  TO IMP-ANO.

      *-----------------------------------------------------
      *    DESARQUIVA O CLIENTE EXIBIDO (ALCADA DE SUPERVISAO):
      *    VOLTA AO CLIMAST SOB O NUMERO ORIGINAL, SAI DO MORTO,
           ELSE
               MOVE CLIENTE-REC TO WRK-JRN-ANTES
               MOVE CLIENTE-REC TO MASTER-REC
               SET CLI-INATIVO OF MASTER-REC TO TRUE
               CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
               MOVE WRK-DATA-HOJE
                   TO CLI-DATA-ULT-ALTER OF MASTER-REC
           MOVE MASTER-REC           TO JRN-DEPOIS
           MOVE SPACES TO JRN-OPERADOR-CAPTURA
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC
           CLOSE ARQ-JORNAL
           MOVE '00' TO WRK-FS-JORNAL.

