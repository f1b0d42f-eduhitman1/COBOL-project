      *            SAIA MESMO COM O WRITE RECUSADO E A CONTA (E O
      *            SALDO) SUMIAM DO CTAMAST, ESTOURANDO NA
      *            CONCILIACAO DE SALDOS.
      * 2026-10-15 IVN - AS LINHAS DO JORNAL DA UNIFICACAO TAMBEM
      *            VAO PARA O ESPELHO INDEXADO (CLIJIDX) PELO
      *            COB75-JORNAL-IDX.
      * 2026-10-15 IVN - A TABELA DE CO-TITULARES ACOMPANHA O
      *            REGISTRO DO COTITUL, QUE PASSOU A 31 POSICOES COM
      *            A MARCA DE REVISAO POR OBITO (LEVADA JUNTO NA
      *            RECHAVEACAO).
      * 2026-10-15 IVN - OS DEMAIS ARQUIVOS CHAVEADOS POR CONTA
      *            ACOMPANHAM A RECHAVEACAO PELO MESMO MAPA DE
      *            SEQUENCIAS: MARCA DE DORMENTE (CTADORM),
      *            EMPRESTIMOS (EMPREST) E SUAS PARCELAS (PARCELAS),
      *            TITULOS DE COBRANCA (TITCOB), ORDENS PERMANENTES
      *            (ORDPERM, INCLUSIVE AS DE OUTROS CLIENTES COM
      *            DESTINO NUMA CONTA DO DUPLICADO) E FOLHAS DE
      *            CHEQUE (CHQMAST). A PREFERENCIA DE AVISO
      *            (NOTPREF) PASSA AO SOBREVIVENTE QUANDO ELE NAO
      *            TEM A SUA. CADA REGISTRO RECHAVEADO GRAVA NO
      *            CLIJORN UMA LINHA DE OPERACAO U COM ARQUIVO,
      *            CHAVE ANTIGA E CHAVE NOVA, E O UNIFREL TRAZ OS
      *            TOTAIS POR ARQUIVO. DUPLICADO COM OBITO
      *            REGISTRADO (OBITOS) OU AUTORIZACAO DE ESPOLIO
      *            (ESPAUT) E RECUSADO - O ESPOLIO E TRATADO NO
      *            COB92-ESPOLIO -, ASSIM COMO O QUE PASSA DA
      *            CAPACIDADE DAS TABELAS DE RECHAVEACAO; A RECUSA
      *            E VERIFICADA ANTES DE TOCAR QUALQUER ARQUIVO E
      *            SAI NO UNIFREL COM O MOTIVO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-DORMENTES ASSIGN TO "CTADORM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOR-CHAVE
               FILE STATUS IS WRK-FS-DORMENTES.

           SELECT ARQ-EMPRESTIMO ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREST.

           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELA.

           SELECT ARQ-TITULO ASSIGN TO "TITCOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-TITULO.

           SELECT ARQ-ORDENS ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-FS-ORDENS.

           SELECT ARQ-CHEQUES ASSIGN TO "CHQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-FS-CHEQUES.

           SELECT ARQ-AVISO ASSIGN TO "NOTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AVI-CLIENTE
               FILE STATUS IS WRK-FS-AVISO.

           SELECT ARQ-OBITO ASSIGN TO "OBITOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OBI-CLIENTE
               FILE STATUS IS WRK-FS-OBITO.

           SELECT ARQ-ESPAUT ASSIGN TO "ESPAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESA-CHAVE
               FILE STATUS IS WRK-FS-ESPAUT.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.
       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-DORMENTES.
           COPY DORMENTE.

       FD  ARQ-EMPRESTIMO.
           COPY EMPREST.

       FD  ARQ-PARCELAS.
           COPY PARCELA.

       FD  ARQ-TITULO.
           COPY TITULO.

       FD  ARQ-ORDENS.
           COPY ORDEM.

       FD  ARQ-CHEQUES.
           COPY CHEQUE.

       FD  ARQ-AVISO.
           COPY AVISO.

       FD  ARQ-OBITO.
           COPY OBITO.

       FD  ARQ-ESPAUT.
           COPY ESPAUT.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       77  WRK-FS-CONTA           PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR       PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQUEIOS       PIC X(02) VALUE '00'.
       77  WRK-FS-DORMENTES       PIC X(02) VALUE '00'.
       77  WRK-FS-EMPREST         PIC X(02) VALUE '00'.
       77  WRK-FS-PARCELA         PIC X(02) VALUE '00'.
       77  WRK-FS-TITULO          PIC X(02) VALUE '00'.
       77  WRK-FS-ORDENS          PIC X(02) VALUE '00'.
       77  WRK-FS-CHEQUES         PIC X(02) VALUE '00'.
       77  WRK-FS-AVISO           PIC X(02) VALUE '00'.
       77  WRK-FS-OBITO           PIC X(02) VALUE '00'.
       77  WRK-FS-ESPAUT          PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO       PIC X(02) VALUE '00'.
       77  WRK-FS-TEMP            PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL          PIC X(02) VALUE '00'.
       77  WRK-LIM-ORIGEM         PIC X(01) VALUE SPACE.
       77  WRK-LIMITE-CONTA       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SEQ-PROCURADA      PIC 9(02) VALUE ZEROS.
       77  WRK-RECUSA             PIC X(01) VALUE 'N'.
           88 UNIF-RECUSADA       VALUE 'S'.
       77  WRK-MOTIVO-RECUSA      PIC X(40) VALUE SPACES.
       77  WRK-QTD-EMP            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-TIT            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-ORD            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-CHQ            PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-PARC-CONTRATO  PIC 9(05) VALUE ZEROS.
       77  WRK-JRN-DEPOIS         PIC X(150) VALUE SPACES.
       77  WRK-JCH-SEQ-ANT        PIC 9(02) VALUE ZEROS.
       77  WRK-JCH-SEQ-NOVA       PIC 9(02) VALUE ZEROS.

      *    REGISTROS RECHAVEADOS FORA DO CTAMAST, POR ARQUIVO
       77  WRK-TOT-DORMENTES      PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-EMPRESTIMOS    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-PARCELAS       PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-TITULOS        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ORDENS         PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ORD-DESTINO    PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CHEQUES        PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-AVISOS         PIC 9(05) VALUE ZEROS.

       01  WRK-MAPA-CONTAS.
           05 WRK-MAPA-ENT        OCCURS 99 TIMES.
                                  LEADING ==CLI== BY ==DUP==.

       01  WRK-COT-TAB.
           05 WRK-COT-IMG         PIC X(31) OCCURS 100 TIMES.
           COPY COTITULAR REPLACING ==COTITULAR-REC== BY ==VIS-COT==
                                    LEADING ==COT== BY ==VCO==.

      *    CHAVES E IMAGENS DO DUPLICADO COLETADAS ANTES DA
      *    UNIFICACAO (PASSOU DA CAPACIDADE, A UNIFICACAO E
      *    RECUSADA)
       01  WRK-EMP-TAB.
           05 WRK-EMP-NUM         PIC 9(06) OCCURS 50 TIMES.
       01  WRK-TIT-TAB.
           05 WRK-TIT-NUM         PIC X(12) OCCURS 200 TIMES.
       01  WRK-ORD-TAB.
           05 WRK-ORD-IMG         PIC X(136) OCCURS 100 TIMES.
       01  WRK-CHQ-TAB.
           05 WRK-CHQ-IMG         PIC X(167) OCCURS 500 TIMES.

      *    CHAVE ANTIGA/NOVA GRAVADA NO JORNAL (OPERACAO U). NA
      *    ORDEM DE OUTRO CLIENTE COM DESTINO NUMA CONTA DO
      *    DUPLICADO A IDENTIFICACAO E A CHAVE DA ORDEM
       01  WRK-JRN-CHAVE.
           05 JCH-ARQUIVO         PIC X(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JCH-CLIENTE         PIC 9(06).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JCH-SEQUENCIA       PIC 9(02).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JCH-IDENTIFICACAO   PIC X(12).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 JCH-QTD             PIC 9(05).

       01  WRK-LINHA-VINCULO.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 VIN-ROTULO          PIC X(32).
           05 VIN-QTD             PIC ZZZZ9.

       LINKAGE SECTION.
       01  LK-NIVEL-OPERADOR      PIC 9(02).
           88 OPER-ADM            VALUE 01.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-CAPTA-E-VALIDA-PAR
           IF PAR-VALIDO AND WRK-CONFIRMA-SIM
               PERFORM 2500-VERIFICA-VINCULOS
           END-IF
           IF PAR-VALIDO AND WRK-CONFIRMA-SIM AND UNIF-RECUSADA
               PERFORM 8300-IMPRIME-RECUSA
               DISPLAY 'UNIFICACAO RECUSADA - ' WRK-MOTIVO-RECUSA
           END-IF
           IF PAR-VALIDO AND WRK-CONFIRMA-SIM AND NOT UNIF-RECUSADA
               PERFORM 3000-RECHAVEIA-CONTAS
               IF UNIF-ERRO
                   DISPLAY 'UNIFICACAO ABORTADA - DUPLICADO '
                   PERFORM 3500-RECHAVEIA-HISTORICO
                   PERFORM 4000-RECHAVEIA-BLOQUEIOS
                   PERFORM 4500-RECHAVEIA-COTITULARES
                   PERFORM 4700-RECHAVEIA-VINCULOS
                   PERFORM 5000-TRANSFERE-LIMITES
                   PERFORM 6000-COMPLETA-SOBREVIVENTE
                   PERFORM 7000-INATIVA-DUPLICADO
               OPEN OUTPUT ARQ-BLOQUEIOS
               CLOSE ARQ-BLOQUEIOS
               OPEN I-O ARQ-BLOQUEIOS
           END-IF
           OPEN I-O ARQ-DORMENTES
           IF WRK-FS-DORMENTES = '35'
               OPEN OUTPUT ARQ-DORMENTES
               CLOSE ARQ-DORMENTES
               OPEN I-O ARQ-DORMENTES
           END-IF
           OPEN I-O ARQ-EMPRESTIMO
           IF WRK-FS-EMPREST = '35'
               OPEN OUTPUT ARQ-EMPRESTIMO
               CLOSE ARQ-EMPRESTIMO
               OPEN I-O ARQ-EMPRESTIMO
           END-IF
           OPEN I-O ARQ-PARCELAS
           IF WRK-FS-PARCELA = '35'
               OPEN OUTPUT ARQ-PARCELAS
               CLOSE ARQ-PARCELAS
               OPEN I-O ARQ-PARCELAS
           END-IF
           OPEN I-O ARQ-TITULO
           IF WRK-FS-TITULO = '35'
               OPEN OUTPUT ARQ-TITULO
               CLOSE ARQ-TITULO
               OPEN I-O ARQ-TITULO
           END-IF
           OPEN I-O ARQ-ORDENS
           IF WRK-FS-ORDENS = '35'
               OPEN OUTPUT ARQ-ORDENS
               CLOSE ARQ-ORDENS
               OPEN I-O ARQ-ORDENS
           END-IF
           OPEN I-O ARQ-CHEQUES
           IF WRK-FS-CHEQUES = '35'
               OPEN OUTPUT ARQ-CHEQUES
               CLOSE ARQ-CHEQUES
               OPEN I-O ARQ-CHEQUES
           END-IF
           OPEN I-O ARQ-AVISO
           IF WRK-FS-AVISO = '35'
               OPEN OUTPUT ARQ-AVISO
               CLOSE ARQ-AVISO
               OPEN I-O ARQ-AVISO
           END-IF
           OPEN I-O ARQ-OBITO
           IF WRK-FS-OBITO = '35'
               OPEN OUTPUT ARQ-OBITO
               CLOSE ARQ-OBITO
               OPEN I-O ARQ-OBITO
           END-IF
           OPEN I-O ARQ-ESPAUT
           IF WRK-FS-ESPAUT = '35'
               OPEN OUTPUT ARQ-ESPAUT
               CLOSE ARQ-ESPAUT
               OPEN I-O ARQ-ESPAUT
           END-IF.

      *-----------------------------------------------------
                   END-READ
           END-READ.

      *-----------------------------------------------------
      *    ANTES DE TOCAR QUALQUER ARQUIVO: RECUSA O DUPLICADO
      *    COM OBITO OU AUTORIZACAO DE ESPOLIO E COLETA OS
      *    EMPRESTIMOS, TITULOS, ORDENS E CHEQUES DELE,
      *    RECUSANDO O QUE PASSA DA CAPACIDADE DAS TABELAS
      *-----------------------------------------------------
       2500-VERIFICA-VINCULOS.
           MOVE 'N' TO WRK-RECUSA
           MOVE SPACES TO WRK-MOTIVO-RECUSA
           MOVE WRK-DUPLICADO TO OBI-CLIENTE
           READ ARQ-OBITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-RECUSA
                   MOVE 'DUPLICADO COM OBITO REGISTRADO'
                       TO WRK-MOTIVO-RECUSA
           END-READ
           IF NOT UNIF-RECUSADA
               PERFORM 2510-VERIFICA-ESPOLIO
           END-IF
           IF NOT UNIF-RECUSADA
               PERFORM 2520-COLETA-EMPRESTIMOS
           END-IF
           IF NOT UNIF-RECUSADA
               PERFORM 2530-COLETA-TITULOS
           END-IF
           IF NOT UNIF-RECUSADA
               PERFORM 2540-COLETA-ORDENS
           END-IF
           IF NOT UNIF-RECUSADA
               PERFORM 2550-COLETA-CHEQUES
           END-IF.

      *-----------------------------------------------------
      *    QUALQUER AUTORIZACAO DE ESPOLIO DO DUPLICADO RECUSA
      *-----------------------------------------------------
       2510-VERIFICA-ESPOLIO.
           MOVE WRK-DUPLICADO TO ESA-CLIENTE
           MOVE ZEROS TO ESA-SEQUENCIA ESA-NUMERO
           MOVE '00' TO WRK-FS-ESPAUT
           START ARQ-ESPAUT KEY IS NOT LESS THAN ESA-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ESPAUT
           END-START
           IF WRK-FS-ESPAUT = '00'
               READ ARQ-ESPAUT NEXT RECORD
                   AT END
                       MOVE '10' TO WRK-FS-ESPAUT
                   NOT AT END
                       IF ESA-CLIENTE = WRK-DUPLICADO
                           MOVE 'S' TO WRK-RECUSA
                           MOVE 'DUPLICADO COM AUTORIZACAO DE ESPOLIO'
                               TO WRK-MOTIVO-RECUSA
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    COLETA OS CONTRATOS DE EMPRESTIMO DO DUPLICADO
      *-----------------------------------------------------
       2520-COLETA-EMPRESTIMOS.
           MOVE ZEROS TO WRK-QTD-EMP
           MOVE WRK-DUPLICADO TO EMP-CLIENTE
           MOVE '00' TO WRK-FS-EMPREST
           START ARQ-EMPRESTIMO KEY IS NOT LESS THAN EMP-CLIENTE
               INVALID KEY
                   MOVE '10' TO WRK-FS-EMPREST
           END-START
           PERFORM 2521-LER-EMPRESTIMO
               UNTIL WRK-FS-EMPREST NOT = '00'.

       2521-LER-EMPRESTIMO.
           READ ARQ-EMPRESTIMO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-EMPREST
               NOT AT END
                   IF EMP-CLIENTE NOT = WRK-DUPLICADO
                       MOVE '10' TO WRK-FS-EMPREST
                   ELSE
                       IF WRK-QTD-EMP < 50
                           ADD 1 TO WRK-QTD-EMP
                           MOVE EMP-NUMERO TO WRK-EMP-NUM(WRK-QTD-EMP)
                       ELSE
                           MOVE 'S' TO WRK-RECUSA
                           MOVE 'EMPRESTIMOS DO DUPLICADO ACIMA DE 50'
                               TO WRK-MOTIVO-RECUSA
                           MOVE '10' TO WRK-FS-EMPREST
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    COLETA OS TITULOS DE COBRANCA DO DUPLICADO
      *-----------------------------------------------------
       2530-COLETA-TITULOS.
           MOVE ZEROS TO WRK-QTD-TIT
           MOVE WRK-DUPLICADO TO TIT-CLIENTE
           MOVE '00' TO WRK-FS-TITULO
           START ARQ-TITULO KEY IS NOT LESS THAN TIT-CLIENTE
               INVALID KEY
                   MOVE '10' TO WRK-FS-TITULO
           END-START
           PERFORM 2531-LER-TITULO
               UNTIL WRK-FS-TITULO NOT = '00'.

       2531-LER-TITULO.
           READ ARQ-TITULO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-TITULO
               NOT AT END
                   IF TIT-CLIENTE NOT = WRK-DUPLICADO
                       MOVE '10' TO WRK-FS-TITULO
                   ELSE
                       IF WRK-QTD-TIT < 200
                           ADD 1 TO WRK-QTD-TIT
                           MOVE TIT-NOSSO-NUMERO
                               TO WRK-TIT-NUM(WRK-QTD-TIT)
                       ELSE
                           MOVE 'S' TO WRK-RECUSA
                           MOVE 'TITULOS DO DUPLICADO ACIMA DE 200'
                               TO WRK-MOTIVO-RECUSA
                           MOVE '10' TO WRK-FS-TITULO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    COLETA AS ORDENS PERMANENTES DAS CONTAS DO DUPLICADO
      *-----------------------------------------------------
       2540-COLETA-ORDENS.
           MOVE ZEROS TO WRK-QTD-ORD
           MOVE WRK-DUPLICADO TO ORD-CLIENTE
           MOVE ZEROS TO ORD-SEQUENCIA ORD-NUMERO
           MOVE '00' TO WRK-FS-ORDENS
           START ARQ-ORDENS KEY IS NOT LESS THAN ORD-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ORDENS
           END-START
           PERFORM 2541-LER-ORDEM
               UNTIL WRK-FS-ORDENS NOT = '00'.

       2541-LER-ORDEM.
           READ ARQ-ORDENS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ORDENS
               NOT AT END
                   IF ORD-CLIENTE NOT = WRK-DUPLICADO
                       MOVE '10' TO WRK-FS-ORDENS
                   ELSE
                       IF WRK-QTD-ORD < 100
                           ADD 1 TO WRK-QTD-ORD
                           MOVE ORDEM-REC TO WRK-ORD-IMG(WRK-QTD-ORD)
                       ELSE
                           MOVE 'S' TO WRK-RECUSA
                           MOVE 'ORDENS DO DUPLICADO ACIMA DE 100'
                               TO WRK-MOTIVO-RECUSA
                           MOVE '10' TO WRK-FS-ORDENS
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    COLETA AS FOLHAS DE CHEQUE DAS CONTAS DO DUPLICADO
      *-----------------------------------------------------
       2550-COLETA-CHEQUES.
           MOVE ZEROS TO WRK-QTD-CHQ
           MOVE WRK-DUPLICADO TO CHQ-CLIENTE
           MOVE ZEROS TO CHQ-SEQUENCIA CHQ-NUMERO
           MOVE '00' TO WRK-FS-CHEQUES
           START ARQ-CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-CHEQUES
           END-START
           PERFORM 2551-LER-CHEQUE
               UNTIL WRK-FS-CHEQUES NOT = '00'.

       2551-LER-CHEQUE.
           READ ARQ-CHEQUES NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CHEQUES
               NOT AT END
                   IF CHQ-CLIENTE NOT = WRK-DUPLICADO
                       MOVE '10' TO WRK-FS-CHEQUES
                   ELSE
                       IF WRK-QTD-CHQ < 500
                           ADD 1 TO WRK-QTD-CHQ
                           MOVE CHEQUE-REC TO WRK-CHQ-IMG(WRK-QTD-CHQ)
                       ELSE
                           MOVE 'S' TO WRK-RECUSA
                           MOVE 'CHEQUES DO DUPLICADO ACIMA DE 500'
                               TO WRK-MOTIVO-RECUSA
                           MOVE '10' TO WRK-FS-CHEQUES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    RECHAVEIA AS CONTAS DO DUPLICADO PARA AS PROXIMAS
      *    SEQUENCIAS LIVRES DO SOBREVIVENTE, GUARDANDO O MAPA
               END-WRITE
           END-IF.

      *-----------------------------------------------------
      *    RECHAVEIA OS DEMAIS REGISTROS DAS CONTAS MOVIDAS PELO
      *    MAPA DE SEQUENCIAS, UMA LINHA DE JORNAL (OPERACAO U)
      *    POR REGISTRO. NOS ARQUIVOS CUJA CHAVE LEVA A CONTA A
      *    CHAVE NOVA E GRAVADA ANTES DE APAGAR A ANTIGA, COMO
      *    NO CTAMAST
      *-----------------------------------------------------
       4700-RECHAVEIA-VINCULOS.
           OPEN EXTEND ARQ-JORNAL
           IF WRK-FS-JORNAL NOT = '00'
               OPEN OUTPUT ARQ-JORNAL
           END-IF
           PERFORM 4710-MOVE-DORMENTE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CONTAS
           PERFORM 4720-MOVE-EMPRESTIMO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-EMP
           PERFORM 4730-MOVE-TITULO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TIT
           PERFORM 4740-MOVE-ORDEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-ORD
           PERFORM 4750-RECHAVEIA-DESTINOS
           PERFORM 4760-MOVE-CHEQUE
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CHQ
           PERFORM 4770-MOVE-AVISO
           CLOSE ARQ-JORNAL
           MOVE '00' TO WRK-FS-JORNAL.

      *-----------------------------------------------------
      *    MARCA DE DORMENTE DE UMA CONTA DO MAPA
      *-----------------------------------------------------
       4710-MOVE-DORMENTE.
           MOVE WRK-DUPLICADO TO DOR-CLIENTE
           MOVE WRK-MAPA-SEQ-ANT(WRK-IDX) TO DOR-SEQUENCIA
           READ ARQ-DORMENTES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WRK-SOBREVIVENTE TO DOR-CLIENTE
                   MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX) TO DOR-SEQUENCIA
                   WRITE DORMENTE-REC
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 4711-APAGA-DORMENTE-ANTIGO
                   END-WRITE
           END-READ.

       4711-APAGA-DORMENTE-ANTIGO.
           MOVE WRK-DUPLICADO TO DOR-CLIENTE
           MOVE WRK-MAPA-SEQ-ANT(WRK-IDX) TO DOR-SEQUENCIA
           DELETE ARQ-DORMENTES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE 'CTADORM' TO JCH-ARQUIVO
           MOVE SPACES TO JCH-IDENTIFICACAO
           MOVE 1 TO JCH-QTD
           MOVE WRK-MAPA-SEQ-ANT(WRK-IDX) TO WRK-JCH-SEQ-ANT
           MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX) TO WRK-JCH-SEQ-NOVA
           PERFORM 4790-JORNAL-RECHAVE
           ADD 1 TO WRK-TOT-DORMENTES.

      *-----------------------------------------------------
      *    CONTRATO DE EMPRESTIMO COLETADO: A CHAVE E O NUMERO
      *    DO CONTRATO, SO CLIENTE E CONTA MUDAM, E AS PARCELAS
      *    DELE ACOMPANHAM
      *-----------------------------------------------------
       4720-MOVE-EMPRESTIMO.
           MOVE WRK-EMP-NUM(WRK-IDX) TO EMP-NUMERO
           READ ARQ-EMPRESTIMO KEY IS EMP-NUMERO
               INVALID KEY
                   MOVE ZEROS TO WRK-IDX-MAPA
               NOT INVALID KEY
                   MOVE EMP-SEQUENCIA TO WRK-SEQ-PROCURADA
                   PERFORM 3530-MAPEIA-SEQUENCIA
           END-READ
           IF WRK-IDX-MAPA > ZEROS
               MOVE WRK-SOBREVIVENTE TO EMP-CLIENTE
               MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO EMP-SEQUENCIA
               REWRITE EMPRESTIMO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'EMPREST' TO JCH-ARQUIVO
               MOVE EMP-NUMERO TO JCH-IDENTIFICACAO
               MOVE 1 TO JCH-QTD
               MOVE WRK-MAPA-SEQ-ANT(WRK-IDX-MAPA) TO WRK-JCH-SEQ-ANT
               MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO WRK-JCH-SEQ-NOVA
               PERFORM 4790-JORNAL-RECHAVE
               ADD 1 TO WRK-TOT-EMPRESTIMOS
               PERFORM 4721-MOVE-PARCELAS
           END-IF.

      *-----------------------------------------------------
      *    PARCELAS DO CONTRATO CORRENTE (CHAVE CONTRATO +
      *    NUMERO NAO MUDA), COM UMA LINHA DE JORNAL SO PARA O
      *    CONTRATO INTEIRO
      *-----------------------------------------------------
       4721-MOVE-PARCELAS.
           MOVE ZEROS TO WRK-QTD-PARC-CONTRATO
           MOVE EMP-NUMERO TO PAR-CONTRATO
           MOVE ZEROS TO PAR-NUMERO
           MOVE '00' TO WRK-FS-PARCELA
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-PARCELA
           END-START
           PERFORM 4722-MOVE-PARCELA
               UNTIL WRK-FS-PARCELA NOT = '00'
           IF WRK-QTD-PARC-CONTRATO > ZEROS
               MOVE 'PARCELAS' TO JCH-ARQUIVO
               MOVE EMP-NUMERO TO JCH-IDENTIFICACAO
               MOVE WRK-QTD-PARC-CONTRATO TO JCH-QTD
               PERFORM 4790-JORNAL-RECHAVE
               ADD WRK-QTD-PARC-CONTRATO TO WRK-TOT-PARCELAS
           END-IF.

       4722-MOVE-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
               NOT AT END
                   IF PAR-CONTRATO NOT = EMP-NUMERO
                       MOVE '10' TO WRK-FS-PARCELA
                   ELSE
                       IF PAR-CLIENTE = WRK-DUPLICADO
                           MOVE WRK-SOBREVIVENTE TO PAR-CLIENTE
                           MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA)
                               TO PAR-SEQUENCIA
                           REWRITE PARCELA-REC
                               INVALID KEY
                                   CONTINUE
                           END-REWRITE
                           ADD 1 TO WRK-QTD-PARC-CONTRATO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    TITULO DE COBRANCA COLETADO (CHAVE NOSSO NUMERO NAO
      *    MUDA)
      *-----------------------------------------------------
       4730-MOVE-TITULO.
           MOVE WRK-TIT-NUM(WRK-IDX) TO TIT-NOSSO-NUMERO
           READ ARQ-TITULO KEY IS TIT-NOSSO-NUMERO
               INVALID KEY
                   MOVE ZEROS TO WRK-IDX-MAPA
               NOT INVALID KEY
                   MOVE TIT-SEQUENCIA TO WRK-SEQ-PROCURADA
                   PERFORM 3530-MAPEIA-SEQUENCIA
           END-READ
           IF WRK-IDX-MAPA > ZEROS
               MOVE WRK-SOBREVIVENTE TO TIT-CLIENTE
               MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO TIT-SEQUENCIA
               REWRITE TITULO-REC
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE 'TITCOB' TO JCH-ARQUIVO
               MOVE TIT-NOSSO-NUMERO TO JCH-IDENTIFICACAO
               MOVE 1 TO JCH-QTD
               MOVE WRK-MAPA-SEQ-ANT(WRK-IDX-MAPA) TO WRK-JCH-SEQ-ANT
               MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO WRK-JCH-SEQ-NOVA
               PERFORM 4790-JORNAL-RECHAVE
               ADD 1 TO WRK-TOT-TITULOS
           END-IF.

      *-----------------------------------------------------
      *    ORDEM PERMANENTE COLETADA: GRAVA NA CHAVE NOVA (COM O
      *    DESTINO TAMBEM MAPEADO QUANDO E OUTRA CONTA DO
      *    DUPLICADO) E SO ENTAO APAGA A ANTIGA
      *-----------------------------------------------------
       4740-MOVE-ORDEM.
           MOVE WRK-ORD-IMG(WRK-IDX) TO ORDEM-REC
           MOVE ORD-SEQUENCIA TO WRK-SEQ-PROCURADA
           PERFORM 3530-MAPEIA-SEQUENCIA
           IF WRK-IDX-MAPA > ZEROS
               MOVE WRK-MAPA-SEQ-ANT(WRK-IDX-MAPA) TO WRK-JCH-SEQ-ANT
               MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO WRK-JCH-SEQ-NOVA
               MOVE WRK-SOBREVIVENTE TO ORD-CLIENTE
               MOVE WRK-JCH-SEQ-NOVA TO ORD-SEQUENCIA
               IF ORD-CLIENTE-DEST = WRK-DUPLICADO
                   MOVE ORD-SEQ-DEST TO WRK-SEQ-PROCURADA
                   PERFORM 3530-MAPEIA-SEQUENCIA
                   IF WRK-IDX-MAPA > ZEROS
                       MOVE WRK-SOBREVIVENTE TO ORD-CLIENTE-DEST
                       MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA)
                           TO ORD-SEQ-DEST
                   END-IF
               END-IF
               WRITE ORDEM-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4741-APAGA-ORDEM-ANTIGA
               END-WRITE
           END-IF.

       4741-APAGA-ORDEM-ANTIGA.
           MOVE 'ORDPERM' TO JCH-ARQUIVO
           MOVE ORD-NUMERO TO JCH-IDENTIFICACAO
           MOVE 1 TO JCH-QTD
           MOVE WRK-DUPLICADO TO ORD-CLIENTE
           MOVE WRK-JCH-SEQ-ANT TO ORD-SEQUENCIA
           DELETE ARQ-ORDENS RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 4790-JORNAL-RECHAVE
           ADD 1 TO WRK-TOT-ORDENS.

      *-----------------------------------------------------
      *    ORDENS DE OUTROS CLIENTES COM DESTINO NUMA CONTA DO
      *    DUPLICADO PASSAM A CREDITAR A CONTA NOVA (A CHAVE DA
      *    ORDEM NAO MUDA)
      *-----------------------------------------------------
       4750-RECHAVEIA-DESTINOS.
           MOVE ZEROS TO ORD-CLIENTE ORD-SEQUENCIA ORD-NUMERO
           MOVE '00' TO WRK-FS-ORDENS
           START ARQ-ORDENS KEY IS NOT LESS THAN ORD-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ORDENS
           END-START
           PERFORM 4751-VERIFICA-DESTINO
               UNTIL WRK-FS-ORDENS NOT = '00'.

       4751-VERIFICA-DESTINO.
           READ ARQ-ORDENS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ORDENS
               NOT AT END
                   IF ORD-CLIENTE-DEST = WRK-DUPLICADO
                       MOVE ORD-SEQ-DEST TO WRK-SEQ-PROCURADA
                       PERFORM 3530-MAPEIA-SEQUENCIA
                       IF WRK-IDX-MAPA > ZEROS
                           PERFORM 4752-TROCA-DESTINO
                       END-IF
                   END-IF
           END-READ.

       4752-TROCA-DESTINO.
           MOVE WRK-SOBREVIVENTE TO ORD-CLIENTE-DEST
           MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO ORD-SEQ-DEST
           REWRITE ORDEM-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           MOVE 'ORDPERM' TO JCH-ARQUIVO
           MOVE ORD-CHAVE TO JCH-IDENTIFICACAO
           MOVE 1 TO JCH-QTD
           MOVE WRK-MAPA-SEQ-ANT(WRK-IDX-MAPA) TO WRK-JCH-SEQ-ANT
           MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO WRK-JCH-SEQ-NOVA
           PERFORM 4790-JORNAL-RECHAVE
           ADD 1 TO WRK-TOT-ORD-DESTINO.

      *-----------------------------------------------------
      *    FOLHA DE CHEQUE COLETADA: GRAVA NA CHAVE NOVA E SO
      *    ENTAO APAGA A ANTIGA
      *-----------------------------------------------------
       4760-MOVE-CHEQUE.
           MOVE WRK-CHQ-IMG(WRK-IDX) TO CHEQUE-REC
           MOVE CHQ-SEQUENCIA TO WRK-SEQ-PROCURADA
           PERFORM 3530-MAPEIA-SEQUENCIA
           IF WRK-IDX-MAPA > ZEROS
               MOVE WRK-MAPA-SEQ-ANT(WRK-IDX-MAPA) TO WRK-JCH-SEQ-ANT
               MOVE WRK-MAPA-SEQ-NOVA(WRK-IDX-MAPA) TO WRK-JCH-SEQ-NOVA
               MOVE WRK-SOBREVIVENTE TO CHQ-CLIENTE
               MOVE WRK-JCH-SEQ-NOVA TO CHQ-SEQUENCIA
               WRITE CHEQUE-REC
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 4761-APAGA-CHEQUE-ANTIGO
               END-WRITE
           END-IF.

       4761-APAGA-CHEQUE-ANTIGO.
           MOVE 'CHQMAST' TO JCH-ARQUIVO
           MOVE CHQ-NUMERO TO JCH-IDENTIFICACAO
           MOVE 1 TO JCH-QTD
           MOVE WRK-DUPLICADO TO CHQ-CLIENTE
           MOVE WRK-JCH-SEQ-ANT TO CHQ-SEQUENCIA
           DELETE ARQ-CHEQUES RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 4790-JORNAL-RECHAVE
           ADD 1 TO WRK-TOT-CHEQUES.

      *-----------------------------------------------------
      *    PREFERENCIA DE AVISO DO DUPLICADO: PASSA AO
      *    SOBREVIVENTE QUE NAO TEM A SUA; TENDO, A DO
      *    SOBREVIVENTE FICA E A DO DUPLICADO E DESCARTADA
      *-----------------------------------------------------
       4770-MOVE-AVISO.
           MOVE WRK-DUPLICADO TO AVI-CLIENTE
           READ ARQ-AVISO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 4771-TRANSFERE-AVISO
           END-READ.

       4771-TRANSFERE-AVISO.
           MOVE 'NOTPREF' TO JCH-ARQUIVO
           MOVE 1 TO JCH-QTD
           MOVE ZEROS TO WRK-JCH-SEQ-ANT WRK-JCH-SEQ-NOVA
           MOVE WRK-SOBREVIVENTE TO AVI-CLIENTE
           WRITE AVISO-REC
               INVALID KEY
                   MOVE 'DESCARTADA' TO JCH-IDENTIFICACAO
               NOT INVALID KEY
                   MOVE SPACES TO JCH-IDENTIFICACAO
                   ADD 1 TO WRK-TOT-AVISOS
           END-WRITE
           MOVE WRK-DUPLICADO TO AVI-CLIENTE
           DELETE ARQ-AVISO RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE
           PERFORM 4790-JORNAL-RECHAVE.

      *-----------------------------------------------------
      *    MONTA AS CHAVES ANTIGA (DUPLICADO) E NOVA
      *    (SOBREVIVENTE) DO REGISTRO RECHAVEADO E GRAVA O
      *    JORNAL. O CHAMADOR CARREGA ARQUIVO, IDENTIFICACAO,
      *    QUANTIDADE E AS DUAS SEQUENCIAS
      *-----------------------------------------------------
       4790-JORNAL-RECHAVE.
           MOVE WRK-DUPLICADO TO JCH-CLIENTE
           MOVE WRK-JCH-SEQ-ANT TO JCH-SEQUENCIA
           MOVE WRK-JRN-CHAVE TO WRK-JRN-ANTES
           MOVE WRK-SOBREVIVENTE TO JCH-CLIENTE
           MOVE WRK-JCH-SEQ-NOVA TO JCH-SEQUENCIA
           MOVE WRK-JRN-CHAVE TO WRK-JRN-DEPOIS
           PERFORM 8600-GRAVA-JORNAL-CHAVE.

      *-----------------------------------------------------
      *    TRANSFERE OS OVERRIDES DE LIMITE DAS CONTAS MOVIDAS
      *    PELO PROPRIO COB35-LIMITE (DONO DO CTALIMIT)
           PERFORM 8100-IMPRIME-CONTA-MOVIDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-CONTAS
           PERFORM 8200-IMPRIME-VINCULOS
           CLOSE RELATORIO.

       8100-IMPRIME-CONTA-MOVIDA.
               INTO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------
      *    TOTAIS POR ARQUIVO DOS REGISTROS RECHAVEADOS FORA DO
      *    CTAMAST
      *-----------------------------------------------------
       8200-IMPRIME-VINCULOS.
           MOVE 'MARCAS DE DORMENTE (CTADORM)' TO VIN-ROTULO
           MOVE WRK-TOT-DORMENTES TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'EMPRESTIMOS (EMPREST)' TO VIN-ROTULO
           MOVE WRK-TOT-EMPRESTIMOS TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'PARCELAS (PARCELAS)' TO VIN-ROTULO
           MOVE WRK-TOT-PARCELAS TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'TITULOS DE COBRANCA (TITCOB)' TO VIN-ROTULO
           MOVE WRK-TOT-TITULOS TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'ORDENS PERMANENTES (ORDPERM)' TO VIN-ROTULO
           MOVE WRK-TOT-ORDENS TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'ORDENS DE TERCEIROS - DESTINO' TO VIN-ROTULO
           MOVE WRK-TOT-ORD-DESTINO TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'FOLHAS DE CHEQUE (CHQMAST)' TO VIN-ROTULO
           MOVE WRK-TOT-CHEQUES TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO
           MOVE 'PREFERENCIA DE AVISO (NOTPREF)' TO VIN-ROTULO
           MOVE WRK-TOT-AVISOS TO VIN-QTD
           WRITE REL-LINHA FROM WRK-LINHA-VINCULO.

      *-----------------------------------------------------
      *    IMPRIME NO UNIFREL A UNIFICACAO RECUSADA E O MOTIVO
      *-----------------------------------------------------
       8300-IMPRIME-RECUSA.
           OPEN EXTEND RELATORIO
           IF WRK-FS-RELATORIO NOT = '00'
               OPEN OUTPUT RELATORIO
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING 'UNIFICACAO RECUSADA EM ' DELIMITED BY SIZE
                  WRK-DATA-HOJE DELIMITED BY SIZE
                  ' POR ' DELIMITED BY SIZE
                  LK-OPERADOR DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '  SOBREVIVENTE ' DELIMITED BY SIZE
                  WRK-SOBREVIVENTE DELIMITED BY SIZE
                  ' DUPLICADO ' DELIMITED BY SIZE
                  WRK-DUPLICADO DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES TO REL-LINHA
           STRING '  MOTIVO: ' DELIMITED BY SIZE
                  WRK-MOTIVO-RECUSA DELIMITED BY SIZE
               INTO REL-LINHA
           WRITE REL-LINHA
           CLOSE RELATORIO.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA NO JORNAL DO CADASTRO (CLIJORN),
      *    NOS MOLDES DO 8000-GRAVA-JORNAL DO CLIENTES.COB
           MOVE CLIENTE-REC          TO JRN-DEPOIS
           MOVE SPACES TO JRN-OPERADOR-CAPTURA
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC
           CLOSE ARQ-JORNAL
           MOVE '00' TO WRK-FS-JORNAL.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DE RECHAVEACAO (OPERACAO U) NO
      *    CLIJORN, ABERTO PELO 4700, NO NUMERO DO SOBREVIVENTE
      *-----------------------------------------------------
       8600-GRAVA-JORNAL-CHAVE.
           ACCEPT WRK-HORA-AGORA FROM TIME
           MOVE SPACES TO JORNAL-REC
           MOVE WRK-DATA-HOJE        TO JRN-DATA
           MOVE WRK-HORA-AGORA(1:6)  TO JRN-HORA
           MOVE LK-OPERADOR          TO JRN-OPERADOR
           SET JRN-OP-UNIFICACAO TO TRUE
           MOVE WRK-SOBREVIVENTE     TO JRN-NUMERO
           MOVE WRK-JRN-ANTES        TO JRN-ANTES
           MOVE WRK-JRN-DEPOIS       TO JRN-DEPOIS
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
           CLOSE CLIENTE-MASTER
           CLOSE CONTA-MASTER
           CLOSE ARQ-COTITULAR
           CLOSE ARQ-BLOQUEIOS
           CLOSE ARQ-DORMENTES
           CLOSE ARQ-EMPRESTIMO
           CLOSE ARQ-PARCELAS
           CLOSE ARQ-TITULO
           CLOSE ARQ-ORDENS
           CLOSE ARQ-CHEQUES
           CLOSE ARQ-AVISO
           CLOSE ARQ-OBITO
           CLOSE ARQ-ESPAUT.
