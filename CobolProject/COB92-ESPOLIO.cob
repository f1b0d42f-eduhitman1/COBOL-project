       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB92-ESPOLIO.
      ********************************
      *OBJETIVO : RELATORIO DO ESPOLIO DE UM CLIENTE FALECIDO:
      *           CONTAS, SALDOS, BLOQUEIOS JUDICIAIS E
      *           CO-TITULARES NA DATA DO OBITO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA (JOB CLIESPOL),
      *            SUBMETIDO SOB DEMANDA PARA O ADVOGADO DA FAMILIA
      *            E PARA O JUIZO DO INVENTARIO. O PARAMETRO
      *            ESPPARM TRAZ O NUMERO DO CLIENTE; A DATA DO
      *            OBITO VEM DO OBITOS (GRAVADO PELO COB90-OBITO).
      *            IMPRIME NO RELESP: OS DADOS DO FALECIDO E DO
      *            REGISTRO DO OBITO; CADA CONTA DO CTAMAST COM O
      *            SALDO NA DATA DO OBITO (SALDO ATUAL MENOS OS
      *            CREDITOS E MAIS OS DEBITOS DO MOVHIST DATADOS
      *            DEPOIS DO OBITO) E O SALDO ATUAL; OS BLOQUEIOS
      *            JUDICIAIS DO BLOQJUD DAS CONTAS (OS REGISTRADOS
      *            DEPOIS DO OBITO SAEM MARCADOS); E AS
      *            COTITULARIDADES DO COTITUL NOS DOIS SENTIDOS,
      *            COM A MARCA DE REVISAO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT ARQ-OBITO ASSIGN TO "OBITOS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OBI-CLIENTE
               FILE STATUS IS WRK-FS-OBITO.

           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-COTITULAR ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS WRK-FS-COTITULAR.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-PARAMETRO ASSIGN TO "ESPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT RELATORIO ASSIGN TO "RELESP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-OBITO.
           COPY OBITO.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-COTITULAR.
           COPY COTITULAR.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-CLIENTE          PIC 9(06).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-OBITO            PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQUEIOS        PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR        PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-PARM            PIC X(01) VALUE 'N'.
           88 TEM-PARM             VALUE 'S'.
       77  WRK-TEM-OBITO           PIC X(01) VALUE 'N'.
           88 TEM-OBITO            VALUE 'S'.
       77  WRK-DATA-HOJE           PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTE-ALVO        PIC 9(06) VALUE ZEROS.
       77  WRK-DATA-OBITO          PIC 9(08) VALUE ZEROS.
       77  WRK-CTA-QTD             PIC 9(02) VALUE ZEROS.
       77  WRK-CTA-IDX             PIC 9(02) VALUE ZEROS.
       77  WRK-CTA-ACHADA          PIC 9(02) VALUE ZEROS.
       77  WRK-QTD-BLOQUEIOS       PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-COTITULARES     PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-COHOLD          PIC 9(03) VALUE ZEROS.
       77  WRK-QTD-MOVTOS-APOS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SALDO-OBITO   PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-BLOQUEADO     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-NOME-OUTRO          PIC X(30) VALUE SPACES.

      *    CONTAS DO FALECIDO, COM O AJUSTE DOS MOVIMENTOS
      *    POSTERIORES AO OBITO (CREDITO SUBTRAI, DEBITO SOMA)
       01  WRK-CONTAS-TAB.
           05 WRK-CTA-ENT          OCCURS 99 TIMES.
              10 WRK-CTA-SEQ       PIC 9(02).
              10 WRK-CTA-TIPO      PIC X(02).
              10 WRK-CTA-STATUS    PIC X(01).
              10 WRK-CTA-SALDO     PIC S9(09)V99.
              10 WRK-CTA-AJUSTE    PIC S9(09)V99.
              10 WRK-CTA-MOVTOS    PIC 9(04).

       01  WRK-LINHA-ROTULO.
           05 ROT-TITULO           PIC X(22).
           05 ROT-VALOR            PIC X(40).

       01  WRK-LINHA-VALOR.
           05 VAL-TITULO           PIC X(40).
           05 VAL-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WRK-CAB-CONTA.
           05 FILLER               PIC X(35)
              VALUE '  SQ TP S  SALDO NO OBITO     SALDO'.
           05 FILLER               PIC X(25)
              VALUE ' ATUAL MOVTOS APOS OBITO'.

       01  WRK-LINHA-CONTA.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LCT-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCT-TIPO             PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCT-STATUS           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCT-SALDO-OBITO      PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCT-SALDO-ATUAL      PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCT-MOVTOS           PIC ZZZ9.

       01  WRK-LINHA-BLOQUEIO.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 LBL-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LBL-NUMERO           PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBL-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBL-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBL-AUTORIDADE       PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LBL-MARCA            PIC X(10).

       01  WRK-LINHA-COTITULAR.
           05 FILLER               PIC X(08) VALUE '  CONTA '.
           05 LCO-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 LCO-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCO-OUTRO            PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCO-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCO-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LCO-REVISAO          PIC X(01).

       01  WRK-LINHA-SECAO.
           05 SEC-TITULO           PIC X(40).
           05 SEC-QTD              PIC ZZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           IF NOT TEM-PARM
               DISPLAY 'SEM PARAMETRO ESPPARM - NADA A FAZER'
           ELSE
               PERFORM 2000-LOCALIZA-OBITO
               IF TEM-OBITO
                   PERFORM 3000-IMPRIME-FALECIDO
                   PERFORM 4000-CARREGA-CONTAS
                   PERFORM 4200-APURA-MOVIMENTOS
                   PERFORM 4400-IMPRIME-CONTAS
                   PERFORM 5000-IMPRIME-BLOQUEIOS
                   PERFORM 6000-IMPRIME-COTITULARES
                   PERFORM 6500-IMPRIME-COTITULARIDADES
               ELSE
                   MOVE 'CLIENTE SEM OBITO REGISTRADO' TO REL-LINHA
                   WRITE REL-LINHA
               END-IF
           END-IF
           PERFORM 9000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------
      *    LE O PARAMETRO E ABRE OS ARQUIVOS E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE 'RELATORIO DO ESPOLIO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'EMITIDO EM..........: ' TO ROT-TITULO
           MOVE WRK-DATA-HOJE TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-CLIENTE NUMERIC
                          AND PRM-CLIENTE NOT = ZEROS
                           MOVE 'S' TO WRK-TEM-PARM
                           MOVE PRM-CLIENTE TO WRK-CLIENTE-ALVO
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT CONTA-MASTER
           OPEN INPUT ARQ-OBITO
           OPEN INPUT ARQ-BLOQUEIOS
           OPEN INPUT ARQ-COTITULAR.

      *-----------------------------------------------------
      *    O CLIENTE TEM QUE ESTAR NO CLIMAST COM STATUS O E
      *    COM O REGISTRO DO OBITO NO OBITOS
      *-----------------------------------------------------
       2000-LOCALIZA-OBITO.
           MOVE 'N' TO WRK-TEM-OBITO
           IF WRK-FS-CLIENTE = '00' AND WRK-FS-OBITO = '00'
               MOVE WRK-CLIENTE-ALVO TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-FALECIDO
                           PERFORM 2100-LER-OBITO
                       END-IF
               END-READ
           END-IF.

       2100-LER-OBITO.
           MOVE WRK-CLIENTE-ALVO TO OBI-CLIENTE
           READ ARQ-OBITO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-OBITO
                   MOVE OBI-DATA-OBITO TO WRK-DATA-OBITO
           END-READ.

      *-----------------------------------------------------
      *    DADOS DO FALECIDO E DO REGISTRO DO OBITO
      *-----------------------------------------------------
       3000-IMPRIME-FALECIDO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'FALECIDO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'NUMERO..............: ' TO ROT-TITULO
           MOVE CLI-NUMERO TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'NOME................: ' TO ROT-TITULO
           MOVE CLI-NOME TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'CPF/CNPJ............: ' TO ROT-TITULO
           MOVE CLI-CPF-CNPJ TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'AGENCIA.............: ' TO ROT-TITULO
           MOVE CLI-AGENCIA TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'DATA DO OBITO.......: ' TO ROT-TITULO
           MOVE OBI-DATA-OBITO TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'CERTIDAO............: ' TO ROT-TITULO
           MOVE OBI-CERTIDAO TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'STATUS ANTERIOR.....: ' TO ROT-TITULO
           MOVE OBI-STATUS-ANTERIOR TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'REGISTRADO EM.......: ' TO ROT-TITULO
           MOVE OBI-DATA-REGISTRO TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO
           MOVE 'REGISTRADO POR......: ' TO ROT-TITULO
           MOVE OBI-SUPERVISOR TO ROT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ROTULO.

      *-----------------------------------------------------
      *    CARREGA AS CONTAS DO FALECIDO NA TABELA
      *-----------------------------------------------------
       4000-CARREGA-CONTAS.
           MOVE ZEROS TO WRK-CTA-QTD
           IF WRK-FS-CONTA = '00'
               MOVE WRK-CLIENTE-ALVO TO CTA-CLIENTE
               MOVE ZEROS TO CTA-SEQUENCIA
               START CONTA-MASTER KEY IS NOT LESS THAN CTA-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-CONTA
               END-START
               PERFORM 4100-LER-CONTA
                   UNTIL WRK-FS-CONTA NOT = '00'
           END-IF.

       4100-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   IF CTA-CLIENTE = WRK-CLIENTE-ALVO
                      AND WRK-CTA-QTD < 99
                       ADD 1 TO WRK-CTA-QTD
                       MOVE CTA-SEQUENCIA TO WRK-CTA-SEQ(WRK-CTA-QTD)
                       MOVE CTA-TIPO      TO WRK-CTA-TIPO(WRK-CTA-QTD)
                       MOVE CTA-STATUS
                           TO WRK-CTA-STATUS(WRK-CTA-QTD)
                       MOVE CTA-SALDO
                           TO WRK-CTA-SALDO(WRK-CTA-QTD)
                       MOVE ZEROS TO WRK-CTA-AJUSTE(WRK-CTA-QTD)
                       MOVE ZEROS TO WRK-CTA-MOVTOS(WRK-CTA-QTD)
                   ELSE
                       MOVE '10' TO WRK-FS-CONTA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    VARRE O MOVHIST UMA VEZ E ACUMULA, POR CONTA, OS
      *    MOVIMENTOS DATADOS DEPOIS DO OBITO
      *-----------------------------------------------------
       4200-APURA-MOVIMENTOS.
           MOVE ZEROS TO WRK-QTD-MOVTOS-APOS
           IF WRK-CTA-QTD > ZEROS
               OPEN INPUT ARQ-HISTORICO
               IF WRK-FS-HISTORICO = '00'
                   PERFORM 4300-LER-HISTORICO
                       UNTIL WRK-FS-HISTORICO NOT = '00'
                   CLOSE ARQ-HISTORICO
               END-IF
           END-IF.

       4300-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-CLIENTE = WRK-CLIENTE-ALVO
                      AND MHS-DATA > WRK-DATA-OBITO
                       PERFORM 4310-AJUSTA-CONTA
                   END-IF
           END-READ.

       4310-AJUSTA-CONTA.
           MOVE ZEROS TO WRK-CTA-ACHADA
           PERFORM 4320-PROCURA-CONTA
               VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-CTA-QTD
                  OR WRK-CTA-ACHADA > ZEROS
           IF WRK-CTA-ACHADA > ZEROS
               ADD 1 TO WRK-QTD-MOVTOS-APOS
               ADD 1 TO WRK-CTA-MOVTOS(WRK-CTA-ACHADA)
               IF MHS-CREDITO
                   SUBTRACT MHS-VALOR
                       FROM WRK-CTA-AJUSTE(WRK-CTA-ACHADA)
               ELSE
                   ADD MHS-VALOR TO WRK-CTA-AJUSTE(WRK-CTA-ACHADA)
               END-IF
           END-IF.

       4320-PROCURA-CONTA.
           IF WRK-CTA-SEQ(WRK-CTA-IDX) = MHS-SEQUENCIA
               MOVE WRK-CTA-IDX TO WRK-CTA-ACHADA
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME AS CONTAS COM O SALDO NA DATA DO OBITO E O
      *    SALDO ATUAL
      *-----------------------------------------------------
       4400-IMPRIME-CONTAS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONTAS..........................: ' TO SEC-TITULO
           MOVE WRK-CTA-QTD TO SEC-QTD
           WRITE REL-LINHA FROM WRK-LINHA-SECAO
           WRITE REL-LINHA FROM WRK-CAB-CONTA
           MOVE ZEROS TO WRK-TOTAL-SALDO-OBITO
           PERFORM 4410-IMPRIME-CONTA
               VARYING WRK-CTA-IDX FROM 1 BY 1
               UNTIL WRK-CTA-IDX > WRK-CTA-QTD
           MOVE 'TOTAL DOS SALDOS NA DATA DO OBITO.: ' TO VAL-TITULO
           MOVE WRK-TOTAL-SALDO-OBITO TO VAL-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-VALOR.

       4410-IMPRIME-CONTA.
           MOVE WRK-CTA-SEQ(WRK-CTA-IDX)    TO LCT-SEQ
           MOVE WRK-CTA-TIPO(WRK-CTA-IDX)   TO LCT-TIPO
           MOVE WRK-CTA-STATUS(WRK-CTA-IDX) TO LCT-STATUS
           COMPUTE LCT-SALDO-OBITO = WRK-CTA-SALDO(WRK-CTA-IDX)
                                   + WRK-CTA-AJUSTE(WRK-CTA-IDX)
           COMPUTE WRK-TOTAL-SALDO-OBITO = WRK-TOTAL-SALDO-OBITO
                                   + WRK-CTA-SALDO(WRK-CTA-IDX)
                                   + WRK-CTA-AJUSTE(WRK-CTA-IDX)
           MOVE WRK-CTA-SALDO(WRK-CTA-IDX)  TO LCT-SALDO-ATUAL
           MOVE WRK-CTA-MOVTOS(WRK-CTA-IDX) TO LCT-MOVTOS
           WRITE REL-LINHA FROM WRK-LINHA-CONTA.

      *-----------------------------------------------------
      *    IMPRIME OS BLOQUEIOS JUDICIAIS DAS CONTAS. O VALOR
      *    TOTAL CONSIDERA SO OS BLOQUEIOS ATE A DATA DO OBITO;
      *    OS POSTERIORES SAEM MARCADOS
      *-----------------------------------------------------
       5000-IMPRIME-BLOQUEIOS.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO WRK-QTD-BLOQUEIOS WRK-TOTAL-BLOQUEADO
           IF WRK-FS-BLOQUEIOS = '00'
               MOVE WRK-CLIENTE-ALVO TO BLO-CLIENTE
               MOVE ZEROS TO BLO-SEQUENCIA BLO-NUMERO
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BLO-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-BLOQUEIOS
               END-START
               PERFORM 5100-LER-BLOQUEIO
                   UNTIL WRK-FS-BLOQUEIOS NOT = '00'
           END-IF
           MOVE 'BLOQUEIOS JUDICIAIS.............: ' TO SEC-TITULO
           MOVE WRK-QTD-BLOQUEIOS TO SEC-QTD
           WRITE REL-LINHA FROM WRK-LINHA-SECAO
           MOVE 'TOTAL BLOQUEADO NA DATA DO OBITO..: ' TO VAL-TITULO
           MOVE WRK-TOTAL-BLOQUEADO TO VAL-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-VALOR.

       5100-LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-BLOQUEIOS
               NOT AT END
                   IF BLO-CLIENTE = WRK-CLIENTE-ALVO
                       ADD 1 TO WRK-QTD-BLOQUEIOS
                       MOVE BLO-SEQUENCIA  TO LBL-SEQ
                       MOVE BLO-NUMERO     TO LBL-NUMERO
                       MOVE BLO-VALOR      TO LBL-VALOR
                       MOVE BLO-DATA       TO LBL-DATA
                       MOVE BLO-AUTORIDADE TO LBL-AUTORIDADE
                       IF BLO-DATA > WRK-DATA-OBITO
                           MOVE 'APOS OBITO' TO LBL-MARCA
                       ELSE
                           MOVE SPACES TO LBL-MARCA
                           ADD BLO-VALOR TO WRK-TOTAL-BLOQUEADO
                       END-IF
                       WRITE REL-LINHA FROM WRK-LINHA-BLOQUEIO
                   ELSE
                       MOVE '10' TO WRK-FS-BLOQUEIOS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CO-TITULARES DAS CONTAS DO FALECIDO
      *-----------------------------------------------------
       6000-IMPRIME-COTITULARES.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE ZEROS TO WRK-QTD-COTITULARES
           IF WRK-FS-COTITULAR = '00'
               MOVE WRK-CLIENTE-ALVO TO COT-CLIENTE
               MOVE ZEROS TO COT-SEQUENCIA COT-COTITULAR
               START ARQ-COTITULAR KEY IS NOT LESS THAN COT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-COTITULAR
               END-START
               PERFORM 6100-LER-COTITULAR
                   UNTIL WRK-FS-COTITULAR NOT = '00'
           END-IF
           MOVE 'CO-TITULARES DAS CONTAS.........: ' TO SEC-TITULO
           MOVE WRK-QTD-COTITULARES TO SEC-QTD
           WRITE REL-LINHA FROM WRK-LINHA-SECAO.

       6100-LER-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   IF COT-CLIENTE = WRK-CLIENTE-ALVO
                       ADD 1 TO WRK-QTD-COTITULARES
                       MOVE COT-COTITULAR TO CLI-NUMERO
                       PERFORM 6900-IMPRIME-LINHA-COT
                   ELSE
                       MOVE '10' TO WRK-FS-COTITULAR
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONTAS DE OUTROS TITULARES EM QUE O FALECIDO E
      *    CO-TITULAR (VARRE O COTITUL INTEIRO)
      *-----------------------------------------------------
       6500-IMPRIME-COTITULARIDADES.
           MOVE ZEROS TO WRK-QTD-COHOLD
           IF WRK-FS-COTITULAR NOT = '35'
               MOVE '00' TO WRK-FS-COTITULAR
               MOVE ZEROS TO COT-CHAVE
               START ARQ-COTITULAR KEY IS NOT LESS THAN COT-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-COTITULAR
               END-START
               PERFORM 6600-LER-COTITULARIDADE
                   UNTIL WRK-FS-COTITULAR NOT = '00'
           END-IF
           MOVE 'CONTAS COMO CO-TITULAR..........: ' TO SEC-TITULO
           MOVE WRK-QTD-COHOLD TO SEC-QTD
           WRITE REL-LINHA FROM WRK-LINHA-SECAO.

       6600-LER-COTITULARIDADE.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   IF COT-COTITULAR = WRK-CLIENTE-ALVO
                       ADD 1 TO WRK-QTD-COHOLD
                       MOVE COT-CLIENTE TO CLI-NUMERO
                       PERFORM 6900-IMPRIME-LINHA-COT
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME A COTITULARIDADE CORRENTE COM O NOME DO
      *    OUTRO CLIENTE (JA CARREGADO EM CLI-NUMERO)
      *-----------------------------------------------------
       6900-IMPRIME-LINHA-COT.
           MOVE CLI-NUMERO TO LCO-OUTRO
           MOVE SPACES TO WRK-NOME-OUTRO
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'FORA DO CADASTRO' TO WRK-NOME-OUTRO
               NOT INVALID KEY
                   MOVE CLI-NOME TO WRK-NOME-OUTRO
           END-READ
           MOVE COT-CLIENTE       TO LCO-CLIENTE
           MOVE COT-SEQUENCIA     TO LCO-SEQ
           MOVE WRK-NOME-OUTRO    TO LCO-NOME
           MOVE COT-DATA-INCLUSAO TO LCO-DATA
           MOVE COT-REVISAO       TO LCO-REVISAO
           WRITE REL-LINHA FROM WRK-LINHA-COTITULAR.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS E O RELATORIO
      *-----------------------------------------------------
       9000-FINALIZE.
           IF WRK-FS-CLIENTE NOT = '35'
               CLOSE CLIENTE-MASTER
           END-IF
           IF WRK-FS-CONTA NOT = '35'
               CLOSE CONTA-MASTER
           END-IF
           IF WRK-FS-OBITO NOT = '35'
               CLOSE ARQ-OBITO
           END-IF
           IF WRK-FS-BLOQUEIOS NOT = '35'
               CLOSE ARQ-BLOQUEIOS
           END-IF
           IF WRK-FS-COTITULAR NOT = '35'
               CLOSE ARQ-COTITULAR
           END-IF
           CLOSE RELATORIO.
