       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB77-CONFERE-JORNAL.
      ********************************
      *OBJETIVO : CONFERENCIA NOTURNA DO ESPELHO INDEXADO DO
      *           JORNAL (CLIJIDX) CONTRA O CLIJORN (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) DEPOIS DO RELATORIO DO JORNAL. O
      *            ONLINE GRAVA CADA LINHA NO CLIJORN E NO ESPELHO
      *            (COB75-JORNAL-IDX), MAS UMA FALHA NO ESPELHO NAO
      *            TRAVA A OPERACAO. O PASSO LE O CLIJORN INTEIRO E
      *            PROCURA CADA LINHA NO ESPELHO PELA CHAVE CLIENTE
      *            + DATA + HORA; A LINHA QUE FALTA E REPOSTA NO
      *            ESPELHO E LISTADA NO RELJIDX. NO FIM CONTA AS
      *            ENTRADAS DO ESPELHO: SE SOBRA ENTRADA (ESPELHO
      *            MAIOR QUE O JORNAL), O ESPELHO PRECISA SER
      *            RECONSTRUIDO PELO JOB CLIJIDX. REPOSICAO OU
      *            DIVERGENCIA DE CONTAGEM MARCAM O PASSO COM RC 04
      *            NO CONTROLE DO CICLO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO "CLIJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT ARQ-JORNAL-IDX ASSIGN TO "CLIJIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-CHAVE
               FILE STATUS IS WRK-FS-JORNAL-IDX.

           SELECT RELATORIO ASSIGN TO "RELJIDX"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JORNAL.
           COPY JORNAL.

       FD  ARQ-JORNAL-IDX.
           COPY JORNIDX.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'JORNIDX'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-JORNAL           PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL-IDX       PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-ESPELHO-ABERTO      PIC X(01) VALUE 'N'.
           88 ESPELHO-ABERTO       VALUE 'S'.
       77  WRK-ACHOU-ENTRADA       PIC X(01) VALUE 'N'.
           88 ACHOU-ENTRADA        VALUE 'S'.
       77  WRK-FIM-CHAVE           PIC X(01) VALUE 'N'.
           88 FIM-CHAVE            VALUE 'S'.
       77  WRK-SITUACAO            PIC X(01) VALUE SPACE.
           88 GRAVANDO             VALUE SPACE.
           88 GRAVOU               VALUE 'S'.
           88 DESISTIU             VALUE 'D'.
       77  WRK-TOTAL-LIDAS         PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-COM-CHAVE     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CHAVE     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-CONFEREM      PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-REPOSTAS      PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-FALHAS        PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-ESPELHO       PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(44) VALUE
              'CONFERENCIA DO ESPELHO INDEXADO DO JORNAL   '.
           05 FILLER               PIC X(08) VALUE '  DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-TITULO-REPOSTAS     PIC X(80) VALUE
           'LINHAS DO JORNAL QUE FALTAVAM NO ESPELHO (REPOSTAS)'.

       01  WRK-CAB-REPOSTAS        PIC X(80) VALUE
           'CLIENTE DATA     HORA   OP OPERADOR             SITUACAO'.

       01  WRK-LINHA-REPOSTA.
           05 REP-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 REP-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 REP-HORA             PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 REP-OPERACAO         PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 REP-OPERADOR         PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 REP-SITUACAO         PIC X(20).

       01  WRK-LINHA-NENHUMA.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 NEN-TEXTO            PIC X(70).

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TOT-ROTULO           PIC X(40).
           05 TOT-QTD              PIC ZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               IF WRK-FS-JORNAL = '00' AND ESPELHO-ABERTO
                   PERFORM 2000-CONFERE-LINHA
                       UNTIL WRK-FS-JORNAL NOT = '00'
                   PERFORM 3000-CONTA-ESPELHO
               END-IF
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
      *    (RC 04 QUANDO O ESPELHO ESTAVA FORA DE PASSO)
      *-----------------------------------------------------
       0200-ENCERRA-CICLO.
           MOVE 'F' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           IF WRK-TOTAL-REPOSTAS > ZEROS
              OR WRK-TOTAL-FALHAS > ZEROS
              OR WRK-TOTAL-ESPELHO NOT = WRK-TOTAL-COM-CHAVE
               MOVE 04 TO WRK-CICLO-RC
           END-IF
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    BUSCA A DATA DE NEGOCIO, ABRE O RELATORIO, O JORNAL
      *    E O ESPELHO (ESPELHO AINDA NAO CRIADO NASCE VAZIO E
      *    TODO O JORNAL E REPOSTO NELE)
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-TITULO-REPOSTAS
           WRITE REL-LINHA FROM WRK-CAB-REPOSTAS
           OPEN INPUT ARQ-JORNAL
           IF WRK-FS-JORNAL NOT = '00'
               DISPLAY 'JORNAL DO CADASTRO INDISPONIVEL: '
                   WRK-FS-JORNAL
           END-IF
           MOVE 'N' TO WRK-ESPELHO-ABERTO
           OPEN I-O ARQ-JORNAL-IDX
           IF WRK-FS-JORNAL-IDX = '35'
               OPEN OUTPUT ARQ-JORNAL-IDX
               CLOSE ARQ-JORNAL-IDX
               OPEN I-O ARQ-JORNAL-IDX
           END-IF
           IF WRK-FS-JORNAL-IDX = '00'
               MOVE 'S' TO WRK-ESPELHO-ABERTO
           ELSE
               DISPLAY 'ESPELHO DO JORNAL NAO ABRIU: '
                   WRK-FS-JORNAL-IDX
               MOVE 1 TO WRK-TOTAL-FALHAS
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA LINHA DO JORNAL E A PROCURA NO ESPELHO
      *-----------------------------------------------------
       2000-CONFERE-LINHA.
           READ ARQ-JORNAL
               AT END
                   MOVE '10' TO WRK-FS-JORNAL
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF JRN-NUMERO NUMERIC
                       ADD 1 TO WRK-TOTAL-COM-CHAVE
                       PERFORM 2100-PROCURA-NO-ESPELHO
                       IF ACHOU-ENTRADA
                           ADD 1 TO WRK-TOTAL-CONFEREM
                       ELSE
                           PERFORM 2200-REPOE-ENTRADA
                       END-IF
                   ELSE
                       ADD 1 TO WRK-TOTAL-SEM-CHAVE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE AS ENTRADAS DO CLIENTE NAQUELE SEGUNDO ATE
      *    ACHAR UMA COM A MESMA LINHA DO JORNAL
      *-----------------------------------------------------
       2100-PROCURA-NO-ESPELHO.
           MOVE 'N' TO WRK-ACHOU-ENTRADA
           MOVE 'N' TO WRK-FIM-CHAVE
           MOVE JRN-NUMERO TO JIX-NUMERO
           MOVE JRN-DATA   TO JIX-DATA
           MOVE JRN-HORA   TO JIX-HORA
           MOVE ZEROS      TO JIX-SEQUENCIA
           START ARQ-JORNAL-IDX KEY IS NOT LESS THAN JIX-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-CHAVE
           END-START
           PERFORM 2110-LER-ENTRADA
               UNTIL ACHOU-ENTRADA OR FIM-CHAVE.

       2110-LER-ENTRADA.
           READ ARQ-JORNAL-IDX NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-CHAVE
               NOT AT END
                   IF JIX-NUMERO NOT = JRN-NUMERO
                      OR JIX-DATA NOT = JRN-DATA
                      OR JIX-HORA NOT = JRN-HORA
                       MOVE 'S' TO WRK-FIM-CHAVE
                   ELSE
                       IF JIX-JORNAL = JORNAL-REC
                           MOVE 'S' TO WRK-ACHOU-ENTRADA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    REPOE NO ESPELHO A LINHA QUE FALTAVA, NA PRIMEIRA
      *    SEQUENCIA LIVRE (MESMA REGRA DO COB75), E A LISTA
      *-----------------------------------------------------
       2200-REPOE-ENTRADA.
           MOVE JRN-NUMERO  TO JIX-NUMERO
           MOVE JRN-DATA    TO JIX-DATA
           MOVE JRN-HORA    TO JIX-HORA
           MOVE ZEROS       TO JIX-SEQUENCIA
           MOVE JORNAL-REC  TO JIX-JORNAL
           SET GRAVANDO TO TRUE
           PERFORM 2210-TENTA-GRAVAR UNTIL NOT GRAVANDO
           MOVE JRN-NUMERO   TO REP-CLIENTE
           MOVE JRN-DATA     TO REP-DATA
           MOVE JRN-HORA     TO REP-HORA
           MOVE JRN-OPERACAO TO REP-OPERACAO
           MOVE JRN-OPERADOR TO REP-OPERADOR
           IF GRAVOU
               MOVE 'REPOSTA NO ESPELHO' TO REP-SITUACAO
               ADD 1 TO WRK-TOTAL-REPOSTAS
           ELSE
               MOVE 'FALHA NA GRAVACAO' TO REP-SITUACAO
               ADD 1 TO WRK-TOTAL-FALHAS
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-REPOSTA.

       2210-TENTA-GRAVAR.
           WRITE JORNIDX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WRK-FS-JORNAL-IDX = '00'
                   SET GRAVOU TO TRUE
               WHEN WRK-FS-JORNAL-IDX = '22'
                    AND JIX-SEQUENCIA < 999
                   ADD 1 TO JIX-SEQUENCIA
               WHEN OTHER
                   SET DESISTIU TO TRUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    CONTA AS ENTRADAS DO ESPELHO JA COM AS REPOSTAS
      *-----------------------------------------------------
       3000-CONTA-ESPELHO.
           MOVE ZEROS TO WRK-TOTAL-ESPELHO
           MOVE ZEROS TO JIX-CHAVE
           MOVE '00' TO WRK-FS-JORNAL-IDX
           START ARQ-JORNAL-IDX KEY IS NOT LESS THAN JIX-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-JORNAL-IDX
           END-START
           PERFORM 3100-CONTA-ENTRADA
               UNTIL WRK-FS-JORNAL-IDX NOT = '00'.

       3100-CONTA-ENTRADA.
           READ ARQ-JORNAL-IDX NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-JORNAL-IDX
               NOT AT END
                   ADD 1 TO WRK-TOTAL-ESPELHO
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME O RESULTADO E OS TOTAIS E ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           IF WRK-TOTAL-REPOSTAS = ZEROS AND WRK-TOTAL-FALHAS = ZEROS
               MOVE 'NENHUMA LINHA FALTANDO NO ESPELHO' TO NEN-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-NENHUMA
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'LINHAS LIDAS NO JORNAL' TO TOT-ROTULO
           MOVE WRK-TOTAL-LIDAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'LINHAS SEM NUMERO DE CLIENTE' TO TOT-ROTULO
           MOVE WRK-TOTAL-SEM-CHAVE TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'LINHAS CONFERIDAS NO ESPELHO' TO TOT-ROTULO
           MOVE WRK-TOTAL-CONFEREM TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'LINHAS REPOSTAS NO ESPELHO' TO TOT-ROTULO
           MOVE WRK-TOTAL-REPOSTAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ENTRADAS NO ESPELHO APOS A CONFERENCIA' TO TOT-ROTULO
           MOVE WRK-TOTAL-ESPELHO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF ESPELHO-ABERTO
              AND WRK-TOTAL-ESPELHO NOT = WRK-TOTAL-COM-CHAVE
               MOVE SPACES TO REL-LINHA
               WRITE REL-LINHA
               MOVE 'CONTAGEM DIVERGENTE - RECONSTRUIR O ESPELHO PELO JO
      -             'B CLIJIDX' TO NEN-TEXTO
               WRITE REL-LINHA FROM WRK-LINHA-NENHUMA
               DISPLAY 'ESPELHO DO JORNAL DIVERGENTE: JORNAL '
                   WRK-TOTAL-COM-CHAVE ' ESPELHO ' WRK-TOTAL-ESPELHO
           END-IF
           CLOSE RELATORIO
           IF WRK-FS-JORNAL NOT = '35'
               CLOSE ARQ-JORNAL
           END-IF
           IF ESPELHO-ABERTO
               CLOSE ARQ-JORNAL-IDX
           END-IF
           DISPLAY 'LINHAS DO JORNAL LIDAS.....: ' WRK-TOTAL-LIDAS
           DISPLAY 'LINHAS REPOSTAS NO ESPELHO.: ' WRK-TOTAL-REPOSTAS
           DISPLAY 'ENTRADAS NO ESPELHO........: ' WRK-TOTAL-ESPELHO.
