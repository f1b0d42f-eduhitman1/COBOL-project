       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB76-CARGA-JORNAL-IDX.
      ********************************
      *OBJETIVO : CONSTRUCAO DO ESPELHO INDEXADO DO JORNAL
      *           (CLIJIDX) A PARTIR DO CLIJORN INTEIRO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA. RODA UMA VEZ NA
      *            IMPLANTACAO (JOB CLIJIDX, DEPOIS DO DEFINE DO
      *            KSDS) PARA CARREGAR O HISTORICO JA GRAVADO, E
      *            SEMPRE QUE O CLIJORN FOR REGRAVADO FORA DO
      *            ONLINE (RETENCAO LGPD NO JOB CLIANUAL) OU A
      *            CONFERENCIA NOTURNA ACUSAR ENTRADA SOBRANDO NO
      *            ESPELHO. ABRE O CLIJIDX PARA SAIDA (O CLUSTER E
      *            DEFINIDO COM REUSE), LE O CLIJORN DO INICIO AO
      *            FIM E GRAVA CADA LINHA COM A CHAVE CLIENTE +
      *            DATA + HORA E A SEQUENCIA NA ORDEM DO JORNAL,
      *            A MESMA QUE O COB75-JORNAL-IDX DA NO ONLINE.
      *            LINHA SEM NUMERO DE CLIENTE NUMERICO NAO TEM
      *            CHAVE E E SO CONTADA.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL ASSIGN TO "CLIJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT ARQ-JORNAL-IDX ASSIGN TO "CLIJIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS JIX-CHAVE
               FILE STATUS IS WRK-FS-JORNAL-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JORNAL.
           COPY JORNAL.

       FD  ARQ-JORNAL-IDX.
           COPY JORNIDX.

       WORKING-STORAGE SECTION.
       77  WRK-FS-JORNAL           PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL-IDX       PIC X(02) VALUE '00'.
       77  WRK-SITUACAO            PIC X(01) VALUE SPACE.
           88 GRAVANDO             VALUE SPACE.
           88 GRAVOU               VALUE 'S'.
           88 DESISTIU             VALUE 'D'.
       77  WRK-TOTAL-LIDAS         PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-GRAVADAS      PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CHAVE     PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-FALHAS        PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           OPEN INPUT ARQ-JORNAL
           IF WRK-FS-JORNAL NOT = '00'
               DISPLAY 'JORNAL DO CADASTRO INDISPONIVEL: '
                   WRK-FS-JORNAL
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT ARQ-JORNAL-IDX
               IF WRK-FS-JORNAL-IDX NOT = '00'
                   DISPLAY 'ESPELHO DO JORNAL NAO ABRIU: '
                       WRK-FS-JORNAL-IDX
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 1000-CARREGA-LINHA
                       UNTIL WRK-FS-JORNAL NOT = '00'
                   CLOSE ARQ-JORNAL-IDX
               END-IF
               CLOSE ARQ-JORNAL
           END-IF
           DISPLAY 'LINHAS DO JORNAL LIDAS......: ' WRK-TOTAL-LIDAS
           DISPLAY 'ENTRADAS GRAVADAS NO ESPELHO: ' WRK-TOTAL-GRAVADAS
           DISPLAY 'LINHAS SEM NUMERO DE CLIENTE: '
               WRK-TOTAL-SEM-CHAVE
           DISPLAY 'FALHAS DE GRAVACAO..........: ' WRK-TOTAL-FALHAS
           IF WRK-TOTAL-FALHAS > ZEROS AND RETURN-CODE = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *-----------------------------------------------------
      *    LE A PROXIMA LINHA DO JORNAL E A GRAVA NO ESPELHO
      *-----------------------------------------------------
       1000-CARREGA-LINHA.
           READ ARQ-JORNAL
               AT END
                   MOVE '10' TO WRK-FS-JORNAL
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF JRN-NUMERO NUMERIC
                       PERFORM 1100-GRAVA-ENTRADA
                   ELSE
                       ADD 1 TO WRK-TOTAL-SEM-CHAVE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA A ENTRADA NA PRIMEIRA SEQUENCIA LIVRE DO
      *    CLIENTE NAQUELE SEGUNDO (MESMA REGRA DO COB75)
      *-----------------------------------------------------
       1100-GRAVA-ENTRADA.
           MOVE JRN-NUMERO  TO JIX-NUMERO
           MOVE JRN-DATA    TO JIX-DATA
           MOVE JRN-HORA    TO JIX-HORA
           MOVE ZEROS       TO JIX-SEQUENCIA
           MOVE JORNAL-REC  TO JIX-JORNAL
           SET GRAVANDO TO TRUE
           PERFORM 1200-TENTA-GRAVAR UNTIL NOT GRAVANDO
           IF GRAVOU
               ADD 1 TO WRK-TOTAL-GRAVADAS
           ELSE
               ADD 1 TO WRK-TOTAL-FALHAS
               DISPLAY 'LINHA ' WRK-TOTAL-LIDAS ' NAO GRAVADA: '
                   WRK-FS-JORNAL-IDX
           END-IF.

       1200-TENTA-GRAVAR.
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
