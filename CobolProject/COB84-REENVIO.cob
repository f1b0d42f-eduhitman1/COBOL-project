       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB84-REENVIO.
      ********************************
      *OBJETIVO : REENVIO AO LANCAMENTO DAS PENDENCIAS CORRIGIDAS
      *           PELA RETAGUARDA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA LIBERACAO DE PRE-DATADOS.
      *            AS PENDENCIAS DO MOVSUSP (COPY SUSPENSO) MARCADAS
      *            PARA REENVIO NA TELA (COB85-ADMPENDENCIA) ENTRAM
      *            NO MOVTO DO DIA (EXTEND), NUM LOTE PROPRIO POR
      *            AGENCIA COM CABECALHO E TRAILER, E PASSAM A
      *            ENVIADAS COM A DATA. IMAGEM QUE NAO PASSA NA
      *            CRITICA DE FORMA VOLTA A PENDENTE SEM IR PARA O
      *            MOVTO. A PENDENCIA SO E MARCADA DEPOIS DE GRAVADA:
      *            ABEND NO MEIO DEIXA O LOTE SEM TRAILER, QUE O
      *            LANCAMENTO RECUSA, E A RETOMADA REENVIA O QUE
      *            FALTOU MARCAR.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-SUSPENSO ASSIGN TO "MOVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.

           SELECT WORK-SORT ASSIGN TO "REESORT".

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT RELATORIO ASSIGN TO "RELREENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-SUSPENSO.
           COPY SUSPENSO.

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-DATA            PIC 9(08).
           05 SORT-NUMERO          PIC 9(06).

       FD  ARQ-MOVIMENTO.
           COPY MOVIMENTO.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'REENVIO'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-SUSPENSO         PIC X(02) VALUE '00'.
       77  WRK-FS-MOVIMENTO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-FIM-SUSPENSO        PIC X(01) VALUE 'N'.
           88 FIM-SUSPENSO         VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-LOTE-QTD            PIC 9(06) VALUE ZEROS.
       77  WRK-LOTE-DEBITOS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-LOTE-CREDITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-REENVIADAS      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DEVOLVIDAS      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOTES           PIC 9(04) VALUE ZEROS.
       77  WRK-VAL-REENVIADO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-FORMA-OK            PIC X(01) VALUE 'N'.
           88 FORMA-OK             VALUE 'S'.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'REENVIO DE PENDENCIAS AO MOVTO'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-AGE.
           05 FILLER               PIC X(09) VALUE 'AGENCIA: '.
           05 HDR-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(30) VALUE
              ' - LOTE DE REENVIO'.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(40) VALUE
              'REJEITO  NUMERO CLIENT SQ T'.
           05 FILLER               PIC X(40) VALUE
              '        VALOR SITUACAO'.

       01  WRK-LINHA-DET.
           05 DET-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CLIENTE          PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SITUACAO         PIC X(30).

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 TOT-ROTULO           PIC X(26).
           05 TOT-QTD              PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               SORT WORK-SORT
                   ON ASCENDING KEY SORT-AGENCIA
                                    SORT-DATA
                                    SORT-NUMERO
                   INPUT PROCEDURE 2000-SELECIONA-REENVIOS
                   OUTPUT PROCEDURE 3000-GRAVA-LOTES
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
      *    ABRE O ARQUIVO DE PENDENCIAS (CRIADO VAZIO SE AINDA
      *    NAO HOUVE CARGA) E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN I-O ARQ-SUSPENSO
           IF WRK-FS-SUSPENSO = '35'
               OPEN OUTPUT ARQ-SUSPENSO
               CLOSE ARQ-SUSPENSO
               OPEN I-O ARQ-SUSPENSO
           END-IF
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: LIBERA A CHAVE DAS
      *    PENDENCIAS MARCADAS PARA REENVIO
      *-----------------------------------------------------
       2000-SELECIONA-REENVIOS.
           MOVE 'N' TO WRK-FIM-SUSPENSO
           MOVE ZEROS TO SUS-CHAVE
           START ARQ-SUSPENSO KEY IS NOT < SUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SUSPENSO
           END-START
           PERFORM 2100-LER-PENDENCIA UNTIL FIM-SUSPENSO.

       2100-LER-PENDENCIA.
           READ ARQ-SUSPENSO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SUSPENSO
               NOT AT END
                   IF SUS-REENVIAR
                       MOVE SUS-AGENCIA TO SORT-AGENCIA
                       MOVE SUS-DATA    TO SORT-DATA
                       MOVE SUS-NUMERO  TO SORT-NUMERO
                       RELEASE SORT-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UM LOTE DO MOVTO POR AGENCIA
      *-----------------------------------------------------
       3000-GRAVA-LOTES.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 3100-RETURN-SORT
           IF NOT FIM-SORT
               OPEN EXTEND ARQ-MOVIMENTO
               IF WRK-FS-MOVIMENTO NOT = '00'
                   OPEN OUTPUT ARQ-MOVIMENTO
               END-IF
               PERFORM 3200-GRAVA-LOTE-AGENCIA UNTIL FIM-SORT
               CLOSE ARQ-MOVIMENTO
           END-IF.

       3100-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    GRAVA O LOTE DE UMA AGENCIA: CABECALHO, AS PENDENCIAS
      *    QUE PASSAM NA CRITICA E O TRAILER COM OS TOTAIS
      *-----------------------------------------------------
       3200-GRAVA-LOTE-AGENCIA.
           MOVE SORT-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-LOTE-QTD
           MOVE ZEROS TO WRK-LOTE-DEBITOS WRK-LOTE-CREDITOS
           ADD 1 TO WRK-QTD-LOTES
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2
           MOVE 'H' TO MOV-CAB-TIPO
           MOVE WRK-AGENCIA-ATUAL TO MOV-CAB-AGENCIA
           MOVE WRK-DATA-HOJE-N TO MOV-CAB-DATA
           WRITE MOV-LOTE-CAB
           PERFORM 3210-REENVIA-PENDENCIA
               UNTIL FIM-SORT
                  OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE 'T' TO MOV-TRL-TIPO
           MOVE WRK-LOTE-QTD      TO MOV-TRL-QTD
           MOVE WRK-LOTE-DEBITOS  TO MOV-TRL-DEBITOS
           MOVE WRK-LOTE-CREDITOS TO MOV-TRL-CREDITOS
           WRITE MOV-LOTE-TRL.

      *-----------------------------------------------------
      *    RELE A PENDENCIA PELA CHAVE, CRITICA A FORMA E GRAVA
      *    A LINHA NO MOVTO; SO DEPOIS MARCA COMO ENVIADA. A QUE
      *    NAO PASSA VOLTA A PENDENTE
      *-----------------------------------------------------
       3210-REENVIA-PENDENCIA.
           MOVE SORT-DATA   TO SUS-DATA
           MOVE SORT-NUMERO TO SUS-NUMERO
           READ ARQ-SUSPENSO
               INVALID KEY
                   DISPLAY 'PENDENCIA NAO ENCONTRADA: ' SUS-CHAVE
               NOT INVALID KEY
                   PERFORM 3220-CRITICA-FORMA
                   MOVE SUS-DATA    TO DET-DATA
                   MOVE SUS-NUMERO  TO DET-NUMERO
                   MOVE SUS-IMAGEM(1:6) TO DET-CLIENTE
                   MOVE SUS-IMAGEM(7:2) TO DET-SEQ
                   MOVE SUS-TIPO    TO DET-TIPO
                   MOVE ZEROS       TO DET-VALOR
                   IF FORMA-OK
                       PERFORM 3230-GRAVA-MOVIMENTO
                   ELSE
                       SET SUS-PENDENTE TO TRUE
                       ADD 1 TO WRK-QTD-DEVOLVIDAS
                       MOVE 'FORMA INVALIDA - VOLTA A PEND.'
                           TO DET-SITUACAO
                   END-IF
                   MOVE WRK-DATA-HOJE-N TO SUS-DATA-SITUACAO
                   REWRITE SUSPENSO-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR A PENDENCIA: '
                               SUS-CHAVE
                   END-REWRITE
                   WRITE REL-LINHA FROM WRK-LINHA-DET
           END-READ
           PERFORM 3100-RETURN-SORT.

      *-----------------------------------------------------
      *    MESMA CRITICA DE FORMA DO LANCAMENTO (COB24) POR TIPO
      *-----------------------------------------------------
       3220-CRITICA-FORMA.
           MOVE 'N' TO WRK-FORMA-OK
           IF SUS-CLIENTE NUMERIC
              AND SUS-SEQUENCIA NUMERIC
              AND SUS-VALOR NUMERIC
              AND SUS-HISTORICO NUMERIC
               EVALUATE TRUE
                   WHEN SUS-DEBITO
                   WHEN SUS-CREDITO
                       MOVE 'S' TO WRK-FORMA-OK
                   WHEN SUS-TRANSF
                       IF SUS-CLIENTE-DEST NUMERIC
                          AND SUS-SEQ-DEST NUMERIC
                           MOVE 'S' TO WRK-FORMA-OK
                       END-IF
                   WHEN SUS-ESTORNO
                       IF SUS-DATA-ORIGINAL NUMERIC
                          AND SUS-DATA-ORIGINAL NOT = ZEROS
                           MOVE 'S' TO WRK-FORMA-OK
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    GRAVA A LINHA NO MOVTO, SOMA NOS TOTAIS DO TRAILER
      *    (TRANSFERENCIA NOS DOIS, ESTORNO SO NA QUANTIDADE) E
      *    MARCA A PENDENCIA COMO ENVIADA
      *-----------------------------------------------------
       3230-GRAVA-MOVIMENTO.
           IF SUS-DATA-VALOR NOT NUMERIC
               MOVE ZEROS TO SUS-DATA-VALOR
           END-IF
           IF SUS-DATA-ORIGINAL NOT NUMERIC
               MOVE ZEROS TO SUS-DATA-ORIGINAL
           END-IF
           IF SUS-CLIENTE-DEST NOT NUMERIC
               MOVE ZEROS TO SUS-CLIENTE-DEST
           END-IF
           IF SUS-SEQ-DEST NOT NUMERIC
               MOVE ZEROS TO SUS-SEQ-DEST
           END-IF
           MOVE SUS-IMAGEM TO MOV-LINHA
           WRITE MOV-LINHA
           ADD 1 TO WRK-LOTE-QTD
           IF SUS-DEBITO OR SUS-TRANSF
               ADD SUS-VALOR TO WRK-LOTE-DEBITOS
           END-IF
           IF SUS-CREDITO OR SUS-TRANSF
               ADD SUS-VALOR TO WRK-LOTE-CREDITOS
           END-IF
           ADD 1 TO WRK-QTD-REENVIADAS
           ADD SUS-VALOR TO WRK-VAL-REENVIADO
           SET SUS-ENVIADO TO TRUE
           MOVE WRK-DATA-HOJE-N TO SUS-DATA-ENVIO
           MOVE SUS-VALOR TO DET-VALOR
           MOVE 'REENVIADA' TO DET-SITUACAO.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS E ENCERRA
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'LOTES GRAVADOS NO MOVTO..:' TO TOT-ROTULO
           MOVE WRK-QTD-LOTES TO TOT-QTD
           MOVE ZEROS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'PENDENCIAS REENVIADAS....:' TO TOT-ROTULO
           MOVE WRK-QTD-REENVIADAS TO TOT-QTD
           MOVE WRK-VAL-REENVIADO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'DEVOLVIDAS A PENDENTE....:' TO TOT-ROTULO
           MOVE WRK-QTD-DEVOLVIDAS TO TOT-QTD
           MOVE ZEROS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE ARQ-SUSPENSO
           CLOSE RELATORIO
           DISPLAY 'PENDENCIAS REENVIADAS.: ' WRK-QTD-REENVIADAS
           DISPLAY 'DEVOLVIDAS A PENDENTE.: ' WRK-QTD-DEVOLVIDAS.
