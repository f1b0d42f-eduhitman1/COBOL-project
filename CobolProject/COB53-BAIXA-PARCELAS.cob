       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB53-BAIXA-PARCELAS.
      ********************************
      *OBJETIVO : BAIXA DAS PARCELAS DE EMPRESTIMO DEBITADAS NO
      *           LANCAMENTO NOTURNO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) LOGO DEPOIS DO LANCAMENTO
      *            (COB24-MOVIMENTO). CARREGA AS PARCELAS ENVIADAS
      *            (STATUS E) PELO COB52-PARCELAS E PROCURA NO
      *            MOVHIST, NA DATA DO ENVIO, O DEBITO APLICADO NA
      *            CONTA DO CONTRATO COM O VALOR DA PARCELA (CADA
      *            LINHA DO MOVHIST BAIXA UMA SO PARCELA). ACHOU:
      *            PARCELA PAGA. NAO ACHOU: O LANCAMENTO RECUSOU O
      *            DEBITO (LIMITE OU BLOQUEIO JUDICIAL) E A PARCELA
      *            VOLTA PARA ABERTO, FICANDO EM ATRASO ATE UM
      *            DEBITO POSTERIOR PASSAR. CONTRATO COM TODAS AS
      *            PARCELAS PAGAS FICA QUITADO. RELATORIO RELBXPAR.
      * 2026-10-15 IVN - SO BAIXA A PARCELA O DEBITO COM O HISTORICO
      *            DE PARCELA (0120) QUE NAO SEJA LINHA DE ESTORNO:
      *            UM DEBITO AVULSO DO CLIENTE NO MESMO VALOR, NA
      *            NOITE EM QUE O DA PARCELA FOI RECUSADO, DAVA A
      *            PARCELA COMO PAGA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELA.

           SELECT ARQ-EMPRESTIMO ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREST.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT RELATORIO ASSIGN TO "RELBXPAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARCELAS.
           COPY PARCELA.

       FD  ARQ-EMPRESTIMO.
           COPY EMPREST.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'BXPARCEL'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-PARCELA          PIC X(02) VALUE '00'.
       77  WRK-FS-EMPREST          PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-EMPREST         PIC X(01) VALUE 'N'.
           88 SEM-EMPREST          VALUE 'S'.
       77  WRK-HIST-PARCELA        PIC 9(04) VALUE 0120.
       77  WRK-ACHOU               PIC X(01) VALUE 'N'.
           88 ACHOU                VALUE 'S'.
       77  WRK-TODAS-PAGAS         PIC X(01) VALUE 'S'.
           88 TODAS-PAGAS          VALUE 'S'.
       77  WRK-QTD-TAB             PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-TAB             PIC 9(04) VALUE 3000.
       77  WRK-IDX                 PIC 9(04) VALUE ZEROS.
       77  WRK-CONTRATO-QUIT       PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGAS-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGAS-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-RECUS-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECUS-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-QUITADOS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PENDENTES     PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).

      *    PARCELAS ENVIADAS A CONFERIR CONTRA O MOVHIST
       01  WRK-TAB-ENVIADAS.
           05 WRK-ENV OCCURS 3000 TIMES.
              10 WRK-ENV-CHAVE.
                 15 WRK-ENV-CONTRATO PIC 9(06).
                 15 WRK-ENV-NUMERO   PIC 9(03).
              10 WRK-ENV-CLIENTE     PIC 9(06).
              10 WRK-ENV-SEQUENCIA   PIC 9(02).
              10 WRK-ENV-VALOR       PIC 9(09)V99.
              10 WRK-ENV-DATA        PIC 9(08).
              10 WRK-ENV-BAIXA       PIC X(01).
                 88 ENV-PAGA         VALUE 'S'.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'BAIXA DE PARCELAS DE EMPRESTIMO'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(11) VALUE 'CONTR.  PAR'.
           05 FILLER               PIC X(13) VALUE ' CLIENTE SQ'.
           05 FILLER               PIC X(10) VALUE 'ENVIO'.
           05 FILLER               PIC X(15) VALUE '          VALOR'.
           05 FILLER               PIC X(08) VALUE '  SITUAC'.

       01  WRK-LINHA-DET.
           05 DET-CONTRATO         PIC 9(06).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-PARCELA          PIC ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SITUACAO         PIC X(21).

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 TOT-ROTULO           PIC X(20).
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
               IF WRK-FS-PARCELA = '00'
                   PERFORM 2000-CARREGA-ENVIADAS
                       UNTIL WRK-FS-PARCELA NOT = '00'
                   IF WRK-QTD-TAB > ZEROS
                       PERFORM 3000-CONFERE-HISTORICO
                       PERFORM 4000-ATUALIZA-PARCELA
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-TAB
                   END-IF
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
      *-----------------------------------------------------
       0200-ENCERRA-CICLO.
           MOVE 'F' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    ABRE AS PARCELAS E OS CONTRATOS E IMPRIME O CABECALHO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO2
           OPEN I-O ARQ-PARCELAS
           IF WRK-FS-PARCELA NOT = '00'
               DISPLAY 'ARQUIVO DE PARCELAS INEXISTENTE - SEM BAIXAS'
           END-IF
           MOVE 'N' TO WRK-SEM-EMPREST
           OPEN I-O ARQ-EMPRESTIMO
           IF WRK-FS-EMPREST NOT = '00'
               MOVE 'S' TO WRK-SEM-EMPREST
           END-IF.

      *-----------------------------------------------------
      *    GUARDA NA TABELA AS PARCELAS ENVIADAS PARA DEBITO.
      *    ESTOURO DA TABELA: O RESTO FICA ENVIADO E E BAIXADO
      *    NA PROXIMA EXECUCAO (A CONFERENCIA E PELA DATA DO
      *    ENVIO, NAO PELA DATA DE HOJE)
      *-----------------------------------------------------
       2000-CARREGA-ENVIADAS.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
               NOT AT END
                   IF PAR-ENVIADA
                       IF WRK-QTD-TAB < WRK-MAX-TAB
                           ADD 1 TO WRK-QTD-TAB
                           MOVE PAR-CHAVE
                               TO WRK-ENV-CHAVE (WRK-QTD-TAB)
                           MOVE PAR-CLIENTE
                               TO WRK-ENV-CLIENTE (WRK-QTD-TAB)
                           MOVE PAR-SEQUENCIA
                               TO WRK-ENV-SEQUENCIA (WRK-QTD-TAB)
                           MOVE PAR-VALOR
                               TO WRK-ENV-VALOR (WRK-QTD-TAB)
                           MOVE PAR-DATA-ENVIO
                               TO WRK-ENV-DATA (WRK-QTD-TAB)
                           MOVE 'N' TO WRK-ENV-BAIXA (WRK-QTD-TAB)
                       ELSE
                           ADD 1 TO WRK-TOTAL-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE O MOVHIST E CASA CADA DEBITO DE PARCELA
      *    (QUE NAO SEJA ESTORNO) COM UMA PARCELA ENVIADA AINDA
      *    NAO BAIXADA
      *-----------------------------------------------------
       3000-CONFERE-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 3100-LE-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'MOVHIST INDISPONIVEL - NENHUMA PARCELA BAIXADA'
           END-IF.

       3100-LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DEBITO
                      AND MHS-HISTORICO NUMERIC
                      AND MHS-HISTORICO = WRK-HIST-PARCELA
                      AND NOT MHS-LINHA-ESTORNO
                       MOVE 'N' TO WRK-ACHOU
                       PERFORM 3110-PROCURA-PARCELA
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-TAB OR ACHOU
                   END-IF
           END-READ.

       3110-PROCURA-PARCELA.
           IF NOT ENV-PAGA (WRK-IDX)
              AND WRK-ENV-DATA (WRK-IDX) = MHS-DATA
              AND WRK-ENV-CLIENTE (WRK-IDX) = MHS-CLIENTE
              AND WRK-ENV-SEQUENCIA (WRK-IDX) = MHS-SEQUENCIA
              AND WRK-ENV-VALOR (WRK-IDX) = MHS-VALOR
               MOVE 'S' TO WRK-ENV-BAIXA (WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      *-----------------------------------------------------
      *    ATUALIZA A PARCELA: PAGA OU DE VOLTA PARA ABERTO
      *-----------------------------------------------------
       4000-ATUALIZA-PARCELA.
           MOVE WRK-ENV-CHAVE (WRK-IDX) TO PAR-CHAVE
           READ ARQ-PARCELAS
               INVALID KEY
                   DISPLAY 'PARCELA NAO ENCONTRADA: '
                       WRK-ENV-CHAVE (WRK-IDX)
               NOT INVALID KEY
                   PERFORM 4100-GRAVA-SITUACAO
           END-READ.

       4100-GRAVA-SITUACAO.
           MOVE PAR-CONTRATO   TO DET-CONTRATO
           MOVE PAR-NUMERO     TO DET-PARCELA
           MOVE PAR-CLIENTE    TO DET-CLIENTE
           MOVE PAR-SEQUENCIA  TO DET-SEQ
           MOVE PAR-DATA-ENVIO TO DET-DATA
           MOVE PAR-VALOR      TO DET-VALOR
           IF ENV-PAGA (WRK-IDX)
               SET PAR-PAGA TO TRUE
               MOVE PAR-DATA-ENVIO TO PAR-DATA-PAGTO
               ADD 1 TO WRK-TOTAL-PAGAS-QTD
               ADD PAR-VALOR TO WRK-TOTAL-PAGAS-VAL
               MOVE 'PAGA' TO DET-SITUACAO
           ELSE
               SET PAR-ABERTA TO TRUE
               ADD 1 TO WRK-TOTAL-RECUS-QTD
               ADD PAR-VALOR TO WRK-TOTAL-RECUS-VAL
               MOVE 'RECUSADA - EM ATRASO' TO DET-SITUACAO
           END-IF
           REWRITE PARCELA-REC
           WRITE REL-LINHA FROM WRK-LINHA-DET
           IF ENV-PAGA (WRK-IDX) AND NOT SEM-EMPREST
               PERFORM 4200-VERIFICA-QUITACAO
           END-IF.

      *-----------------------------------------------------
      *    CONTRATO SEM NENHUMA PARCELA NAO PAGA PASSA A QUITADO
      *-----------------------------------------------------
       4200-VERIFICA-QUITACAO.
           MOVE PAR-CONTRATO TO WRK-CONTRATO-QUIT
           MOVE 'S' TO WRK-TODAS-PAGAS
           MOVE ZEROS TO PAR-NUMERO
           START ARQ-PARCELAS KEY IS NOT LESS THAN PAR-CHAVE
               INVALID KEY
                   MOVE 'N' TO WRK-TODAS-PAGAS
               NOT INVALID KEY
                   MOVE '00' TO WRK-FS-PARCELA
                   PERFORM 4210-LE-PARCELA-CONTRATO
                       UNTIL WRK-FS-PARCELA NOT = '00'
                          OR NOT TODAS-PAGAS
           END-START
           MOVE '00' TO WRK-FS-PARCELA
           IF TODAS-PAGAS
               MOVE WRK-CONTRATO-QUIT TO EMP-NUMERO
               READ ARQ-EMPRESTIMO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF EMP-ATIVO
                           SET EMP-QUITADO TO TRUE
                           REWRITE EMPRESTIMO-REC
                           ADD 1 TO WRK-TOTAL-QUITADOS
                       END-IF
               END-READ
           END-IF.

       4210-LE-PARCELA-CONTRATO.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
               NOT AT END
                   IF PAR-CONTRATO NOT = WRK-CONTRATO-QUIT
                       MOVE '10' TO WRK-FS-PARCELA
                   ELSE
                       IF NOT PAR-PAGA
                           MOVE 'N' TO WRK-TODAS-PAGAS
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E EXIBE O
      *    RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PARCELAS PAGAS.....:' TO TOT-ROTULO
           MOVE WRK-TOTAL-PAGAS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-PAGAS-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'PARCELAS RECUSADAS.:' TO TOT-ROTULO
           MOVE WRK-TOTAL-RECUS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-RECUS-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF WRK-FS-PARCELA NOT = '35'
               CLOSE ARQ-PARCELAS
           END-IF
           IF NOT SEM-EMPREST
               CLOSE ARQ-EMPRESTIMO
           END-IF
           CLOSE RELATORIO
           DISPLAY 'PARCELAS PAGAS.....: ' WRK-TOTAL-PAGAS-QTD
           DISPLAY 'PARCELAS RECUSADAS.: ' WRK-TOTAL-RECUS-QTD
           DISPLAY 'CONTRATOS QUITADOS.: ' WRK-TOTAL-QUITADOS
           IF WRK-TOTAL-PENDENTES > ZEROS
               DISPLAY 'PARCELAS P/ PROXIMA EXECUCAO: '
                   WRK-TOTAL-PENDENTES
           END-IF.
