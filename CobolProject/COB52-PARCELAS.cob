       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB52-PARCELAS.
      ********************************
      *OBJETIVO : DEBITO NOTURNO DAS PARCELAS DE EMPRESTIMO
      *           VENCIDAS NA DATA DE NEGOCIO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA LIBERACAO E DO
      *            LANCAMENTO. VARRE O CRONOGRAMA DE PARCELAS
      *            (PARCELAS, COPY PARCELA) E GRAVA UM DEBITO NA
      *            CONTA DO CONTRATO PARA CADA PARCELA EM ABERTO
      *            VENCIDA ATE A DATA DE NEGOCIO (COB17-DATAPROC),
      *            NUM LOTE PROPRIO DO MOVTO (AGENCIA INTERNA 9999,
      *            CABECALHO E TRAILER), COMO FAZ O COB34-ENCARGOS.
      *            A PARCELA ENVIADA FICA COM STATUS E; A BAIXA
      *            (COB53-BAIXA-PARCELAS), DEPOIS DO LANCAMENTO,
      *            CONFERE O MOVHIST E DA A PARCELA COMO PAGA OU A
      *            DEVOLVE PARA ABERTO. PARCELA ATRASADA (RECUSADA
      *            POR LIMITE OU BLOQUEIO JUDICIAL NUMA NOITE
      *            ANTERIOR) E REENVIADA AQUI ATE SER PAGA. CONTRATO
      *            CANCELADO OU QUITADO NAO GERA DEBITO. O
      *            RELATORIO RELPARC LISTA O QUE FOI GERADO.
      * 2026-10-15 IVN - ZERA A DATA DO ORIGINAL (MOV-DATA-ORIGINAL),
      *            CAMPO NOVO DO MOVTO USADO SO PELO ESTORNO.
      * 2026-10-15 IVN - CARIMBA NO MOVTO O CODIGO DE HISTORICO 0120
      *            (PARCELA DE EMPRESTIMO, SEMEADO NA TABELA HISTCOD).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-PARCELAS ASSIGN TO "PARCELAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PAR-CHAVE
               FILE STATUS IS WRK-FS-PARCELA.

           SELECT ARQ-EMPRESTIMO ASSIGN TO "EMPREST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-NUMERO
               ALTERNATE RECORD KEY IS EMP-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-EMPREST.

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT RELATORIO ASSIGN TO "RELPARC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-PARCELAS.
           COPY PARCELA.

       FD  ARQ-EMPRESTIMO.
           COPY EMPREST.

       FD  ARQ-MOVIMENTO.
           COPY MOVIMENTO.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'PARCELAS'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-PARCELA          PIC X(02) VALUE '00'.
       77  WRK-FS-EMPREST          PIC X(02) VALUE '00'.
       77  WRK-FS-MOVIMENTO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-EMPREST         PIC X(01) VALUE 'N'.
           88 SEM-EMPREST          VALUE 'S'.
       77  WRK-CONTRATO-OK         PIC X(01) VALUE 'N'.
           88 CONTRATO-OK          VALUE 'S'.
       77  WRK-ULTIMO-CONTRATO     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-NO-DIA-QTD    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-NO-DIA-VAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ATRASO-QTD    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ATRASO-VAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-PARCELA        PIC 9(04) VALUE 0120.
       77  WRK-QTD-LOTE            PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'DEBITO DE PARCELAS DE EMPRESTIMO'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(11) VALUE 'CONTR.  PAR'.
           05 FILLER               PIC X(13) VALUE ' CLIENTE SQ'.
           05 FILLER               PIC X(10) VALUE 'VENCTO'.
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
           05 DET-VENCIMENTO       PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SITUACAO         PIC X(08).

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
                   PERFORM 2000-PROCESSA-PARCELA
                       UNTIL WRK-FS-PARCELA NOT = '00'
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
      *    ABRE OS ARQUIVOS (O MOVTO EM EXTEND, PARA SOMAR AOS
      *    MOVIMENTOS JA ENVIADOS PELAS FILIAIS), IMPRIME O
      *    CABECALHO E ABRE O LOTE INTERNO
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
               DISPLAY 'ARQUIVO DE PARCELAS INEXISTENTE - SEM DEBITOS'
           END-IF
           MOVE 'N' TO WRK-SEM-EMPREST
           OPEN INPUT ARQ-EMPRESTIMO
           IF WRK-FS-EMPREST NOT = '00'
               MOVE 'S' TO WRK-SEM-EMPREST
           END-IF
           OPEN EXTEND ARQ-MOVIMENTO
           IF WRK-FS-MOVIMENTO NOT = '00'
               OPEN OUTPUT ARQ-MOVIMENTO
           END-IF
           MOVE 'H' TO MOV-CAB-TIPO
           MOVE WRK-AGENCIA-INTERNA TO MOV-CAB-AGENCIA
           MOVE WRK-DATA-HOJE-N TO MOV-CAB-DATA
           WRITE MOV-LOTE-CAB.

      *-----------------------------------------------------
      *    LE A PROXIMA PARCELA: EM ABERTO, VENCIDA ATE HOJE E
      *    DE CONTRATO ATIVO GERA O DEBITO
      *-----------------------------------------------------
       2000-PROCESSA-PARCELA.
           READ ARQ-PARCELAS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-PARCELA
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF PAR-ABERTA
                      AND PAR-VENCIMENTO NOT > WRK-DATA-HOJE-N
                       PERFORM 2100-VERIFICA-CONTRATO
                       IF CONTRATO-OK
                           PERFORM 2200-GERA-DEBITO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONFERE SE O CONTRATO DA PARCELA ESTA ATIVO (LIDO UMA
      *    VEZ POR CONTRATO: AS PARCELAS VEM NA ORDEM DA CHAVE)
      *-----------------------------------------------------
       2100-VERIFICA-CONTRATO.
           IF PAR-CONTRATO NOT = WRK-ULTIMO-CONTRATO
               MOVE PAR-CONTRATO TO WRK-ULTIMO-CONTRATO
               MOVE 'N' TO WRK-CONTRATO-OK
               IF NOT SEM-EMPREST
                   MOVE PAR-CONTRATO TO EMP-NUMERO
                   READ ARQ-EMPRESTIMO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF EMP-ATIVO
                               MOVE 'S' TO WRK-CONTRATO-OK
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O DEBITO DA PARCELA NO MOVTO, MARCA A PARCELA
      *    COMO ENVIADA E IMPRIME A LINHA
      *-----------------------------------------------------
       2200-GERA-DEBITO.
           MOVE PAR-CLIENTE   TO MOV-CLIENTE
           MOVE PAR-SEQUENCIA TO MOV-SEQUENCIA
           MOVE 'D'           TO MOV-TIPO
           MOVE PAR-VALOR     TO MOV-VALOR
           MOVE ZEROS         TO MOV-CLIENTE-DEST
           MOVE ZEROS         TO MOV-SEQ-DEST
           MOVE ZEROS         TO MOV-DATA-VALOR
           MOVE ZEROS         TO MOV-DATA-ORIGINAL
           MOVE WRK-HIST-PARCELA TO MOV-HISTORICO
           WRITE MOV-LINHA
           ADD 1 TO WRK-QTD-LOTE
           ADD PAR-VALOR TO WRK-TOTAL-DEBITOS
           IF PAR-VENCIMENTO < WRK-DATA-HOJE-N
               ADD 1 TO WRK-TOTAL-ATRASO-QTD
               ADD PAR-VALOR TO WRK-TOTAL-ATRASO-VAL
               MOVE 'ATRASADA' TO DET-SITUACAO
           ELSE
               ADD 1 TO WRK-TOTAL-NO-DIA-QTD
               ADD PAR-VALOR TO WRK-TOTAL-NO-DIA-VAL
               MOVE 'NO DIA  ' TO DET-SITUACAO
           END-IF
           SET PAR-ENVIADA TO TRUE
           MOVE WRK-DATA-HOJE-N TO PAR-DATA-ENVIO
           REWRITE PARCELA-REC
           MOVE PAR-CONTRATO   TO DET-CONTRATO
           MOVE PAR-NUMERO     TO DET-PARCELA
           MOVE PAR-CLIENTE    TO DET-CLIENTE
           MOVE PAR-SEQUENCIA  TO DET-SEQ
           MOVE PAR-VENCIMENTO TO DET-VENCIMENTO
           MOVE PAR-VALOR      TO DET-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-DET.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, FECHA O LOTE COM O TRAILER,
      *    ENCERRA OS ARQUIVOS E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PARCELAS DO DIA....:' TO TOT-ROTULO
           MOVE WRK-TOTAL-NO-DIA-QTD TO TOT-QTD
           MOVE WRK-TOTAL-NO-DIA-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'PARCELAS ATRASADAS.:' TO TOT-ROTULO
           MOVE WRK-TOTAL-ATRASO-QTD TO TOT-QTD
           MOVE WRK-TOTAL-ATRASO-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF WRK-FS-PARCELA NOT = '35'
               CLOSE ARQ-PARCELAS
           END-IF
           IF NOT SEM-EMPREST
               CLOSE ARQ-EMPRESTIMO
           END-IF
           MOVE 'T' TO MOV-TRL-TIPO
           MOVE WRK-QTD-LOTE      TO MOV-TRL-QTD
           MOVE WRK-TOTAL-DEBITOS TO MOV-TRL-DEBITOS
           MOVE ZEROS             TO MOV-TRL-CREDITOS
           WRITE MOV-LOTE-TRL
           CLOSE ARQ-MOVIMENTO
           CLOSE RELATORIO
           DISPLAY 'PARCELAS LIDAS.....: ' WRK-TOTAL-LIDAS
           DISPLAY 'DEBITOS DO DIA.....: ' WRK-TOTAL-NO-DIA-QTD
           DISPLAY 'DEBITOS EM ATRASO..: ' WRK-TOTAL-ATRASO-QTD.
