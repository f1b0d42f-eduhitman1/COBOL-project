       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB63-BAIXA-ORDENS.
      ********************************
      *OBJETIVO : BAIXA DAS OCORRENCIAS DE ORDEM PERMANENTE
      *           DEBITADAS NO LANCAMENTO NOTURNO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) DEPOIS DO LANCAMENTO
      *            (COB24-MOVIMENTO), NOS MOLDES DO
      *            COB53-BAIXA-PARCELAS. CARREGA AS ORDENS COM
      *            OCORRENCIA ENVIADA PELO COB62-ORDENS E PROCURA NO
      *            MOVHIST, NA DATA DO ENVIO, O DEBITO DE HISTORICO
      *            0050 NA CONTA DE ORIGEM COM O VALOR DA ORDEM.
      *            ACHOU: OCORRENCIA PAGA. NAO ACHOU: O LANCAMENTO
      *            RECUSOU (LIMITE OU BLOQUEIO JUDICIAL) E A
      *            OCORRENCIA FICA PENDENTE PARA O REENVIO DA NOITE
      *            SEGUINTE, ATE COMPLETAR OS DIAS DE RETENTATIVA DO
      *            PARAMETRO ORDPARM (PADRAO 3) CONTADOS DA DATA
      *            PREVISTA; DAI E ABANDONADA E AVISADA A AGENCIA DO
      *            CLIENTE. O RELATORIO RELBXORD SAI POR AGENCIA.
      * 2026-10-15 IVN - LINHA DE ESTORNO NAO BAIXA ORDEM: O ESTORNO
      *            DO CREDITO DE UMA TRANSFERENCIA 0050 VEM COMO
      *            DEBITO 0050 NA CONTA DE DESTINO E DAVA COMO PAGA
      *            UMA ORDEM DAQUELA CONTA RECUSADA NO LANCAMENTO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORDENS ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-FS-ORDEM.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-PARAMETRO ASSIGN TO "ORDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT WORK-SORT ASSIGN TO "ORDSORT".

           SELECT RELATORIO ASSIGN TO "RELBXORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORDENS.
           COPY ORDEM.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-DIAS-RETENTATIVA PIC 9(02).

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-CHAVE           PIC X(10).
           05 SORT-TIPO            PIC X(01).
           05 SORT-PREVISTA        PIC 9(08).
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-TENTATIVAS      PIC 9(02).
           05 SORT-SITUACAO        PIC X(01).
              88 SORT-PAGA         VALUE 'P'.
              88 SORT-RETENTATIVA  VALUE 'R'.
              88 SORT-ABANDONADA   VALUE 'A'.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'BXORDEM'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-ORDEM            PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-CLIMAST         PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST          VALUE 'S'.
       77  WRK-ACHOU               PIC X(01) VALUE 'N'.
           88 ACHOU                VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-QTD-TAB             PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-TAB             PIC 9(04) VALUE 3000.
       77  WRK-IDX                 PIC 9(04) VALUE ZEROS.
       77  WRK-HIST-ORDEM          PIC 9(04) VALUE 0050.
       77  WRK-DIAS-ATRASO         PIC S9(05) VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-AGE-ABANDONADAS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGAS-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGAS-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-RETENT-QTD    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RETENT-VAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-ABAND-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-ABAND-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PENDENTES     PIC 9(06) VALUE ZEROS.

      *    PARAMETROS (PADROES VALEM SEM O ORDPARM)
       77  WRK-DIAS-RETENTATIVA    PIC 9(02) VALUE 03.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    OCORRENCIAS ENVIADAS A CONFERIR CONTRA O MOVHIST
       01  WRK-TAB-ENVIADAS.
           05 WRK-ENV OCCURS 3000 TIMES.
              10 WRK-ENV-CHAVE.
                 15 WRK-ENV-CLIENTE   PIC 9(06).
                 15 WRK-ENV-SEQUENCIA PIC 9(02).
                 15 WRK-ENV-NUMERO    PIC 9(02).
              10 WRK-ENV-VALOR       PIC 9(09)V99.
              10 WRK-ENV-DATA        PIC 9(08).
              10 WRK-ENV-BAIXA       PIC X(01).
                 88 ENV-PAGA         VALUE 'S'.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'BAIXA DE ORDENS PERMANENTES'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-AGE.
           05 FILLER               PIC X(09) VALUE 'AGENCIA: '.
           05 HDR-AGENCIA          PIC 9(04).

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(16) VALUE
              'CLIENTE SQ NR T '.
           05 FILLER               PIC X(09) VALUE 'PREVISTA'.
           05 FILLER               PIC X(15) VALUE '          VALOR'.
           05 FILLER               PIC X(05) VALUE ' TENT'.
           05 FILLER               PIC X(10) VALUE '  SITUACAO'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-NUMERO           PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(03) VALUE SPACES.
           05 DET-TENTATIVAS       PIC Z9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SITUACAO         PIC X(30).

       01  WRK-DET-CHAVE.
           05 WRK-DET-CLIENTE      PIC 9(06).
           05 WRK-DET-SEQ          PIC 9(02).
           05 WRK-DET-NUMERO       PIC 9(02).

       01  WRK-LINHA-TOT-AGE.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'ABANDONADAS AGENCIA:'.
           05 TOT-AGE-QTD          PIC ZZZ.ZZ9.

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
               IF WRK-FS-ORDEM = '00'
                   PERFORM 2000-CARREGA-ENVIADAS
                       UNTIL WRK-FS-ORDEM NOT = '00'
                   IF WRK-QTD-TAB > ZEROS
                       PERFORM 3000-CONFERE-HISTORICO
                       SORT WORK-SORT
                           ON ASCENDING KEY SORT-AGENCIA SORT-CHAVE
                           INPUT PROCEDURE 4000-ATUALIZA-ORDENS
                           OUTPUT PROCEDURE 5000-IMPRIME-SORT
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
      *    LE O PARAMETRO E ABRE AS ORDENS, O CADASTRO (PARA A
      *    AGENCIA DO CLIENTE) E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           OPEN I-O ARQ-ORDENS
           IF WRK-FS-ORDEM NOT = '00'
               DISPLAY 'ARQUIVO DE ORDENS INEXISTENTE - SEM BAIXAS'
           END-IF
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIMAST
           END-IF.

      *-----------------------------------------------------
      *    LE OS DIAS DE RETENTATIVA DO ORDPARM (PRAZO, CONTADO
      *    DA DATA PREVISTA, EM QUE A OCORRENCIA RECUSADA AINDA
      *    E REENVIADA)
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-DIAS-RETENTATIVA NUMERIC
                           MOVE PRM-DIAS-RETENTATIVA
                               TO WRK-DIAS-RETENTATIVA
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO ORDPARM - VALEM OS PADROES'
           END-IF
           DISPLAY 'DIAS DE RETENTATIVA: ' WRK-DIAS-RETENTATIVA.

      *-----------------------------------------------------
      *    GUARDA NA TABELA AS OCORRENCIAS ENVIADAS. ESTOURO DA
      *    TABELA: O RESTO FICA ENVIADO E E BAIXADO NA PROXIMA
      *    EXECUCAO (A CONFERENCIA E PELA DATA DO ENVIO)
      *-----------------------------------------------------
       2000-CARREGA-ENVIADAS.
           READ ARQ-ORDENS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ORDEM
               NOT AT END
                   IF ORD-OCOR-ENVIADA
                       IF WRK-QTD-TAB < WRK-MAX-TAB
                           ADD 1 TO WRK-QTD-TAB
                           MOVE ORD-CHAVE
                               TO WRK-ENV-CHAVE (WRK-QTD-TAB)
                           MOVE ORD-VALOR
                               TO WRK-ENV-VALOR (WRK-QTD-TAB)
                           MOVE ORD-OCOR-DATA-ENVIO
                               TO WRK-ENV-DATA (WRK-QTD-TAB)
                           MOVE 'N' TO WRK-ENV-BAIXA (WRK-QTD-TAB)
                       ELSE
                           ADD 1 TO WRK-TOTAL-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE O MOVHIST E CASA CADA DEBITO DE ORDEM
      *    PERMANENTE (QUE NAO SEJA ESTORNO) COM UMA OCORRENCIA
      *    AINDA NAO BAIXADA
      *-----------------------------------------------------
       3000-CONFERE-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 3100-LE-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'MOVHIST INDISPONIVEL - NENHUMA ORDEM BAIXADA'
           END-IF.

       3100-LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DEBITO
                      AND MHS-HISTORICO NUMERIC
                      AND MHS-HISTORICO = WRK-HIST-ORDEM
                      AND NOT MHS-LINHA-ESTORNO
                       MOVE 'N' TO WRK-ACHOU
                       PERFORM 3110-PROCURA-ORDEM
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-TAB OR ACHOU
                   END-IF
           END-READ.

       3110-PROCURA-ORDEM.
           IF NOT ENV-PAGA (WRK-IDX)
              AND WRK-ENV-DATA (WRK-IDX) = MHS-DATA
              AND WRK-ENV-CLIENTE (WRK-IDX) = MHS-CLIENTE
              AND WRK-ENV-SEQUENCIA (WRK-IDX) = MHS-SEQUENCIA
              AND WRK-ENV-VALOR (WRK-IDX) = MHS-VALOR
               MOVE 'S' TO WRK-ENV-BAIXA (WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: ATUALIZA CADA ORDEM DA
      *    TABELA E MANDA A LINHA DO RELATORIO COM A AGENCIA
      *-----------------------------------------------------
       4000-ATUALIZA-ORDENS.
           PERFORM 4100-ATUALIZA-ORDEM
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-TAB.

       4100-ATUALIZA-ORDEM.
           MOVE WRK-ENV-CHAVE (WRK-IDX) TO ORD-CHAVE
           READ ARQ-ORDENS
               INVALID KEY
                   DISPLAY 'ORDEM NAO ENCONTRADA: '
                       WRK-ENV-CHAVE (WRK-IDX)
               NOT INVALID KEY
                   PERFORM 4200-GRAVA-SITUACAO
           END-READ.

      *-----------------------------------------------------
      *    PAGA: LIMPA A OCORRENCIA. RECUSADA: PENDENTE ENQUANTO
      *    ESTIVER DENTRO DOS DIAS DE RETENTATIVA, DEPOIS
      *    ABANDONADA (O MES FICA SEM PAGAMENTO E A ORDEM SEGUE
      *    PARA O MES SEGUINTE)
      *-----------------------------------------------------
       4200-GRAVA-SITUACAO.
           MOVE ORD-OCOR-DATA-PREVISTA TO SORT-PREVISTA
           MOVE ORD-OCOR-TENTATIVAS    TO SORT-TENTATIVAS
           IF ENV-PAGA (WRK-IDX)
               SET SORT-PAGA TO TRUE
               MOVE ORD-OCOR-DATA-ENVIO TO ORD-DATA-ULT-PAGTO
               SET ORD-SEM-OCORRENCIA TO TRUE
               ADD 1 TO WRK-TOTAL-PAGAS-QTD
               ADD ORD-VALOR TO WRK-TOTAL-PAGAS-VAL
           ELSE
               COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
                   - FUNCTION INTEGER-OF-DATE(ORD-OCOR-DATA-PREVISTA)
               IF WRK-DIAS-ATRASO < WRK-DIAS-RETENTATIVA
                   SET SORT-RETENTATIVA TO TRUE
                   SET ORD-OCOR-PENDENTE TO TRUE
                   ADD 1 TO WRK-TOTAL-RETENT-QTD
                   ADD ORD-VALOR TO WRK-TOTAL-RETENT-VAL
               ELSE
                   SET SORT-ABANDONADA TO TRUE
                   SET ORD-SEM-OCORRENCIA TO TRUE
                   ADD 1 TO WRK-TOTAL-ABAND-QTD
                   ADD ORD-VALOR TO WRK-TOTAL-ABAND-VAL
               END-IF
           END-IF
           REWRITE ORDEM-REC
           MOVE ZEROS TO SORT-AGENCIA
           IF NOT SEM-CLIMAST
               MOVE ORD-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-AGENCIA TO SORT-AGENCIA
               END-READ
           END-IF
           MOVE ORD-CHAVE TO SORT-CHAVE
           MOVE ORD-TIPO  TO SORT-TIPO
           MOVE ORD-VALOR TO SORT-VALOR
           RELEASE SORT-REC.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA SECAO POR AGENCIA, COM A
      *    QUANTIDADE DE ORDENS ABANDONADAS A TRATAR COM O
      *    CLIENTE
      *-----------------------------------------------------
       5000-IMPRIME-SORT.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 5200-RETURN-SORT
           PERFORM 5300-PROCESSA-AGENCIA UNTIL FIM-SORT.

       5200-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       5300-PROCESSA-AGENCIA.
           MOVE SORT-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-AGE-ABANDONADAS
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2
           PERFORM 5310-IMPRIME-DETALHE
               UNTIL FIM-SORT
                  OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE WRK-AGE-ABANDONADAS TO TOT-AGE-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOT-AGE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

       5310-IMPRIME-DETALHE.
           MOVE SORT-CHAVE      TO WRK-DET-CHAVE
           MOVE WRK-DET-CLIENTE TO DET-CLIENTE
           MOVE WRK-DET-SEQ     TO DET-SEQ
           MOVE WRK-DET-NUMERO  TO DET-NUMERO
           MOVE SORT-TIPO       TO DET-TIPO
           MOVE SORT-PREVISTA   TO DET-DATA
           MOVE SORT-VALOR      TO DET-VALOR
           MOVE SORT-TENTATIVAS TO DET-TENTATIVAS
           EVALUATE TRUE
               WHEN SORT-PAGA
                   MOVE 'PAGA' TO DET-SITUACAO
               WHEN SORT-RETENTATIVA
                   MOVE 'RECUSADA - REENVIO AMANHA'
                       TO DET-SITUACAO
               WHEN OTHER
                   MOVE 'ABANDONADA - AVISAR CLIENTE'
                       TO DET-SITUACAO
                   ADD 1 TO WRK-AGE-ABANDONADAS
           END-EVALUATE
           WRITE REL-LINHA FROM WRK-LINHA-DET
           PERFORM 5200-RETURN-SORT.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E EXIBE O
      *    RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           IF WRK-QTD-TAB = ZEROS
               WRITE REL-LINHA FROM WRK-CABECALHO1
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'OCORRENCIAS PAGAS..:' TO TOT-ROTULO
           MOVE WRK-TOTAL-PAGAS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-PAGAS-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'EM RETENTATIVA.....:' TO TOT-ROTULO
           MOVE WRK-TOTAL-RETENT-QTD TO TOT-QTD
           MOVE WRK-TOTAL-RETENT-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ABANDONADAS........:' TO TOT-ROTULO
           MOVE WRK-TOTAL-ABAND-QTD TO TOT-QTD
           MOVE WRK-TOTAL-ABAND-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF WRK-FS-ORDEM NOT = '35'
               CLOSE ARQ-ORDENS
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE RELATORIO
           DISPLAY 'OCORRENCIAS PAGAS..: ' WRK-TOTAL-PAGAS-QTD
           DISPLAY 'EM RETENTATIVA.....: ' WRK-TOTAL-RETENT-QTD
           DISPLAY 'ABANDONADAS........: ' WRK-TOTAL-ABAND-QTD
           IF WRK-TOTAL-PENDENTES > ZEROS
               DISPLAY 'ORDENS P/ PROXIMA EXECUCAO: '
                   WRK-TOTAL-PENDENTES
           END-IF.
