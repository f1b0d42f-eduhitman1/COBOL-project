       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB79-BAIXA-CHEQUES.
      ********************************
      *OBJETIVO : BAIXA DOS CHEQUES COMPENSADOS E GERACAO DO
      *           ARQUIVO DE DEVOLUCAO PARA A CAMARA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) DEPOIS DO LANCAMENTO
      *            (COB24-MOVIMENTO), NOS MOLDES DO
      *            COB63-BAIXA-ORDENS. CARREGA AS FOLHAS QUE A
      *            COMPENSACAO (COB78-COMPENSA) DEIXOU APRESENTADAS
      *            E PROCURA NO MOVHIST, NA DATA DA APRESENTACAO, O
      *            DEBITO DE HISTORICO 0060 NA CONTA COM O VALOR DO
      *            CHEQUE. ACHOU: FOLHA PAGA. NAO ACHOU: O
      *            LANCAMENTO RECUSOU O DEBITO E O CHEQUE E
      *            DEVOLVIDO POR FALTA DE FUNDOS (11, OU 12 SE A
      *            ULTIMA DEVOLUCAO DA FOLHA FOI POR 11). ESSAS
      *            DEVOLUCOES E AS DO COB78 (ARQUIVO DE TRABALHO
      *            CHQDWRK) SAEM NO ARQUIVO DE DEVOLUCAO DA CAMARA
      *            (CHQDEV, COPY CHQDEV) E NO RELATORIO RELBXCHQ,
      *            POR AGENCIA DO CORRENTISTA COM A DESCRICAO DA
      *            ALINEA. OS CHEQUES PAGOS SO ENTRAM NOS TOTAIS.
      * 2026-10-15 IVN - LINHA DE ESTORNO NAO BAIXA CHEQUE: UM
      *            DEBITO DE ESTORNO COM HISTORICO 0060 NA CONTA
      *            DAVA COMO PAGA UMA FOLHA CUJO DEBITO O
      *            LANCAMENTO TINHA RECUSADO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-CHEQUES ASSIGN TO "CHQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-FS-CHEQUES.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-DEVOLVIDOS ASSIGN TO "CHQDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEVOLVIDOS.

           SELECT ARQ-DEVOLUCAO ASSIGN TO "CHQDEV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEVOLUCAO.

           SELECT WORK-SORT ASSIGN TO "CHQSORT".

           SELECT RELATORIO ASSIGN TO "RELBXCHQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-CHEQUES.
           COPY CHEQUE.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-DEVOLVIDOS.
       01  DWK-LINHA               PIC X(60).

       FD  ARQ-DEVOLUCAO.
           COPY CHQDEV.

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-SEQUENCIA       PIC 9(02).
           05 SORT-NUMERO          PIC 9(06).
           05 SORT-BANCO           PIC 9(03).
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-ALINEA          PIC 9(02).
           05 SORT-REFERENCIA      PIC X(20).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'BXCHEQUE'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CHEQUES          PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-DEVOLVIDOS       PIC X(02) VALUE '00'.
       77  WRK-FS-DEVOLUCAO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-CHQMAST         PIC X(01) VALUE 'N'.
           88 SEM-CHQMAST          VALUE 'S'.
       77  WRK-SEM-CLIMAST         PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST          VALUE 'S'.
       77  WRK-SEM-HISTORICO       PIC X(01) VALUE 'N'.
           88 SEM-HISTORICO        VALUE 'S'.
       77  WRK-ACHOU               PIC X(01) VALUE 'N'.
           88 ACHOU                VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-QTD-TAB             PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-TAB             PIC 9(04) VALUE 3000.
       77  WRK-IDX                 PIC 9(04) VALUE ZEROS.
       77  WRK-HIST-CHEQUE         PIC 9(04) VALUE 0060.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-AGE-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-AGE-VALOR           PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-PAGOS-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PAGOS-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-RECUS-QTD     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECUS-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLV-QTD    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEVOLV-VAL    PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOTAL-PENDENTES     PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    FOLHAS APRESENTADAS A CONFERIR CONTRA O MOVHIST
       01  WRK-TAB-APRESENTADOS.
           05 WRK-APR OCCURS 3000 TIMES.
              10 WRK-APR-CHAVE.
                 15 WRK-APR-CLIENTE   PIC 9(06).
                 15 WRK-APR-SEQUENCIA PIC 9(02).
                 15 WRK-APR-NUMERO    PIC 9(06).
              10 WRK-APR-VALOR       PIC 9(09)V99.
              10 WRK-APR-DATA        PIC 9(08).
              10 WRK-APR-BAIXA       PIC X(01).
                 88 APR-PAGO         VALUE 'S'.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'DEVOLUCAO DE CHEQUES'.
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
           05 FILLER               PIC X(17) VALUE
              'CLIENTE SQ NUMERO'.
           05 FILLER               PIC X(04) VALUE ' BCO'.
           05 FILLER               PIC X(15) VALUE '          VALOR'.
           05 FILLER               PIC X(11) VALUE '  ALINEA'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-BANCO            PIC 9(03).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-ALINEA           PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DESCRICAO        PIC X(30).

       01  WRK-LINHA-TOT-AGE.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'DEVOLVIDOS AGENCIA:'.
           05 TOT-AGE-QTD          PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-AGE-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
               IF NOT SEM-CHQMAST
                   PERFORM 2000-CARREGA-APRESENTADOS
                       UNTIL WRK-FS-CHEQUES NOT = '00'
                   IF WRK-QTD-TAB > ZEROS
                       PERFORM 3000-CONFERE-HISTORICO
                   END-IF
               END-IF
               SORT WORK-SORT
                   ON ASCENDING KEY SORT-AGENCIA SORT-CLIENTE
                                    SORT-SEQUENCIA SORT-NUMERO
                   INPUT PROCEDURE 4000-SELECIONA-DEVOLUCOES
                   OUTPUT PROCEDURE 5000-IMPRIME-SORT
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
      *    ABRE AS FOLHAS, O CADASTRO (PARA A AGENCIA DO
      *    CLIENTE), O RELATORIO E O ARQUIVO DE DEVOLUCAO, QUE
      *    SAI SEMPRE, MESMO SEM CHEQUE DEVOLVIDO, COM HEADER E
      *    TRAILER
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE 'N' TO WRK-SEM-CHQMAST
           OPEN I-O ARQ-CHEQUES
           IF WRK-FS-CHEQUES NOT = '00'
               MOVE 'S' TO WRK-SEM-CHQMAST
               DISPLAY 'CADASTRO DE CHEQUES INEXISTENTE - SEM BAIXAS'
           END-IF
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIMAST
           END-IF
           OPEN OUTPUT ARQ-DEVOLUCAO
           MOVE SPACES TO CDV-HEADER
           MOVE 'H' TO CDH-TIPO
           MOVE WRK-DATA-HOJE-N TO CDH-DATA
           WRITE CDV-HEADER.

      *-----------------------------------------------------
      *    GUARDA NA TABELA AS FOLHAS APRESENTADAS. ESTOURO DA
      *    TABELA: O RESTO FICA APRESENTADO E E BAIXADO NA
      *    PROXIMA EXECUCAO (A CONFERENCIA E PELA DATA DA
      *    APRESENTACAO)
      *-----------------------------------------------------
       2000-CARREGA-APRESENTADOS.
           READ ARQ-CHEQUES NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CHEQUES
               NOT AT END
                   IF CHQ-APRESENTADO
                       IF WRK-QTD-TAB < WRK-MAX-TAB
                           ADD 1 TO WRK-QTD-TAB
                           MOVE CHQ-CHAVE
                               TO WRK-APR-CHAVE (WRK-QTD-TAB)
                           MOVE CHQ-VALOR-APRESENTADO
                               TO WRK-APR-VALOR (WRK-QTD-TAB)
                           MOVE CHQ-DATA-APRESENTACAO
                               TO WRK-APR-DATA (WRK-QTD-TAB)
                           MOVE 'N' TO WRK-APR-BAIXA (WRK-QTD-TAB)
                       ELSE
                           ADD 1 TO WRK-TOTAL-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE O MOVHIST E CASA CADA DEBITO DE CHEQUE
      *    COMPENSADO (QUE NAO SEJA ESTORNO) COM UMA FOLHA AINDA
      *    NAO BAIXADA. SEM O
      *    MOVHIST NADA E BAIXADO NEM DEVOLVIDO NESTA NOITE
      *-----------------------------------------------------
       3000-CONFERE-HISTORICO.
           MOVE 'N' TO WRK-SEM-HISTORICO
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 3100-LE-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               MOVE 'S' TO WRK-SEM-HISTORICO
               DISPLAY 'MOVHIST INDISPONIVEL - NENHUM CHEQUE BAIXADO'
           END-IF.

       3100-LE-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DEBITO
                      AND MHS-HISTORICO NUMERIC
                      AND MHS-HISTORICO = WRK-HIST-CHEQUE
                      AND NOT MHS-LINHA-ESTORNO
                       MOVE 'N' TO WRK-ACHOU
                       PERFORM 3110-PROCURA-CHEQUE
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-TAB OR ACHOU
                   END-IF
           END-READ.

       3110-PROCURA-CHEQUE.
           IF NOT APR-PAGO (WRK-IDX)
              AND WRK-APR-DATA (WRK-IDX) = MHS-DATA
              AND WRK-APR-CLIENTE (WRK-IDX) = MHS-CLIENTE
              AND WRK-APR-SEQUENCIA (WRK-IDX) = MHS-SEQUENCIA
              AND WRK-APR-VALOR (WRK-IDX) = MHS-VALOR
               MOVE 'S' TO WRK-APR-BAIXA (WRK-IDX)
               MOVE 'S' TO WRK-ACHOU
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: BAIXA AS FOLHAS DA TABELA,
      *    MANDA AS RECUSADAS PELO LANCAMENTO E DEPOIS AS
      *    DEVOLUCOES QUE A COMPENSACAO JA DECIDIU
      *-----------------------------------------------------
       4000-SELECIONA-DEVOLUCOES.
           IF WRK-QTD-TAB > ZEROS AND NOT SEM-HISTORICO
               PERFORM 4100-ATUALIZA-CHEQUE
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-TAB
           END-IF
           OPEN INPUT ARQ-DEVOLVIDOS
           IF WRK-FS-DEVOLVIDOS = '00'
               PERFORM 4300-LE-DEVOLVIDO
                   UNTIL WRK-FS-DEVOLVIDOS NOT = '00'
               CLOSE ARQ-DEVOLVIDOS
           END-IF.

       4100-ATUALIZA-CHEQUE.
           MOVE WRK-APR-CHAVE (WRK-IDX) TO CHQ-CHAVE
           READ ARQ-CHEQUES
               INVALID KEY
                   DISPLAY 'CHEQUE NAO ENCONTRADO: '
                       WRK-APR-CHAVE (WRK-IDX)
               NOT INVALID KEY
                   PERFORM 4200-GRAVA-SITUACAO
           END-READ.

      *-----------------------------------------------------
      *    PAGO: FOLHA PAGA NA DATA DA APRESENTACAO. RECUSADO:
      *    DEVOLVIDO POR FALTA DE FUNDOS; NA SEGUNDA VEZ (12) A
      *    FOLHA FICA DEVOLVIDA DE VEZ, NA PRIMEIRA (11) VOLTA A
      *    EMITIDA PARA UMA REAPRESENTACAO
      *-----------------------------------------------------
       4200-GRAVA-SITUACAO.
           IF APR-PAGO (WRK-IDX)
               SET CHQ-PAGO TO TRUE
               MOVE CHQ-DATA-APRESENTACAO TO CHQ-DATA-PAGAMENTO
               ADD 1 TO WRK-TOTAL-PAGOS-QTD
               ADD CHQ-VALOR-APRESENTADO TO WRK-TOTAL-PAGOS-VAL
           ELSE
               IF CHQ-ULT-ALINEA = 11
                   MOVE 12 TO CHQ-ULT-ALINEA
                   SET CHQ-DEVOLVIDO TO TRUE
               ELSE
                   MOVE 11 TO CHQ-ULT-ALINEA
                   SET CHQ-EMITIDO TO TRUE
               END-IF
               ADD 1 TO CHQ-QTD-DEVOLUCOES
               ADD 1 TO WRK-TOTAL-RECUS-QTD
               ADD CHQ-VALOR-APRESENTADO TO WRK-TOTAL-RECUS-VAL
               MOVE CHQ-CLIENTE           TO SORT-CLIENTE
               MOVE CHQ-SEQUENCIA         TO SORT-SEQUENCIA
               MOVE CHQ-NUMERO            TO SORT-NUMERO
               MOVE CHQ-BANCO-APRESENTANTE TO SORT-BANCO
               MOVE CHQ-VALOR-APRESENTADO TO SORT-VALOR
               MOVE CHQ-ULT-ALINEA        TO SORT-ALINEA
               MOVE CHQ-REFERENCIA        TO SORT-REFERENCIA
               PERFORM 4400-RELEASE-DEVOLUCAO
           END-IF
           MOVE WRK-DATA-HOJE-N TO CHQ-DATA-SITUACAO
           MOVE WRK-CICLO-PASSO TO CHQ-OPERADOR-SITUACAO
           REWRITE CHEQUE-REC.

      *-----------------------------------------------------
      *    DEVOLUCAO DECIDIDA NA COMPENSACAO (COB78). O ARQUIVO
      *    DE TRABALHO TEM O LAYOUT DO ARQUIVO DA CAMARA E E
      *    LIDO PARA A AREA DO DETALHE DA DEVOLUCAO
      *-----------------------------------------------------
       4300-LE-DEVOLVIDO.
           READ ARQ-DEVOLVIDOS INTO CDV-DETALHE
               AT END
                   MOVE '10' TO WRK-FS-DEVOLVIDOS
               NOT AT END
                   IF CDD-DETALHE
                       MOVE CDD-CLIENTE    TO SORT-CLIENTE
                       MOVE CDD-SEQUENCIA  TO SORT-SEQUENCIA
                       MOVE CDD-NUMERO     TO SORT-NUMERO
                       MOVE CDD-BANCO      TO SORT-BANCO
                       MOVE CDD-VALOR      TO SORT-VALOR
                       MOVE CDD-ALINEA     TO SORT-ALINEA
                       MOVE CDD-REFERENCIA TO SORT-REFERENCIA
                       PERFORM 4400-RELEASE-DEVOLUCAO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    COMPLETA A AGENCIA DO CORRENTISTA E MANDA AO SORT
      *    (CONTA NAO ENCONTRADA FICA NA AGENCIA ZERO)
      *-----------------------------------------------------
       4400-RELEASE-DEVOLUCAO.
           MOVE ZEROS TO SORT-AGENCIA
           IF NOT SEM-CLIMAST
               MOVE SORT-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-AGENCIA TO SORT-AGENCIA
               END-READ
           END-IF
           RELEASE SORT-REC.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: GRAVA CADA DEVOLUCAO NO
      *    ARQUIVO DA CAMARA E IMPRIME UMA SECAO POR AGENCIA
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
           MOVE ZEROS TO WRK-AGE-QTD
           MOVE ZEROS TO WRK-AGE-VALOR
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2
           PERFORM 5310-IMPRIME-DETALHE
               UNTIL FIM-SORT
                  OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE WRK-AGE-QTD TO TOT-AGE-QTD
           MOVE WRK-AGE-VALOR TO TOT-AGE-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOT-AGE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

       5310-IMPRIME-DETALHE.
           MOVE SPACES TO CDV-DETALHE
           MOVE 'D'             TO CDD-TIPO
           MOVE SORT-BANCO      TO CDD-BANCO
           MOVE SORT-CLIENTE    TO CDD-CLIENTE
           MOVE SORT-SEQUENCIA  TO CDD-SEQUENCIA
           MOVE SORT-NUMERO     TO CDD-NUMERO
           MOVE SORT-VALOR      TO CDD-VALOR
           MOVE SORT-ALINEA     TO CDD-ALINEA
           MOVE SORT-REFERENCIA TO CDD-REFERENCIA
           WRITE CDV-DETALHE
           ADD 1 TO WRK-AGE-QTD
           ADD SORT-VALOR TO WRK-AGE-VALOR
           ADD 1 TO WRK-TOTAL-DEVOLV-QTD
           ADD SORT-VALOR TO WRK-TOTAL-DEVOLV-VAL
           MOVE SORT-CLIENTE   TO DET-CLIENTE
           MOVE SORT-SEQUENCIA TO DET-SEQ
           MOVE SORT-NUMERO    TO DET-NUMERO
           MOVE SORT-BANCO     TO DET-BANCO
           MOVE SORT-VALOR     TO DET-VALOR
           MOVE SORT-ALINEA    TO DET-ALINEA
           EVALUATE SORT-ALINEA
               WHEN 11
                   MOVE 'SEM FUNDOS - 1A APRESENTACAO'
                       TO DET-DESCRICAO
               WHEN 12
                   MOVE 'SEM FUNDOS - 2A APRESENTACAO'
                       TO DET-DESCRICAO
               WHEN 13
                   MOVE 'CONTA ENCERRADA' TO DET-DESCRICAO
               WHEN 20
                   MOVE 'FOLHA CANCELADA PELO CLIENTE'
                       TO DET-DESCRICAO
               WHEN 21
                   MOVE 'SUSTADO PELO CLIENTE' TO DET-DESCRICAO
               WHEN 31
                   MOVE 'ERRO FORMAL' TO DET-DESCRICAO
               WHEN 35
                   MOVE 'FOLHA NAO EMITIDA PARA A CONTA'
                       TO DET-DESCRICAO
               WHEN 49
                   MOVE 'REMESSA NULA' TO DET-DESCRICAO
               WHEN OTHER
                   MOVE SPACES TO DET-DESCRICAO
           END-EVALUATE
           WRITE REL-LINHA FROM WRK-LINHA-DET
           PERFORM 5200-RETURN-SORT.

      *-----------------------------------------------------
      *    FECHA O ARQUIVO DA CAMARA COM O TRAILER, IMPRIME OS
      *    TOTAIS, FECHA OS ARQUIVOS E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO CDV-TRAILER
           MOVE 'T' TO CDT-TIPO
           MOVE WRK-TOTAL-DEVOLV-QTD TO CDT-QTD
           MOVE WRK-TOTAL-DEVOLV-VAL TO CDT-VALOR
           WRITE CDV-TRAILER
           CLOSE ARQ-DEVOLUCAO
           IF WRK-TOTAL-DEVOLV-QTD = ZEROS
               WRITE REL-LINHA FROM WRK-CABECALHO1
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CHEQUES PAGOS......:' TO TOT-ROTULO
           MOVE WRK-TOTAL-PAGOS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-PAGOS-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'RECUSA NO LANCAMENTO' TO TOT-ROTULO
           MOVE WRK-TOTAL-RECUS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-RECUS-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'DEVOLVIDOS A CAMARA:' TO TOT-ROTULO
           MOVE WRK-TOTAL-DEVOLV-QTD TO TOT-QTD
           MOVE WRK-TOTAL-DEVOLV-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF NOT SEM-CHQMAST
               CLOSE ARQ-CHEQUES
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE RELATORIO
           DISPLAY 'CHEQUES PAGOS......: ' WRK-TOTAL-PAGOS-QTD
           DISPLAY 'RECUSA NO LANCAMENTO: ' WRK-TOTAL-RECUS-QTD
           DISPLAY 'DEVOLVIDOS A CAMARA: ' WRK-TOTAL-DEVOLV-QTD
           IF WRK-TOTAL-PENDENTES > ZEROS
               DISPLAY 'CHEQUES P/ PROXIMA EXECUCAO: '
                   WRK-TOTAL-PENDENTES
           END-IF.
