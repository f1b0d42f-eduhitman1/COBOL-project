       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB62-ORDENS.
      ********************************
      *OBJETIVO : GERACAO NOTURNA DAS OCORRENCIAS DAS ORDENS
      *           PERMANENTES VENCIDAS NA DATA DE NEGOCIO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA LIBERACAO E DO
      *            LANCAMENTO. VARRE AS ORDENS PERMANENTES (ORDPERM,
      *            COPY ORDEM) E, PARA CADA ORDEM ATIVA SEM
      *            OCORRENCIA EM ANDAMENTO, CALCULA A DATA EFETIVA
      *            DO PROXIMO MES: DIA QUE NAO EXISTE NO MES (31 EM
      *            ABRIL, 30 EM FEVEREIRO) PASSA PARA O DIA 1 DO MES
      *            SEGUINTE, E SABADO OU DOMINGO PASSA PARA A
      *            SEGUNDA-FEIRA. DATA EFETIVA ATE A DATA DE NEGOCIO
      *            (COB17-DATAPROC) GERA A LINHA NO MOVTO (TIPO T
      *            COM A CONTA DE DESTINO OU TIPO D SO DEBITO,
      *            HISTORICO 0050) NUM LOTE PROPRIO (AGENCIA INTERNA
      *            9999, CABECALHO E TRAILER), COMO FAZ O
      *            COB52-PARCELAS. OCORRENCIA RECUSADA NUMA NOITE
      *            ANTERIOR (PENDENTE, MARCADA PELO
      *            COB63-BAIXA-ORDENS) E REENVIADA. DATA EFETIVA
      *            DEPOIS DA DATA FIM FINALIZA A ORDEM. CONTA DE
      *            ORIGEM OU DESTINO ENCERRADA SUSPENDE A ORDEM. O
      *            RELATORIO RELORDEM LISTA O QUE FOI GERADO.
      * 2026-10-15 IVN - A DATA EFETIVA QUE CAI EM SABADO, DOMINGO
      *            OU FERIADO PASSA PARA O PROXIMO DIA UTIL DO
      *            CALENDARIO DE FERIADOS (COB65-CALENDARIO), NO
      *            LUGAR DA CONTA DO DIA DA SEMANA.
      * 2026-10-15 IVN - ORDEM CUJO TITULAR (CLIENTE DA CONTA DE
      *            ORIGEM) FALECEU (STATUS O NO CLIMAST) TAMBEM E
      *            SUSPENSA, COM A SITUACAO 'SUSPENSA - OBITO
      *            TITULAR' NO RELORDEM. SEM O CLIMAST A CONFERENCIA
      *            NAO E FEITA, COMO NO CTAMAST.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-ORDENS ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-FS-ORDEM.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT RELATORIO ASSIGN TO "RELORDEM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-ORDENS.
           COPY ORDEM.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-MOVIMENTO.
           COPY MOVIMENTO.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'ORDPERM'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-ORDEM            PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-MOVIMENTO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-CONTAS          PIC X(01) VALUE 'N'.
           88 SEM-CONTAS           VALUE 'S'.
       77  WRK-CONTAS-OK           PIC X(01) VALUE 'N'.
           88 CONTAS-OK            VALUE 'S'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-SEM-CLIENTES        PIC X(01) VALUE 'N'.
           88 SEM-CLIENTES         VALUE 'S'.
       77  WRK-TITULAR-FALECIDO    PIC X(01) VALUE 'N'.
           88 TITULAR-FALECIDO     VALUE 'S'.
       77  WRK-ANO-BISSEXTO        PIC X(01) VALUE 'N'.
           88 ANO-BISSEXTO         VALUE 'S'.
       77  WRK-ULTIMO-DIA          PIC 9(02) VALUE ZEROS.
       77  WRK-CAL-FUNCAO          PIC X(01) VALUE 'P'.
       77  WRK-CAL-RESPOSTA        PIC X(01) VALUE SPACE.
       77  WRK-DATA-EFETIVA        PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-LIDAS         PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-GERADAS-QTD   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-GERADAS-VAL   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-REENVIO-QTD   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REENVIO-VAL   PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-SUSPENSAS     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FINALIZADAS   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-ORDEM          PIC 9(04) VALUE 0050.
       77  WRK-QTD-LOTE            PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    MES DE REFERENCIA (AAAAMM) DA OCORRENCIA CALCULADA
       01  WRK-REFERENCIA.
           05 WRK-REF-ANO          PIC 9(04).
           05 WRK-REF-MES          PIC 9(02).
       01  WRK-REFERENCIA-N REDEFINES WRK-REFERENCIA
                                   PIC 9(06).

       01  WRK-DATA-CALC.
           05 WRK-CALC-ANO         PIC 9(04).
           05 WRK-CALC-MES         PIC 9(02).
           05 WRK-CALC-DIA         PIC 9(02).
       01  WRK-DATA-CALC-N REDEFINES WRK-DATA-CALC
                                   PIC 9(08).

       01  WRK-TABELA-MESES.
           05 WRK-DIAS-NO-MES      PIC 9(02) OCCURS 12 TIMES
                                   VALUE ZEROS.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'ORDENS PERMANENTES - GERACAO'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(16) VALUE
              'CLIENTE SQ NR T '.
           05 FILLER               PIC X(17) VALUE 'DESTINO   PREVIST'.
           05 FILLER               PIC X(16) VALUE 'A          VALOR'.
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
           05 DET-CLIENTE-DEST     PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ-DEST         PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SITUACAO         PIC X(26).

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
                   PERFORM 2000-PROCESSA-ORDEM
                       UNTIL WRK-FS-ORDEM NOT = '00'
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
           PERFORM 1200-MONTA-TABELA-MESES
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO2
           OPEN I-O ARQ-ORDENS
           IF WRK-FS-ORDEM NOT = '00'
               DISPLAY 'ARQUIVO DE ORDENS INEXISTENTE - SEM GERACAO'
           END-IF
           MOVE 'N' TO WRK-SEM-CONTAS
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA NOT = '00'
               MOVE 'S' TO WRK-SEM-CONTAS
           END-IF
           MOVE 'N' TO WRK-SEM-CLIENTES
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIENTES
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
      *    DIAS DE CADA MES (FEVEREIRO CONFERIDO NO BISSEXTO)
      *-----------------------------------------------------
       1200-MONTA-TABELA-MESES.
           MOVE 31 TO WRK-DIAS-NO-MES(01)
           MOVE 28 TO WRK-DIAS-NO-MES(02)
           MOVE 31 TO WRK-DIAS-NO-MES(03)
           MOVE 30 TO WRK-DIAS-NO-MES(04)
           MOVE 31 TO WRK-DIAS-NO-MES(05)
           MOVE 30 TO WRK-DIAS-NO-MES(06)
           MOVE 31 TO WRK-DIAS-NO-MES(07)
           MOVE 31 TO WRK-DIAS-NO-MES(08)
           MOVE 30 TO WRK-DIAS-NO-MES(09)
           MOVE 31 TO WRK-DIAS-NO-MES(10)
           MOVE 30 TO WRK-DIAS-NO-MES(11)
           MOVE 31 TO WRK-DIAS-NO-MES(12).

      *-----------------------------------------------------
      *    LE A PROXIMA ORDEM: SO A ATIVA INTERESSA. PENDENTE DE
      *    RETENTATIVA E REENVIADA; SEM OCORRENCIA EM ANDAMENTO
      *    TEM O PROXIMO MES CALCULADO. OCORRENCIA AINDA ENVIADA
      *    (BAIXA NAO RODOU) FICA COMO ESTA
      *-----------------------------------------------------
       2000-PROCESSA-ORDEM.
           READ ARQ-ORDENS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ORDEM
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDAS
                   IF ORD-ATIVA
                       EVALUATE TRUE
                           WHEN ORD-OCOR-PENDENTE
                               PERFORM 2400-REENVIA-OCORRENCIA
                           WHEN ORD-SEM-OCORRENCIA
                               PERFORM 2100-PROXIMA-OCORRENCIA
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CALCULA A DATA EFETIVA DO MES SEGUINTE AO ULTIMO
      *    GERADO (OU DO MES DO INICIO, NA PRIMEIRA VEZ),
      *    PULANDO O MES CUJA DATA CAI ANTES DO INICIO
      *-----------------------------------------------------
       2100-PROXIMA-OCORRENCIA.
           IF ORD-ULT-REFERENCIA = ZEROS
               MOVE ORD-DATA-INICIO(1:6) TO WRK-REFERENCIA-N
               PERFORM 2120-RECUA-REFERENCIA
           ELSE
               MOVE ORD-ULT-REFERENCIA TO WRK-REFERENCIA-N
           END-IF
           MOVE ZEROS TO WRK-DATA-EFETIVA
           PERFORM 2110-AVANCA-REFERENCIA
               UNTIL WRK-DATA-EFETIVA NOT < ORD-DATA-INICIO
           EVALUATE TRUE
               WHEN ORD-DATA-FIM NOT = ZEROS
                AND WRK-DATA-EFETIVA > ORD-DATA-FIM
                   PERFORM 2600-FINALIZA-ORDEM
               WHEN WRK-DATA-EFETIVA > WRK-DATA-HOJE-N
                   CONTINUE
               WHEN OTHER
                   PERFORM 2300-VERIFICA-CONTAS
                   IF CONTAS-OK
                       MOVE WRK-REFERENCIA-N TO ORD-ULT-REFERENCIA
                       MOVE WRK-REFERENCIA-N TO ORD-OCOR-REFERENCIA
                       MOVE WRK-DATA-EFETIVA
                           TO ORD-OCOR-DATA-PREVISTA
                       MOVE ZEROS TO ORD-OCOR-TENTATIVAS
                       PERFORM 2500-GERA-MOVIMENTO
                       ADD 1 TO WRK-TOTAL-GERADAS-QTD
                       ADD ORD-VALOR TO WRK-TOTAL-GERADAS-VAL
                       MOVE 'GERADA' TO DET-SITUACAO
                       PERFORM 2800-IMPRIME-LINHA
                   ELSE
                       PERFORM 2700-SUSPENDE-ORDEM
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    PASSA AO MES SEGUINTE E CALCULA A DATA EFETIVA DELE
      *-----------------------------------------------------
       2110-AVANCA-REFERENCIA.
           IF WRK-REF-MES = 12
               MOVE 01 TO WRK-REF-MES
               ADD 1 TO WRK-REF-ANO
           ELSE
               ADD 1 TO WRK-REF-MES
           END-IF
           PERFORM 2200-CALCULA-DATA-EFETIVA.

      *-----------------------------------------------------
      *    VOLTA UM MES (A PRIMEIRA OCORRENCIA E A DO MES DO
      *    INICIO, ALCANCADA PELO AVANCO)
      *-----------------------------------------------------
       2120-RECUA-REFERENCIA.
           IF WRK-REF-MES = 01
               MOVE 12 TO WRK-REF-MES
               SUBTRACT 1 FROM WRK-REF-ANO
           ELSE
               SUBTRACT 1 FROM WRK-REF-MES
           END-IF.

      *-----------------------------------------------------
      *    DATA EFETIVA DO MES DE REFERENCIA: DIA INEXISTENTE NO
      *    MES VAI PARA O DIA 1 DO MES SEGUINTE; SABADO,
      *    DOMINGO E FERIADO VAO PARA O PROXIMO DIA UTIL
      *-----------------------------------------------------
       2200-CALCULA-DATA-EFETIVA.
           MOVE WRK-REF-ANO TO WRK-CALC-ANO
           MOVE WRK-REF-MES TO WRK-CALC-MES
           MOVE ORD-DIA     TO WRK-CALC-DIA
           PERFORM 2210-VERIFICA-BISSEXTO
           MOVE WRK-DIAS-NO-MES(WRK-CALC-MES) TO WRK-ULTIMO-DIA
           IF WRK-CALC-MES = 02 AND ANO-BISSEXTO
               MOVE 29 TO WRK-ULTIMO-DIA
           END-IF
           IF WRK-CALC-DIA > WRK-ULTIMO-DIA
               MOVE 01 TO WRK-CALC-DIA
               IF WRK-CALC-MES = 12
                   MOVE 01 TO WRK-CALC-MES
                   ADD 1 TO WRK-CALC-ANO
               ELSE
                   ADD 1 TO WRK-CALC-MES
               END-IF
           END-IF
           MOVE 'P' TO WRK-CAL-FUNCAO
           CALL 'COB65-CALENDARIO' USING WRK-CAL-FUNCAO
               WRK-DATA-CALC-N WRK-DATA-EFETIVA WRK-CAL-RESPOSTA.

      *-----------------------------------------------------
      *    ANO BISSEXTO: DIVISIVEL POR 4, E SE POR 100 TAMBEM
      *    POR 400 (REGRA GREGORIANA, COMO NO COB03-DATE)
      *-----------------------------------------------------
       2210-VERIFICA-BISSEXTO.
           MOVE 'N' TO WRK-ANO-BISSEXTO
           IF FUNCTION MOD(WRK-CALC-ANO, 4) = 0
               IF FUNCTION MOD(WRK-CALC-ANO, 100) = 0
                   IF FUNCTION MOD(WRK-CALC-ANO, 400) = 0
                       MOVE 'S' TO WRK-ANO-BISSEXTO
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-ANO-BISSEXTO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONFERE NO CLIMAST SE O TITULAR DA ORDEM NAO FALECEU
      *    E NO CTAMAST SE A CONTA DE ORIGEM (E A DE DESTINO, NA
      *    TRANSFERENCIA) CONTINUAM ABERTAS
      *-----------------------------------------------------
       2300-VERIFICA-CONTAS.
           MOVE 'S' TO WRK-CONTAS-OK
           MOVE 'N' TO WRK-TITULAR-FALECIDO
           IF NOT SEM-CLIENTES
               MOVE ORD-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CLI-FALECIDO
                           MOVE 'S' TO WRK-TITULAR-FALECIDO
                           MOVE 'N' TO WRK-CONTAS-OK
                       END-IF
               END-READ
           END-IF
           IF CONTAS-OK AND NOT SEM-CONTAS
               MOVE ORD-CLIENTE   TO CTA-CLIENTE
               MOVE ORD-SEQUENCIA TO CTA-SEQUENCIA
               PERFORM 2310-LER-CONTA
               IF CONTAS-OK AND ORD-TRANSFERENCIA
                   MOVE ORD-CLIENTE-DEST TO CTA-CLIENTE
                   MOVE ORD-SEQ-DEST     TO CTA-SEQUENCIA
                   PERFORM 2310-LER-CONTA
               END-IF
           END-IF.

       2310-LER-CONTA.
           READ CONTA-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-CONTAS-OK
               NOT INVALID KEY
                   IF NOT CTA-ABERTA
                       MOVE 'N' TO WRK-CONTAS-OK
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    REENVIA A OCORRENCIA RECUSADA NUMA NOITE ANTERIOR
      *    (MESMO MES DE REFERENCIA E MESMA DATA PREVISTA)
      *-----------------------------------------------------
       2400-REENVIA-OCORRENCIA.
           PERFORM 2300-VERIFICA-CONTAS
           IF CONTAS-OK
               MOVE ORD-OCOR-DATA-PREVISTA TO WRK-DATA-EFETIVA
               PERFORM 2500-GERA-MOVIMENTO
               ADD 1 TO WRK-TOTAL-REENVIO-QTD
               ADD ORD-VALOR TO WRK-TOTAL-REENVIO-VAL
               MOVE 'REENVIO - TENTATIVA' TO DET-SITUACAO
               MOVE ORD-OCOR-TENTATIVAS TO DET-SITUACAO(21:2)
               PERFORM 2800-IMPRIME-LINHA
           ELSE
               PERFORM 2700-SUSPENDE-ORDEM
           END-IF.

      *-----------------------------------------------------
      *    GRAVA A LINHA DA ORDEM NO MOVTO E MARCA A OCORRENCIA
      *    COMO ENVIADA NESTA DATA DE NEGOCIO
      *-----------------------------------------------------
       2500-GERA-MOVIMENTO.
           MOVE ORD-CLIENTE   TO MOV-CLIENTE
           MOVE ORD-SEQUENCIA TO MOV-SEQUENCIA
           MOVE ORD-TIPO      TO MOV-TIPO
           MOVE ORD-VALOR     TO MOV-VALOR
           IF ORD-TRANSFERENCIA
               MOVE ORD-CLIENTE-DEST TO MOV-CLIENTE-DEST
               MOVE ORD-SEQ-DEST     TO MOV-SEQ-DEST
               ADD ORD-VALOR TO WRK-TOTAL-CREDITOS
           ELSE
               MOVE ZEROS TO MOV-CLIENTE-DEST
               MOVE ZEROS TO MOV-SEQ-DEST
           END-IF
           MOVE ZEROS         TO MOV-DATA-VALOR
           MOVE ZEROS         TO MOV-DATA-ORIGINAL
           MOVE WRK-HIST-ORDEM TO MOV-HISTORICO
           WRITE MOV-LINHA
           ADD 1 TO WRK-QTD-LOTE
           ADD ORD-VALOR TO WRK-TOTAL-DEBITOS
           SET ORD-OCOR-ENVIADA TO TRUE
           MOVE WRK-DATA-HOJE-N TO ORD-OCOR-DATA-ENVIO
           ADD 1 TO ORD-OCOR-TENTATIVAS
           REWRITE ORDEM-REC.

      *-----------------------------------------------------
      *    DATA EFETIVA DEPOIS DA DATA FIM: A ORDEM ACABOU
      *-----------------------------------------------------
       2600-FINALIZA-ORDEM.
           SET ORD-FINALIZADA TO TRUE
           REWRITE ORDEM-REC
           ADD 1 TO WRK-TOTAL-FINALIZADAS
           MOVE ZEROS TO WRK-DATA-EFETIVA
           MOVE 'FINALIZADA - DATA FIM' TO DET-SITUACAO
           PERFORM 2800-IMPRIME-LINHA.

      *-----------------------------------------------------
      *    CONTA DE ORIGEM OU DESTINO ENCERRADA OU TITULAR
      *    FALECIDO: A ORDEM FICA SUSPENSA (A AGENCIA REATIVA OU
      *    CANCELA NO COB12) E A OCORRENCIA PENDENTE E DESCARTADA
      *-----------------------------------------------------
       2700-SUSPENDE-ORDEM.
           SET ORD-SUSPENSA TO TRUE
           SET ORD-SEM-OCORRENCIA TO TRUE
           REWRITE ORDEM-REC
           ADD 1 TO WRK-TOTAL-SUSPENSAS
           IF TITULAR-FALECIDO
               MOVE 'SUSPENSA - OBITO TITULAR' TO DET-SITUACAO
           ELSE
               MOVE 'SUSPENSA - CONTA ENCERRADA' TO DET-SITUACAO
           END-IF
           PERFORM 2800-IMPRIME-LINHA.

       2800-IMPRIME-LINHA.
           MOVE ORD-CLIENTE      TO DET-CLIENTE
           MOVE ORD-SEQUENCIA    TO DET-SEQ
           MOVE ORD-NUMERO       TO DET-NUMERO
           MOVE ORD-TIPO         TO DET-TIPO
           MOVE ORD-CLIENTE-DEST TO DET-CLIENTE-DEST
           MOVE ORD-SEQ-DEST     TO DET-SEQ-DEST
           MOVE WRK-DATA-EFETIVA TO DET-DATA
           MOVE ORD-VALOR        TO DET-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-DET.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, FECHA O LOTE COM O TRAILER,
      *    ENCERRA OS ARQUIVOS E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'OCORRENCIAS GERADAS:' TO TOT-ROTULO
           MOVE WRK-TOTAL-GERADAS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-GERADAS-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'REENVIOS...........:' TO TOT-ROTULO
           MOVE WRK-TOTAL-REENVIO-QTD TO TOT-QTD
           MOVE WRK-TOTAL-REENVIO-VAL TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF WRK-FS-ORDEM NOT = '35'
               CLOSE ARQ-ORDENS
           END-IF
           IF NOT SEM-CONTAS
               CLOSE CONTA-MASTER
           END-IF
           IF NOT SEM-CLIENTES
               CLOSE CLIENTE-MASTER
           END-IF
           MOVE 'T' TO MOV-TRL-TIPO
           MOVE WRK-QTD-LOTE       TO MOV-TRL-QTD
           MOVE WRK-TOTAL-DEBITOS  TO MOV-TRL-DEBITOS
           MOVE WRK-TOTAL-CREDITOS TO MOV-TRL-CREDITOS
           WRITE MOV-LOTE-TRL
           CLOSE ARQ-MOVIMENTO
           CLOSE RELATORIO
           DISPLAY 'ORDENS LIDAS.......: ' WRK-TOTAL-LIDAS
           DISPLAY 'OCORRENCIAS GERADAS: ' WRK-TOTAL-GERADAS-QTD
           DISPLAY 'REENVIOS...........: ' WRK-TOTAL-REENVIO-QTD
           DISPLAY 'ORDENS SUSPENSAS...: ' WRK-TOTAL-SUSPENSAS
           DISPLAY 'ORDENS FINALIZADAS.: ' WRK-TOTAL-FINALIZADAS.
