       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB78-COMPENSA.
      ********************************
      *OBJETIVO : COMPENSACAO NOTURNA DOS CHEQUES APRESENTADOS
      *           CONTRA CONTAS DA CASA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA LIBERACAO E DO
      *            LANCAMENTO. LE O ARQUIVO DE CHEQUES APRESENTADOS
      *            DA CAMARA (CHQCOMP, COPY CHQCOMP) EM DUAS
      *            PASSADAS, COMO O COB60-COBRANCA: A PRIMEIRA SO
      *            VALIDA O ARQUIVO (HEADER NA PRIMEIRA POSICAO,
      *            CAMPOS NUMERICOS, TRAILER BATENDO EM QUANTIDADE E
      *            VALOR) E ARQUIVO QUE NAO PASSA E RECUSADO
      *            INTEIRO. A SEGUNDA ORDENA OS CHEQUES POR CONTA E
      *            NUMERO E CONFERE CADA UM CONTRA O CADASTRO DE
      *            FOLHAS (CHQMAST, COPY CHEQUE): FOLHA NAO EMITIDA
      *            PARA A CONTA, CONTA ENCERRADA, FOLHA CANCELADA,
      *            SUSTADA, JA PAGA OU JA APRESENTADA, VALOR ZERADO
      *            E SALDO INSUFICIENTE PELA MESMA REGRA DO
      *            LANCAMENTO (LIMITE DO COB35-LIMITE E SOMA DO
      *            BLOQJUD, ACUMULANDO OS CHEQUES DA MESMA CONTA NA
      *            NOITE) SAO DEVOLVIDOS COM A ALINEA DO MOTIVO NO
      *            ARQUIVO DE TRABALHO CHQDWRK. O CHEQUE ACEITO VIRA
      *            DEBITO NUM LOTE PROPRIO DO MOVTO (AGENCIA INTERNA
      *            9999, HISTORICO 0060) E A FOLHA FICA APRESENTADA.
      *            O LANCAMENTO CONTINUA SENDO QUEM DECIDE: A BAIXA
      *            (COB79-BAIXA-CHEQUES) CONFERE NO MOVHIST O QUE FOI
      *            APLICADO, DEVOLVE O QUE O LANCAMENTO RECUSOU E
      *            GERA O ARQUIVO DE DEVOLUCAO PARA A CAMARA COM AS
      *            DEVOLUCOES DESTE PASSO. O RELATORIO RELCOMP LISTA
      *            O DESTINO DE CADA CHEQUE.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-COMPENSACAO ASSIGN TO "CHQCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-COMPENSACAO.

           SELECT ARQ-CHEQUES ASSIGN TO "CHQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-FS-CHEQUES.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT ARQ-DEVOLVIDOS ASSIGN TO "CHQDWRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DEVOLVIDOS.

           SELECT WORK-SORT ASSIGN TO "CHQSORT".

           SELECT RELATORIO ASSIGN TO "RELCOMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-COMPENSACAO.
           COPY CHQCOMP.

       FD  ARQ-CHEQUES.
           COPY CHEQUE.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-MOVIMENTO.
           COPY MOVIMENTO.

       FD  ARQ-DEVOLVIDOS.
           COPY CHQDEV.

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-CONTA.
              10 SORT-CLIENTE      PIC 9(06).
              10 SORT-SEQUENCIA    PIC 9(02).
           05 SORT-NUMERO          PIC 9(06).
           05 SORT-BANCO           PIC 9(03).
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-REFERENCIA      PIC X(20).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'COMPCHQ'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-COMPENSACAO      PIC X(02) VALUE '00'.
       77  WRK-FS-CHEQUES          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQUEIOS        PIC X(02) VALUE '00'.
       77  WRK-FS-MOVIMENTO        PIC X(02) VALUE '00'.
       77  WRK-FS-DEVOLVIDOS       PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-ARQUIVO         PIC X(01) VALUE 'N'.
           88 SEM-ARQUIVO          VALUE 'S'.
       77  WRK-SEM-CHQMAST         PIC X(01) VALUE 'N'.
           88 SEM-CHQMAST          VALUE 'S'.
       77  WRK-SEM-CLIMAST         PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST          VALUE 'S'.
       77  WRK-TEM-BLOQJUD         PIC X(01) VALUE 'N'.
           88 TEM-BLOQJUD          VALUE 'S'.
       77  WRK-TRAILER-LIDO        PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO         VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-CHEQUE-LIDO         PIC X(01) VALUE 'N'.
           88 CHEQUE-LIDO          VALUE 'S'.
       77  WRK-SITUACAO-CONTA      PIC X(01) VALUE SPACE.
           88 CONTA-OK             VALUE 'A'.
           88 CONTA-ENCERRADA      VALUE 'E'.
           88 CONTA-INEXISTENTE    VALUE 'I'.
       77  WRK-MOTIVO-RECUSA       PIC X(40) VALUE SPACES.
       77  WRK-QTD-REGISTROS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DETALHES        PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-DETALHES       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRL-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-VALOR           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DATA-SESSAO         PIC 9(08) VALUE ZEROS.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-CHEQUE         PIC 9(04) VALUE 0060.
       77  WRK-ALINEA              PIC 9(02) VALUE ZEROS.
       77  WRK-LIM-FUNCAO          PIC X(01) VALUE 'C'.
       77  WRK-LIM-DECISAO         PIC X(01) VALUE SPACE.
       77  WRK-LIM-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-LIMITE-CONTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-BLOQUEADO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-CORRENTE      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-PROPOSTO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS-QTD   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEBITOS       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-DEVOLV-QTD    PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-DEVOLVIDOS    PIC 9(11)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-CONTA-ATUAL.
           05 WRK-ATU-CLIENTE      PIC 9(06).
           05 WRK-ATU-SEQUENCIA    PIC 9(02).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'COMPENSACAO DE CHEQUES'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-SESSAO.
           05 FILLER               PIC X(18) VALUE
              'SESSAO DA CAMARA: '.
           05 HDR-SESSAO           PIC 9(08).

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(17) VALUE
              'CLIENTE SQ NUMERO'.
           05 FILLER               PIC X(04) VALUE ' BCO'.
           05 FILLER               PIC X(15) VALUE '          VALOR'.
           05 FILLER               PIC X(10) VALUE '  DESTINO'.

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
           05 DET-DESTINO          PIC X(30).

       01  WRK-DESTINO-DEVOLVIDO.
           05 FILLER               PIC X(17) VALUE
              'DEVOLVIDO ALINEA '.
           05 DST-ALINEA           PIC 99.

       01  WRK-LINHA-RECUSA.
           05 FILLER               PIC X(18) VALUE
              'ARQUIVO RECUSADO: '.
           05 RCS-MOTIVO           PIC X(40).
           05 FILLER               PIC X(10) VALUE ' REGISTRO '.
           05 RCS-REGISTRO         PIC ZZZZZ9.

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
               IF NOT SEM-ARQUIVO
                   PERFORM 2000-VALIDA-ARQUIVO
                   IF WRK-MOTIVO-RECUSA = SPACES
                       PERFORM 3000-COMPENSA-ARQUIVO
                   ELSE
                       PERFORM 2900-RECUSA-ARQUIVO
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
      *    ABRE O RELATORIO E O ARQUIVO DE TRABALHO DAS
      *    DEVOLUCOES (SEMPRE REGRAVADO, PARA A BAIXA NAO
      *    REPETIR AS DEVOLUCOES DE OUTRA NOITE) E CONFERE SE A
      *    CAMARA MANDOU ARQUIVO NESTA NOITE
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           OPEN OUTPUT ARQ-DEVOLVIDOS
           MOVE 'N' TO WRK-SEM-ARQUIVO
           OPEN INPUT ARQ-COMPENSACAO
           IF WRK-FS-COMPENSACAO NOT = '00'
               MOVE 'S' TO WRK-SEM-ARQUIVO
               DISPLAY 'SEM ARQUIVO DA COMPENSACAO - SEM CHEQUES'
           ELSE
               CLOSE ARQ-COMPENSACAO
           END-IF.

      *-----------------------------------------------------
      *    PRIMEIRA PASSADA: VALIDA A ESTRUTURA DO ARQUIVO E
      *    CONFERE O TRAILER CONTRA OS DETALHES. QUALQUER FALHA
      *    DEIXA O MOTIVO EM WRK-MOTIVO-RECUSA
      *-----------------------------------------------------
       2000-VALIDA-ARQUIVO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE ZEROS TO WRK-QTD-DETALHES
           MOVE ZEROS TO WRK-SOMA-DETALHES
           MOVE 'N' TO WRK-TRAILER-LIDO
           OPEN INPUT ARQ-COMPENSACAO
           PERFORM 2100-VALIDA-REGISTRO
               UNTIL WRK-FS-COMPENSACAO NOT = '00'
                  OR WRK-MOTIVO-RECUSA NOT = SPACES
           CLOSE ARQ-COMPENSACAO
           IF WRK-MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN WRK-QTD-REGISTROS = ZEROS
                       MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO-RECUSA
                   WHEN NOT TRAILER-LIDO
                       MOVE 'TRAILER AUSENTE' TO WRK-MOTIVO-RECUSA
                   WHEN WRK-TRL-QTD NOT = WRK-QTD-DETALHES
                       MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                           TO WRK-MOTIVO-RECUSA
                   WHEN WRK-TRL-VALOR NOT = WRK-SOMA-DETALHES
                       MOVE 'VALOR TOTAL DO TRAILER NAO CONFERE'
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    LE UM REGISTRO E CONFERE TIPO E POSICAO
      *-----------------------------------------------------
       2100-VALIDA-REGISTRO.
           READ ARQ-COMPENSACAO
               AT END
                   MOVE '10' TO WRK-FS-COMPENSACAO
               NOT AT END
                   ADD 1 TO WRK-QTD-REGISTROS
                   EVALUATE TRUE
                       WHEN TRAILER-LIDO
                           MOVE 'REGISTRO APOS O TRAILER'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-QTD-REGISTROS = 1
                        AND (NOT CCH-HEADER OR CCH-DATA NOT NUMERIC)
                           MOVE 'HEADER DA COMPENSACAO AUSENTE'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-QTD-REGISTROS = 1
                           MOVE CCH-DATA TO WRK-DATA-SESSAO
                       WHEN CCD-DETALHE
                           PERFORM 2110-SOMA-DETALHE
                       WHEN CCT-TRAILER
                           PERFORM 2120-GUARDA-TRAILER
                       WHEN OTHER
                           MOVE 'TIPO DE REGISTRO INVALIDO'
                               TO WRK-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    CONFERE OS CAMPOS NUMERICOS, CONTA O DETALHE E SOMA
      *    O VALOR DO CHEQUE
      *-----------------------------------------------------
       2110-SOMA-DETALHE.
           IF CCD-BANCO NOT NUMERIC
              OR CCD-CLIENTE NOT NUMERIC
              OR CCD-SEQUENCIA NOT NUMERIC
              OR CCD-NUMERO NOT NUMERIC
              OR CCD-VALOR NOT NUMERIC
               MOVE 'CAMPO NAO NUMERICO NO DETALHE'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               ADD 1 TO WRK-QTD-DETALHES
               ADD CCD-VALOR TO WRK-SOMA-DETALHES
           END-IF.

      *-----------------------------------------------------
      *    GUARDA OS TOTAIS DO TRAILER PARA A CONFERENCIA
      *-----------------------------------------------------
       2120-GUARDA-TRAILER.
           IF CCT-QTD NOT NUMERIC
              OR CCT-VALOR NOT NUMERIC
               MOVE 'TOTAIS DO TRAILER NAO NUMERICOS'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WRK-TRAILER-LIDO
               MOVE CCT-QTD   TO WRK-TRL-QTD
               MOVE CCT-VALOR TO WRK-TRL-VALOR
           END-IF.

      *-----------------------------------------------------
      *    ARQUIVO RECUSADO: NENHUM CHEQUE E TRATADO, O MOTIVO E
      *    O REGISTRO ONDE A VALIDACAO PAROU VAO PARA O RELATORIO
      *    E PARA O LOG DO JOB. A CAMARA REENVIA O ARQUIVO
      *-----------------------------------------------------
       2900-RECUSA-ARQUIVO.
           MOVE WRK-MOTIVO-RECUSA TO RCS-MOTIVO
           MOVE WRK-QTD-REGISTROS TO RCS-REGISTRO
           WRITE REL-LINHA FROM WRK-LINHA-RECUSA
           DISPLAY 'COMPENSACAO RECUSADA: ' WRK-MOTIVO-RECUSA
               ' REGISTRO ' WRK-QTD-REGISTROS
           MOVE 8 TO RETURN-CODE.

      *-----------------------------------------------------
      *    SEGUNDA PASSADA: ABRE AS FOLHAS, AS CONTAS, OS
      *    CLIENTES (DECISAO DE CREDITO PARA O LIMITE), OS
      *    BLOQUEIOS E O LOTE INTERNO NO MOVTO (EM EXTEND, PARA
      *    SOMAR AOS MOVIMENTOS JA ENVIADOS) E CONFERE OS
      *    CHEQUES NA ORDEM DE CONTA E NUMERO
      *-----------------------------------------------------
       3000-COMPENSA-ARQUIVO.
           MOVE WRK-DATA-SESSAO TO HDR-SESSAO
           WRITE REL-LINHA FROM WRK-CABECALHO-SESSAO
           WRITE REL-LINHA FROM WRK-CABECALHO2
           MOVE 'N' TO WRK-SEM-CHQMAST
           OPEN I-O ARQ-CHEQUES
           IF WRK-FS-CHEQUES NOT = '00'
               MOVE 'S' TO WRK-SEM-CHQMAST
               DISPLAY 'CADASTRO DE CHEQUES INDISPONIVEL: '
                   WRK-FS-CHEQUES
           END-IF
           OPEN INPUT CONTA-MASTER
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIMAST
           END-IF
           MOVE 'N' TO WRK-TEM-BLOQJUD
           OPEN INPUT ARQ-BLOQUEIOS
           IF WRK-FS-BLOQUEIOS = '00'
               MOVE 'S' TO WRK-TEM-BLOQJUD
           END-IF
           OPEN EXTEND ARQ-MOVIMENTO
           IF WRK-FS-MOVIMENTO NOT = '00'
               OPEN OUTPUT ARQ-MOVIMENTO
           END-IF
           MOVE 'H' TO MOV-CAB-TIPO
           MOVE WRK-AGENCIA-INTERNA TO MOV-CAB-AGENCIA
           MOVE WRK-DATA-HOJE-N TO MOV-CAB-DATA
           WRITE MOV-LOTE-CAB
           SORT WORK-SORT
               ON ASCENDING KEY SORT-CLIENTE SORT-SEQUENCIA
                                SORT-NUMERO
               INPUT PROCEDURE 3100-SELECIONA-CHEQUES
               OUTPUT PROCEDURE 4000-CONFERE-CHEQUES
           MOVE 'T' TO MOV-TRL-TIPO
           MOVE WRK-TOTAL-DEBITOS-QTD TO MOV-TRL-QTD
           MOVE WRK-TOTAL-DEBITOS     TO MOV-TRL-DEBITOS
           MOVE ZEROS                 TO MOV-TRL-CREDITOS
           WRITE MOV-LOTE-TRL
           CLOSE ARQ-MOVIMENTO
           IF TEM-BLOQJUD
               CLOSE ARQ-BLOQUEIOS
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE CONTA-MASTER
           IF NOT SEM-CHQMAST
               CLOSE ARQ-CHEQUES
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: MANDA OS DETALHES DO ARQUIVO
      *-----------------------------------------------------
       3100-SELECIONA-CHEQUES.
           OPEN INPUT ARQ-COMPENSACAO
           PERFORM 3110-LE-COMPENSACAO
               UNTIL WRK-FS-COMPENSACAO NOT = '00'
           CLOSE ARQ-COMPENSACAO.

       3110-LE-COMPENSACAO.
           READ ARQ-COMPENSACAO
               AT END
                   MOVE '10' TO WRK-FS-COMPENSACAO
               NOT AT END
                   IF CCD-DETALHE
                       MOVE CCD-CLIENTE    TO SORT-CLIENTE
                       MOVE CCD-SEQUENCIA  TO SORT-SEQUENCIA
                       MOVE CCD-NUMERO     TO SORT-NUMERO
                       MOVE CCD-BANCO      TO SORT-BANCO
                       MOVE CCD-VALOR      TO SORT-VALOR
                       MOVE CCD-REFERENCIA TO SORT-REFERENCIA
                       RELEASE SORT-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA CONTA DE CADA VEZ, COM O
      *    SALDO ACUMULANDO OS CHEQUES JA ACEITOS DA CONTA
      *-----------------------------------------------------
       4000-CONFERE-CHEQUES.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 4900-RETURN-SORT
           PERFORM 4100-PROCESSA-CONTA UNTIL FIM-SORT.

       4100-PROCESSA-CONTA.
           MOVE SORT-CONTA TO WRK-CONTA-ATUAL
           PERFORM 4110-ABRE-CONTA
           PERFORM 4200-CONFERE-CHEQUE
               UNTIL FIM-SORT
                  OR SORT-CONTA NOT = WRK-CONTA-ATUAL.

      *-----------------------------------------------------
      *    LE A CONTA SACADA E, SE ABERTA, GUARDA O SALDO, O
      *    LIMITE EFETIVO E A SOMA BLOQUEADA (MESMA CRITICA DE
      *    DEBITO DO LANCAMENTO)
      *-----------------------------------------------------
       4110-ABRE-CONTA.
           MOVE WRK-ATU-CLIENTE   TO CTA-CLIENTE
           MOVE WRK-ATU-SEQUENCIA TO CTA-SEQUENCIA
           READ CONTA-MASTER
               INVALID KEY
                   SET CONTA-INEXISTENTE TO TRUE
               NOT INVALID KEY
                   IF CTA-ENCERRADA
                       SET CONTA-ENCERRADA TO TRUE
                   ELSE
                       SET CONTA-OK TO TRUE
                       MOVE CTA-SALDO TO WRK-SALDO-CORRENTE
                   END-IF
           END-READ
           IF CONTA-OK
               MOVE SPACE TO WRK-LIM-DECISAO
               IF NOT SEM-CLIMAST
                   MOVE WRK-ATU-CLIENTE TO CLI-NUMERO
                   READ CLIENTE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE CLI-DECISAO-CREDITO TO WRK-LIM-DECISAO
                   END-READ
               END-IF
               MOVE 'C' TO WRK-LIM-FUNCAO
               MOVE ZEROS TO WRK-LIMITE-CONTA
               CALL 'COB35-LIMITE' USING WRK-LIM-FUNCAO
                   WRK-ATU-CLIENTE WRK-ATU-SEQUENCIA WRK-LIM-DECISAO
                   WRK-LIMITE-CONTA WRK-LIM-ORIGEM
               PERFORM 4120-SOMA-BLOQUEIOS
           END-IF.

      *-----------------------------------------------------
      *    SOMA OS BLOQUEIOS JUDICIAIS DA CONTA SACADA
      *-----------------------------------------------------
       4120-SOMA-BLOQUEIOS.
           MOVE ZEROS TO WRK-TOT-BLOQUEADO
           IF TEM-BLOQJUD
               MOVE WRK-ATU-CLIENTE   TO BLO-CLIENTE
               MOVE WRK-ATU-SEQUENCIA TO BLO-SEQUENCIA
               MOVE ZEROS TO BLO-NUMERO
               MOVE '00' TO WRK-FS-BLOQUEIOS
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BLO-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-BLOQUEIOS
               END-START
               PERFORM 4121-LER-BLOQUEIO
                   UNTIL WRK-FS-BLOQUEIOS NOT = '00'
           END-IF.

       4121-LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-BLOQUEIOS
               NOT AT END
                   IF BLO-CLIENTE = WRK-ATU-CLIENTE
                      AND BLO-SEQUENCIA = WRK-ATU-SEQUENCIA
                       ADD BLO-VALOR TO WRK-TOT-BLOQUEADO
                   ELSE
                       MOVE '10' TO WRK-FS-BLOQUEIOS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONFERE UM CHEQUE: SEM ALINEA VAI A DEBITO, COM
      *    ALINEA E DEVOLVIDO. LE O PROXIMO
      *-----------------------------------------------------
       4200-CONFERE-CHEQUE.
           PERFORM 4210-LER-FOLHA
           PERFORM 4220-ESCOLHE-ALINEA
           IF WRK-ALINEA = ZEROS
               PERFORM 4300-ENVIA-A-DEBITO
           ELSE
               PERFORM 4400-DEVOLVE-CHEQUE
           END-IF
           PERFORM 4900-RETURN-SORT.

      *-----------------------------------------------------
      *    LE A FOLHA APRESENTADA NO CADASTRO DE CHEQUES
      *-----------------------------------------------------
       4210-LER-FOLHA.
           MOVE 'N' TO WRK-CHEQUE-LIDO
           IF NOT SEM-CHQMAST
               MOVE SORT-CLIENTE   TO CHQ-CLIENTE
               MOVE SORT-SEQUENCIA TO CHQ-SEQUENCIA
               MOVE SORT-NUMERO    TO CHQ-NUMERO
               READ ARQ-CHEQUES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WRK-CHEQUE-LIDO
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    ESCOLHE A ALINEA DE DEVOLUCAO (ZERO = PAGAR). A
      *    FALTA DE FUNDOS E 11 NA PRIMEIRA VEZ E 12 QUANDO A
      *    ULTIMA DEVOLUCAO DA FOLHA FOI POR 11
      *-----------------------------------------------------
       4220-ESCOLHE-ALINEA.
           MOVE ZEROS TO WRK-ALINEA
           COMPUTE WRK-SALDO-PROPOSTO =
               WRK-SALDO-CORRENTE - SORT-VALOR
           EVALUATE TRUE
               WHEN NOT CHEQUE-LIDO
                   MOVE 35 TO WRK-ALINEA
               WHEN SORT-VALOR = ZEROS
                   MOVE 31 TO WRK-ALINEA
               WHEN CONTA-INEXISTENTE
                   MOVE 35 TO WRK-ALINEA
               WHEN CONTA-ENCERRADA
                   MOVE 13 TO WRK-ALINEA
               WHEN CHQ-CANCELADO
                   MOVE 20 TO WRK-ALINEA
               WHEN CHQ-SUSTADO
                   MOVE 21 TO WRK-ALINEA
               WHEN NOT CHQ-EMITIDO
                   MOVE 49 TO WRK-ALINEA
               WHEN WRK-SALDO-PROPOSTO < (ZERO - WRK-LIMITE-CONTA)
                 OR (WRK-TOT-BLOQUEADO > ZEROS
                     AND WRK-SALDO-PROPOSTO < WRK-TOT-BLOQUEADO)
                   IF CHQ-ULT-ALINEA = 11
                       MOVE 12 TO WRK-ALINEA
                   ELSE
                       MOVE 11 TO WRK-ALINEA
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    GRAVA O DEBITO DO CHEQUE NO LOTE INTERNO DO MOVTO,
      *    BAIXA O VALOR DO SALDO DA NOITE E DEIXA A FOLHA
      *    APRESENTADA COM OS DADOS DA CAMARA
      *-----------------------------------------------------
       4300-ENVIA-A-DEBITO.
           MOVE SORT-CLIENTE   TO MOV-CLIENTE
           MOVE SORT-SEQUENCIA TO MOV-SEQUENCIA
           MOVE 'D'            TO MOV-TIPO
           MOVE SORT-VALOR     TO MOV-VALOR
           MOVE ZEROS          TO MOV-CLIENTE-DEST
           MOVE ZEROS          TO MOV-SEQ-DEST
           MOVE ZEROS          TO MOV-DATA-VALOR
           MOVE ZEROS          TO MOV-DATA-ORIGINAL
           MOVE WRK-HIST-CHEQUE TO MOV-HISTORICO
           WRITE MOV-LINHA
           ADD 1 TO WRK-TOTAL-DEBITOS-QTD
           ADD SORT-VALOR TO WRK-TOTAL-DEBITOS
           MOVE WRK-SALDO-PROPOSTO TO WRK-SALDO-CORRENTE
           SET CHQ-APRESENTADO TO TRUE
           MOVE WRK-DATA-HOJE-N TO CHQ-DATA-APRESENTACAO
           MOVE SORT-VALOR      TO CHQ-VALOR-APRESENTADO
           MOVE SORT-BANCO      TO CHQ-BANCO-APRESENTANTE
           MOVE SORT-REFERENCIA TO CHQ-REFERENCIA
           MOVE WRK-DATA-HOJE-N TO CHQ-DATA-SITUACAO
           MOVE WRK-CICLO-PASSO TO CHQ-OPERADOR-SITUACAO
           REWRITE CHEQUE-REC
           MOVE 'ENVIADO A DEBITO' TO DET-DESTINO
           PERFORM 4500-IMPRIME-CHEQUE.

      *-----------------------------------------------------
      *    DEVOLVE O CHEQUE: GRAVA A DEVOLUCAO NO ARQUIVO DE
      *    TRABALHO E, SE A FOLHA E DA CASA, REGISTRA A ALINEA.
      *    NA FALTA DE FUNDOS A FOLHA VOLTA A EMITIDA (11) OU
      *    FICA DEVOLVIDA DE VEZ (12); NOS DEMAIS MOTIVOS A
      *    SITUACAO DA FOLHA NAO MUDA
      *-----------------------------------------------------
       4400-DEVOLVE-CHEQUE.
           MOVE SPACES TO CDV-DETALHE
           MOVE 'D'             TO CDD-TIPO
           MOVE SORT-BANCO      TO CDD-BANCO
           MOVE SORT-CLIENTE    TO CDD-CLIENTE
           MOVE SORT-SEQUENCIA  TO CDD-SEQUENCIA
           MOVE SORT-NUMERO     TO CDD-NUMERO
           MOVE SORT-VALOR      TO CDD-VALOR
           MOVE WRK-ALINEA      TO CDD-ALINEA
           MOVE SORT-REFERENCIA TO CDD-REFERENCIA
           WRITE CDV-DETALHE
           ADD 1 TO WRK-TOTAL-DEVOLV-QTD
           ADD SORT-VALOR TO WRK-TOTAL-DEVOLVIDOS
           IF CHEQUE-LIDO
               ADD 1 TO CHQ-QTD-DEVOLUCOES
               MOVE WRK-ALINEA TO CHQ-ULT-ALINEA
               IF WRK-ALINEA = 12
                   SET CHQ-DEVOLVIDO TO TRUE
               END-IF
               MOVE WRK-DATA-HOJE-N TO CHQ-DATA-SITUACAO
               MOVE WRK-CICLO-PASSO TO CHQ-OPERADOR-SITUACAO
               REWRITE CHEQUE-REC
           END-IF
           MOVE WRK-ALINEA TO DST-ALINEA
           MOVE WRK-DESTINO-DEVOLVIDO TO DET-DESTINO
           PERFORM 4500-IMPRIME-CHEQUE.

      *-----------------------------------------------------
      *    IMPRIME A LINHA DO CHEQUE COM O DESTINO
      *-----------------------------------------------------
       4500-IMPRIME-CHEQUE.
           MOVE SORT-CLIENTE   TO DET-CLIENTE
           MOVE SORT-SEQUENCIA TO DET-SEQ
           MOVE SORT-NUMERO    TO DET-NUMERO
           MOVE SORT-BANCO     TO DET-BANCO
           MOVE SORT-VALOR     TO DET-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-DET.

       4900-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, FECHA OS ARQUIVOS E EXIBE O
      *    RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CHEQUES APRESENTADOS:' TO TOT-ROTULO
           MOVE WRK-QTD-DETALHES TO TOT-QTD
           MOVE WRK-SOMA-DETALHES TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ENVIADOS A DEBITO..:' TO TOT-ROTULO
           MOVE WRK-TOTAL-DEBITOS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-DEBITOS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'DEVOLVIDOS.........:' TO TOT-ROTULO
           MOVE WRK-TOTAL-DEVOLV-QTD TO TOT-QTD
           MOVE WRK-TOTAL-DEVOLVIDOS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE ARQ-DEVOLVIDOS
           CLOSE RELATORIO
           DISPLAY 'CHEQUES APRESENTADOS: ' WRK-QTD-DETALHES
           DISPLAY 'ENVIADOS A DEBITO...: ' WRK-TOTAL-DEBITOS-QTD
           DISPLAY 'DEVOLVIDOS..........: ' WRK-TOTAL-DEVOLV-QTD.
