       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB83-PENDENCIAS.
      ********************************
      *OBJETIVO : CARGA DOS REJEITOS DO LANCAMENTO NO ARQUIVO DE
      *           PENDENCIAS E AGING DIARIO POR AGENCIA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) APOS O LANCAMENTO. CARREGA OS
      *            REJEITOS DO DIA DO MOVREJ (COPY MOVREJ) NO ARQUIVO
      *            DE PENDENCIAS MOVSUSP (COPY SUSPENSO), CADA UM COM
      *            A IMAGEM DA LINHA DO MOVTO, O CODIGO E O MOTIVO, O
      *            LOTE E A AGENCIA. A CHAVE E A DATA + ORDEM DO
      *            REJEITO NO MOVREJ, ENTAO RODAR DE NOVO NA MESMA
      *            NOITE NAO DUPLICA. DEPOIS LISTA POR AGENCIA AS
      *            PENDENCIAS EM ABERTO (PENDENTES E MARCADAS PARA
      *            REENVIO) COM A IDADE EM DIAS E O RESUMO POR FAIXA
      *            DE IDADE, PARA A RETAGUARDA DA FILIAL TRATAR PELA
      *            TELA (COB85-ADMPENDENCIA).
      * 2026-10-15 IVN - REJEITO DE LANCAMENTO GERADO POR PROCESSO DA
      *            CASA (HISTORICOS 0020 SALARIO, 0050 ORDEM
      *            PERMANENTE, 0060 CHEQUE, 0070 DEBITO DA FOLHA E
      *            0120 PARCELA DE EMPRESTIMO) ENTRA JA BAIXADO, COM
      *            O MOTIVO DA BAIXA: O PROCESSO DE ORIGEM CONCILIA
      *            O PROPRIO REJEITO (DEVOLUCAO, NOVA TENTATIVA,
      *            ATRASO) E O REENVIO PELA FILIAL LANCARIA EM DOBRO.
      *            NAO ENTRA NO AGING; O TOTAL SAI NO RESUMO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-REJEITADOS ASSIGN TO "MOVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITADOS.

           SELECT ARQ-SUSPENSO ASSIGN TO "MOVSUSP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SUS-CHAVE
               FILE STATUS IS WRK-FS-SUSPENSO.

           SELECT WORK-SORT ASSIGN TO "SUSSORT".

           SELECT RELATORIO ASSIGN TO "RELSUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-REJEITADOS.
           COPY MOVREJ.

       FD  ARQ-SUSPENSO.
           COPY SUSPENSO.

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-DATA            PIC 9(08).
           05 SORT-NUMERO          PIC 9(06).
           05 SORT-STATUS          PIC X(01).
           05 SORT-CODIGO          PIC X(01).
           05 SORT-CLIENTE         PIC X(06).
           05 SORT-SEQUENCIA       PIC X(02).
           05 SORT-TIPO            PIC X(01).
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-IDADE           PIC 9(05).
           05 SORT-FAIXA           PIC 9(01).
           05 SORT-MOTIVO          PIC X(30).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'PENDENCI'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-REJEITADOS       PIC X(02) VALUE '00'.
       77  WRK-FS-SUSPENSO         PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-FIM-SUSPENSO        PIC X(01) VALUE 'N'.
           88 FIM-SUSPENSO         VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-NUMERO              PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-CARREGADAS      PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-JA-CARREGADAS   PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DA-ORIGEM       PIC 9(06) VALUE ZEROS.
       77  WRK-HIST-REJEITO        PIC 9(04) VALUE ZEROS.
           88 HIST-DE-PROCESSO     VALUE 0020 0050 0060 0070 0120.
       77  WRK-QTD-ABERTAS         PIC 9(06) VALUE ZEROS.
       77  WRK-VAL-ABERTAS         PIC 9(13)V99 VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-AGE-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-AGE-VALOR           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-IDADE               PIC S9(07) VALUE ZEROS.
       77  WRK-FAIXA               PIC 9(01) VALUE ZEROS.
       77  WRK-IDX                 PIC 9(01) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    DATA AAAAMMDD DESMONTADA PARA IMPRESSAO DD/MM/AAAA
       01  WRK-DATA-DESMONTADA.
           05 WRK-DES-ANO          PIC 9(04).
           05 WRK-DES-MES          PIC 9(02).
           05 WRK-DES-DIA          PIC 9(02).

      *    FAIXAS DE IDADE DO AGING: LIMITE SUPERIOR EM DIAS DE
      *    CADA FAIXA (A ULTIMA PEGA O QUE PASSAR DA QUARTA)
       01  WRK-FAIXAS-SEMENTE.
           05 FILLER PIC X(19) VALUE '00001ATE 1 DIA     '.
           05 FILLER PIC X(19) VALUE '000052 A 5 DIAS    '.
           05 FILLER PIC X(19) VALUE '000106 A 10 DIAS   '.
           05 FILLER PIC X(19) VALUE '0003011 A 30 DIAS  '.
           05 FILLER PIC X(19) VALUE '99999MAIS DE 30    '.
       01  WRK-FAIXAS-RED REDEFINES WRK-FAIXAS-SEMENTE.
           05 WRK-FAIXA-ENT        OCCURS 5 TIMES.
              10 WRK-FAIXA-LIMITE  PIC 9(05).
              10 WRK-FAIXA-ROTULO  PIC X(14).

      *    CONTAGEM POR FAIXA DA AGENCIA CORRENTE E DO GERAL
       01  WRK-TAB-AGING.
           05 WRK-AGING            OCCURS 5 TIMES.
              10 WRK-AGE-FX-QTD    PIC 9(06).
              10 WRK-AGE-FX-VALOR  PIC 9(13)V99.
              10 WRK-GER-FX-QTD    PIC 9(06).
              10 WRK-GER-FX-VALOR  PIC 9(13)V99.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'AGING DAS PENDENCIAS DO LANCAMENTO'.
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
              ' - PENDENCIAS EM ABERTO'.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(40) VALUE
              'REJEITO    NUMERO C CLIENT SQ T'.
           05 FILLER               PIC X(40) VALUE
              '        VALOR IDADE S MOTIVO'.

       01  WRK-LINHA-DET.
           05 DET-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 DET-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 DET-ANO              PIC 9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CODIGO           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CLIENTE          PIC X(06).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-TIPO             PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-IDADE            PIC ZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-STATUS           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-MOTIVO           PIC X(21).

       01  WRK-LINHA-FAIXA.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FX-ROTULO            PIC X(14).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FX-QTD               PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FX-VALOR             PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-AGE.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(16) VALUE
              'TOTAL AGENCIA..:'.
           05 TOT-AGE-QTD          PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-AGE-VALOR        PIC ZZ.ZZZ.ZZZ.ZZ9,99.

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
               PERFORM 2000-CARREGA-REJEITOS
               SORT WORK-SORT
                   ON ASCENDING KEY SORT-AGENCIA
                                    SORT-DATA
                                    SORT-NUMERO
                   INPUT PROCEDURE 3000-SELECIONA-ABERTAS
                   OUTPUT PROCEDURE 4000-IMPRIME-AGING
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
      *    ABRE O ARQUIVO DE PENDENCIAS (CRIADO VAZIO NA PRIMEIRA
      *    NOITE) E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           INITIALIZE WRK-TAB-AGING
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
      *    CARREGA NO MOVSUSP OS REJEITOS DO DIA. O NUMERO E A
      *    ORDEM DO REJEITO NO MOVREJ DA DATA; CHAVE JA EXISTENTE
      *    E REJEITO JA CARREGADO NUMA EXECUCAO ANTERIOR. O
      *    REJEITO DE HISTORICO DE PROCESSO DA CASA ENTRA BAIXADO:
      *    QUEM TRATA E O PROCESSO DE ORIGEM, NAO A FILIAL
      *-----------------------------------------------------
       2000-CARREGA-REJEITOS.
           MOVE ZEROS TO WRK-NUMERO
           OPEN INPUT ARQ-REJEITADOS
           IF WRK-FS-REJEITADOS = '00'
               PERFORM 2100-LER-REJEITO
                   UNTIL WRK-FS-REJEITADOS NOT = '00'
               CLOSE ARQ-REJEITADOS
           ELSE
               DISPLAY 'ARQUIVO DE REJEITOS DO LANCAMENTO INEXISTENTE'
           END-IF.

       2100-LER-REJEITO.
           READ ARQ-REJEITADOS
               AT END
                   MOVE '10' TO WRK-FS-REJEITADOS
               NOT AT END
                   IF MRJ-DATA = WRK-DATA-HOJE-N
                       ADD 1 TO WRK-NUMERO
                       PERFORM 2110-GRAVA-PENDENCIA
                   END-IF
           END-READ.

       2110-GRAVA-PENDENCIA.
           MOVE MRJ-DATA       TO SUS-DATA
           MOVE WRK-NUMERO     TO SUS-NUMERO
           SET SUS-PENDENTE    TO TRUE
           MOVE ZEROS          TO WRK-HIST-REJEITO
           IF MRJ-HISTORICO NUMERIC
               MOVE MRJ-HISTORICO TO WRK-HIST-REJEITO
           END-IF
           MOVE MRJ-AGENCIA    TO SUS-AGENCIA
           MOVE MRJ-LOTE       TO SUS-LOTE
           MOVE MRJ-CODIGO     TO SUS-CODIGO
           MOVE MRJ-MOTIVO     TO SUS-MOTIVO
           MOVE MRJ-MOVIMENTO  TO SUS-IMAGEM
           MOVE SPACES         TO SUS-OPERADOR
           MOVE WRK-DATA-HOJE-N TO SUS-DATA-SITUACAO
           MOVE SPACES         TO SUS-MOTIVO-BAIXA
           MOVE ZEROS          TO SUS-DATA-ENVIO
           IF HIST-DE-PROCESSO
               SET SUS-BAIXADO TO TRUE
               MOVE 'TRATADO NO PROCESSO DE ORIGEM'
                   TO SUS-MOTIVO-BAIXA
           END-IF
           WRITE SUSPENSO-REC
               INVALID KEY
                   ADD 1 TO WRK-QTD-JA-CARREGADAS
               NOT INVALID KEY
                   ADD 1 TO WRK-QTD-CARREGADAS
                   IF HIST-DE-PROCESSO
                       ADD 1 TO WRK-QTD-DA-ORIGEM
                   END-IF
           END-WRITE.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: PERCORRE O MOVSUSP E LIBERA
      *    AS PENDENCIAS EM ABERTO COM A IDADE E A FAIXA
      *-----------------------------------------------------
       3000-SELECIONA-ABERTAS.
           MOVE 'N' TO WRK-FIM-SUSPENSO
           MOVE ZEROS TO SUS-CHAVE
           START ARQ-SUSPENSO KEY IS NOT < SUS-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-SUSPENSO
           END-START
           PERFORM 3100-LER-PENDENCIA UNTIL FIM-SUSPENSO.

       3100-LER-PENDENCIA.
           READ ARQ-SUSPENSO NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-SUSPENSO
               NOT AT END
                   IF SUS-EM-ABERTO
                       PERFORM 3110-LIBERA-PENDENCIA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CALCULA A IDADE EM DIAS CORRIDOS DESDE O REJEITO E A
      *    FAIXA; NA IMAGEM MAL FORMADA SO O QUE E NUMERICO VAI
      *    PARA A LINHA
      *-----------------------------------------------------
       3110-LIBERA-PENDENCIA.
           COMPUTE WRK-IDADE =
               FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
               - FUNCTION INTEGER-OF-DATE(SUS-DATA)
           IF WRK-IDADE < ZEROS
               MOVE ZEROS TO WRK-IDADE
           END-IF
           MOVE 5 TO WRK-FAIXA
           PERFORM 3120-ACHA-FAIXA
               VARYING WRK-IDX FROM 4 BY -1
               UNTIL WRK-IDX < 1
           MOVE SUS-AGENCIA    TO SORT-AGENCIA
           MOVE SUS-DATA       TO SORT-DATA
           MOVE SUS-NUMERO     TO SORT-NUMERO
           MOVE SUS-STATUS     TO SORT-STATUS
           MOVE SUS-CODIGO     TO SORT-CODIGO
           MOVE SUS-IMAGEM(1:6) TO SORT-CLIENTE
           MOVE SUS-IMAGEM(7:2) TO SORT-SEQUENCIA
           MOVE SUS-TIPO       TO SORT-TIPO
           IF SUS-VALOR NUMERIC
               MOVE SUS-VALOR TO SORT-VALOR
           ELSE
               MOVE ZEROS TO SORT-VALOR
           END-IF
           MOVE WRK-IDADE      TO SORT-IDADE
           MOVE WRK-FAIXA      TO SORT-FAIXA
           MOVE SUS-MOTIVO     TO SORT-MOTIVO
           RELEASE SORT-REC.

       3120-ACHA-FAIXA.
           IF WRK-IDADE NOT > WRK-FAIXA-LIMITE(WRK-IDX)
               MOVE WRK-IDX TO WRK-FAIXA
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA SECAO POR AGENCIA
      *-----------------------------------------------------
       4000-IMPRIME-AGING.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 4100-RETURN-SORT
           PERFORM 4300-IMPRIME-AGENCIA UNTIL FIM-SORT.

       4100-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    IMPRIME A SECAO DE UMA AGENCIA: CABECALHO, PENDENCIAS,
      *    RESUMO POR FAIXA DE IDADE E TOTAL DA AGENCIA
      *-----------------------------------------------------
       4300-IMPRIME-AGENCIA.
           MOVE SORT-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-AGE-QTD WRK-AGE-VALOR
           PERFORM 4320-ZERA-FAIXA-AGENCIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2
           PERFORM 4310-IMPRIME-PENDENCIA
               UNTIL FIM-SORT
                  OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 4330-IMPRIME-FAIXA-AGENCIA
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
           MOVE WRK-AGE-QTD   TO TOT-AGE-QTD
           MOVE WRK-AGE-VALOR TO TOT-AGE-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOT-AGE.

       4310-IMPRIME-PENDENCIA.
           MOVE SORT-DATA      TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA    TO DET-DIA
           MOVE WRK-DES-MES    TO DET-MES
           MOVE WRK-DES-ANO    TO DET-ANO
           MOVE SORT-NUMERO    TO DET-NUMERO
           MOVE SORT-CODIGO    TO DET-CODIGO
           MOVE SORT-CLIENTE   TO DET-CLIENTE
           MOVE SORT-SEQUENCIA TO DET-SEQ
           MOVE SORT-TIPO      TO DET-TIPO
           MOVE SORT-VALOR     TO DET-VALOR
           MOVE SORT-IDADE     TO DET-IDADE
           MOVE SORT-STATUS    TO DET-STATUS
           MOVE SORT-MOTIVO    TO DET-MOTIVO
           WRITE REL-LINHA FROM WRK-LINHA-DET
           ADD 1          TO WRK-AGE-QTD
           ADD SORT-VALOR TO WRK-AGE-VALOR
           ADD 1          TO WRK-AGE-FX-QTD(SORT-FAIXA)
           ADD SORT-VALOR TO WRK-AGE-FX-VALOR(SORT-FAIXA)
           ADD 1          TO WRK-GER-FX-QTD(SORT-FAIXA)
           ADD SORT-VALOR TO WRK-GER-FX-VALOR(SORT-FAIXA)
           ADD 1          TO WRK-QTD-ABERTAS
           ADD SORT-VALOR TO WRK-VAL-ABERTAS
           PERFORM 4100-RETURN-SORT.

       4320-ZERA-FAIXA-AGENCIA.
           MOVE ZEROS TO WRK-AGE-FX-QTD(WRK-IDX)
           MOVE ZEROS TO WRK-AGE-FX-VALOR(WRK-IDX).

       4330-IMPRIME-FAIXA-AGENCIA.
           MOVE WRK-FAIXA-ROTULO(WRK-IDX) TO FX-ROTULO
           MOVE WRK-AGE-FX-QTD(WRK-IDX)   TO FX-QTD
           MOVE WRK-AGE-FX-VALOR(WRK-IDX) TO FX-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.

       4340-IMPRIME-FAIXA-GERAL.
           MOVE WRK-FAIXA-ROTULO(WRK-IDX) TO FX-ROTULO
           MOVE WRK-GER-FX-QTD(WRK-IDX)   TO FX-QTD
           MOVE WRK-GER-FX-VALOR(WRK-IDX) TO FX-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-FAIXA.

      *-----------------------------------------------------
      *    IMPRIME O RESUMO GERAL POR FAIXA E OS TOTAIS DA CARGA
      *    E ENCERRA
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'RESUMO GERAL POR IDADE' TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 4340-IMPRIME-FAIXA-GERAL
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'REJEITOS CARREGADOS HOJE.:' TO TOT-ROTULO
           MOVE WRK-QTD-CARREGADAS TO TOT-QTD
           MOVE ZEROS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'JA CARREGADOS ANTES......:' TO TOT-ROTULO
           MOVE WRK-QTD-JA-CARREGADAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'BAIXADOS PARA A ORIGEM...:' TO TOT-ROTULO
           MOVE WRK-QTD-DA-ORIGEM TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'PENDENCIAS EM ABERTO.....:' TO TOT-ROTULO
           MOVE WRK-QTD-ABERTAS TO TOT-QTD
           MOVE WRK-VAL-ABERTAS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE ARQ-SUSPENSO
           CLOSE RELATORIO
           DISPLAY 'REJEITOS CARREGADOS...: ' WRK-QTD-CARREGADAS
           DISPLAY 'JA CARREGADOS ANTES...: ' WRK-QTD-JA-CARREGADAS
           DISPLAY 'BAIXADOS PARA ORIGEM..: ' WRK-QTD-DA-ORIGEM
           DISPLAY 'PENDENCIAS EM ABERTO..: ' WRK-QTD-ABERTAS.
