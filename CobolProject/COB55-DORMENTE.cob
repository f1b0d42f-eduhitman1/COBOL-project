       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB55-DORMENTE.
      ********************************
      *OBJETIVO : APURACAO MENSAL DE CONTAS DORMENTES E LISTAGEM
      *           POR AGENCIA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO FECHAMENTO
      *            MENSAL (JOB CLIMES). ORDENA O MOVHIST POR CONTA
      *            E DATA, SEM AS LINHAS DOS LOTES INTERNOS DA CASA
      *            (AGENCIA 9999: JUROS E TARIFAS DO COB34,
      *            PARCELAS DO COB52), QUE NAO SAO MOVIMENTO DO
      *            CLIENTE, E CRUZA COM O CTAMAST: CONTA ABERTA
      *            CUJO ULTIMO MOVIMENTO DO CLIENTE (OU A ABERTURA,
      *            OU A ULTIMA REATIVACAO) E ANTERIOR AO CORTE DE N
      *            MESES DO PARAMETRO DORMPARM (SEM ARQUIVO VALEM
      *            12) E MARCADA COMO DORMENTE NO CTADORM (COPY
      *            DORMENTE). A PARTIR DAI O LANCAMENTO NOTURNO
      *            RECUSA DEBITO NELA ATE A SUPERVISAO REATIVAR
      *            PELO COB12-CONTAS. O RELATORIO RELDORM LISTA
      *            POR CLI-AGENCIA TODAS AS CONTAS DORMENTES, COM
      *            AS MARCADAS NESTA APURACAO DESTACADAS E AS QUE
      *            RECEBERAM CREDITO DEPOIS DA MARCACAO APONTADAS
      *            PARA A FILIAL AVALIAR A REATIVACAO.
      * 2026-10-15 IVN - A LINHA DA CASA DEIXA DE SER RECONHECIDA PELA
      *            AGENCIA 9999 DO LOTE: NESSA AGENCIA TAMBEM ENTRA
      *            MOVIMENTO DO CLIENTE (PRE-DATADOS LIBERADOS PELO
      *            COB36, CREDITOS DE COBRANCA DO COB60, ORDENS
      *            PERMANENTES DO COB62, CHEQUES DO COB78 E FOLHA DO
      *            COB82), E CONTA MOVIMENTADA SO POR ESSES CANAIS
      *            VIRAVA DORMENTE. FICAM FORA SO OS HISTORICOS DA
      *            CASA: 0100 (JUROS), 0110 (TARIFA) E 0120
      *            (PARCELA DE EMPRESTIMO). LINHA ANTIGA, SEM CODIGO
      *            DE HISTORICO, CONTINUA FORA QUANDO E DA AGENCIA
      *            9999.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-DORMENTES ASSIGN TO "CTADORM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOR-CHAVE
               FILE STATUS IS WRK-FS-DORMENTES.

           SELECT ARQ-PARAMETRO ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT WORK-HIST ASSIGN TO "HISTSORT".

           SELECT ARQ-HIST-ORD ASSIGN TO "HISTORD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIST-ORD.

           SELECT WORK-DORM ASSIGN TO "DORMSORT".

           SELECT RELATORIO ASSIGN TO "RELDORM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-DORMENTES.
           COPY DORMENTE.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-MESES            PIC 9(03).

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       SD  WORK-HIST.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==SRH-HIS-REC==
                                  LEADING ==MHS== BY ==SRH==.

       FD  ARQ-HIST-ORD.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==ORD-HIS-REC==
                                  LEADING ==MHS== BY ==ORH==.

       SD  WORK-DORM.
       01  SRD-REC.
           05 SRD-AGENCIA          PIC 9(04).
           05 SRD-CLIENTE          PIC 9(06).
           05 SRD-SEQUENCIA        PIC 9(02).
           05 SRD-TIPO             PIC X(02).
           05 SRD-ULT-MOVIMENTO    PIC 9(08).
           05 SRD-DATA-MARCACAO    PIC 9(08).
           05 SRD-SALDO            PIC S9(09)V99.
           05 SRD-SITUACAO         PIC X(01).
              88 SRD-NOVA          VALUE 'N'.
              88 SRD-MOVIMENTADA   VALUE 'M'.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'DORMENTE'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-DORMENTES        PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-HIST-ORD         PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-CLIENTE         PIC X(01) VALUE 'N'.
           88 TEM-CLIENTE          VALUE 'S'.
       77  WRK-TEM-REGISTRO        PIC X(01) VALUE 'N'.
           88 TEM-REGISTRO         VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-JUROS          PIC 9(04) VALUE 0100.
       77  WRK-HIST-TARIFA         PIC 9(04) VALUE 0110.
       77  WRK-HIST-PARCELA        PIC 9(04) VALUE 0120.
       77  WRK-LINHA-CASA          PIC X(01) VALUE 'N'.
           88 LINHA-DA-CASA        VALUE 'S'.
       77  WRK-MESES-DORMENCIA     PIC 9(03) VALUE 12.
       77  WRK-MESES-CORRIDOS      PIC 9(06) VALUE ZEROS.
       77  WRK-ULT-MOVIMENTO       PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REFERENCIA     PIC 9(08) VALUE ZEROS.
       77  WRK-AGENCIA             PIC 9(04) VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WRK-PAGINA              PIC 9(04) VALUE ZEROS.
       77  WRK-TOTAL-CONTAS        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-HISTORICO     PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-INTERNOS      PIC 9(09) VALUE ZEROS.
       77  WRK-AGE-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-AGE-NOVAS           PIC 9(06) VALUE ZEROS.
       77  WRK-AGE-SALDO           PIC S9(13)V99 VALUE ZEROS.
       77  WRK-GER-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-GER-NOVAS           PIC 9(06) VALUE ZEROS.
       77  WRK-GER-SALDO           PIC S9(13)V99 VALUE ZEROS.
       77  WRK-DATA-AUX            PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    DATA DE CORTE: HOJE MENOS OS MESES DO PARAMETRO (DIA
      *    LIMITADO A 28 PARA VALER EM QUALQUER MES)
       01  WRK-DATA-CORTE.
           05 WRK-ANO-CORTE        PIC 9(04).
           05 WRK-MES-CORTE        PIC 9(02).
           05 WRK-DIA-CORTE        PIC 9(02).
       01  WRK-DATA-CORTE-N REDEFINES WRK-DATA-CORTE
                                   PIC 9(08).

      *    DATA AAAAMMDD DESMONTADA PARA IMPRESSAO DD/MM/AAAA
       01  WRK-DATA-DESMONTADA.
           05 WRK-DES-ANO          PIC 9(04).
           05 WRK-DES-MES          PIC 9(02).
           05 WRK-DES-DIA          PIC 9(02).
       01  WRK-DATA-IMPRESSA.
           05 IMP-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 IMP-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 IMP-ANO              PIC 9999.

      *    CHAVES DO CASAMENTO CONTA X HISTORICO ORDENADO
       01  WRK-CHAVE-CTA.
           05 WRK-CTA-CLIENTE      PIC 9(06).
           05 WRK-CTA-SEQUENCIA    PIC 9(02).
       01  WRK-CHAVE-HIS.
           05 WRK-HIS-CLIENTE      PIC 9(06).
           05 WRK-HIS-SEQUENCIA    PIC 9(02).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'CONTAS DORMENTES POR AGENCIA'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'PAG.: '.
           05 HDR-PAGINA           PIC ZZZ9.

       01  WRK-CABECALHO-AGE.
           05 FILLER               PIC X(09) VALUE 'AGENCIA: '.
           05 HDR-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(19) VALUE
              'SEM MOVIMENTO DESDE'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HDR-CORTE            PIC X(10).
           05 FILLER               PIC X(02) VALUE ' ('.
           05 HDR-MESES            PIC ZZ9.
           05 FILLER               PIC X(07) VALUE ' MESES)'.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(14) VALUE 'CLIENTE SQ TP'.
           05 FILLER               PIC X(12) VALUE ' ULT.MOVTO'.
           05 FILLER               PIC X(12) VALUE ' DORMENTE'.
           05 FILLER               PIC X(16) VALUE '        SALDO R$'.
           05 FILLER               PIC X(12) VALUE ' SITUACAO'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-TIPO             PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-ULT-MOVIMENTO    PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-MARCACAO         PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SALDO            PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-SITUACAO         PIC X(20).

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TOT-ROTULO           PIC X(38).
           05 TOT-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99-.

       01  WRK-LINHA-QTD.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 QTD-ROTULO           PIC X(38).
           05 QTD-VALOR            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               SORT WORK-HIST
                   ON ASCENDING KEY SRH-CLIENTE SRH-SEQUENCIA SRH-DATA
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE 2000-SELECIONA-HISTORICO
                   GIVING ARQ-HIST-ORD
               SORT WORK-DORM
                   ON ASCENDING KEY SRD-AGENCIA SRD-CLIENTE
                                    SRD-SEQUENCIA
                   INPUT PROCEDURE 3000-APURA-DORMENTES
                   OUTPUT PROCEDURE 5000-IMPRIME-RELATORIO
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
      *    BUSCA A DATA DE NEGOCIO, LE O PARAMETRO E CALCULA A
      *    DATA DE CORTE
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           COMPUTE WRK-MESES-CORRIDOS = WRK-ANO-HOJE * 12
               + WRK-MES-HOJE - 1 - WRK-MESES-DORMENCIA
           DIVIDE WRK-MESES-CORRIDOS BY 12 GIVING WRK-ANO-CORTE
               REMAINDER WRK-MES-CORTE
           ADD 1 TO WRK-MES-CORTE
           MOVE WRK-DIA-HOJE TO WRK-DIA-CORTE
           IF WRK-DIA-CORTE > 28
               MOVE 28 TO WRK-DIA-CORTE
           END-IF
           OPEN OUTPUT RELATORIO.

      *-----------------------------------------------------
      *    LE O PRAZO DE DORMENCIA EM MESES DO DORMPARM. SEM
      *    ARQUIVO, OU COM VALOR INVALIDO, FICA O PADRAO
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-MESES NUMERIC
                          AND PRM-MESES NOT = ZEROS
                           MOVE PRM-MESES TO WRK-MESES-DORMENCIA
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO DORMPARM - VALE O PADRAO'
           END-IF
           DISPLAY 'PRAZO DE DORMENCIA (MESES): ' WRK-MESES-DORMENCIA.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DO HISTORICO: SO O MOVIMENTO
      *    DO CLIENTE (FORA JUROS, TARIFAS E PARCELAS DA CASA)
      *-----------------------------------------------------
       2000-SELECIONA-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 2100-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'SEM HISTORICO DE MOVIMENTOS - VALE A DATA '
                   'DE ABERTURA'
           END-IF.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-TOTAL-HISTORICO
                   PERFORM 2110-CLASSIFICA-LINHA
                   IF LINHA-DA-CASA
                       ADD 1 TO WRK-TOTAL-INTERNOS
                   ELSE
                       MOVE MOV-HIS-REC TO SRH-HIS-REC
                       RELEASE SRH-HIS-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LINHA DA CASA (NAO E MOVIMENTO DO CLIENTE): JUROS,
      *    TARIFA OU PARCELA DE EMPRESTIMO PELO CODIGO DE
      *    HISTORICO. LINHA SEM CODIGO (ANTERIOR A ELE) VALE PELO
      *    LOTE INTERNO DA AGENCIA 9999
      *-----------------------------------------------------
       2110-CLASSIFICA-LINHA.
           MOVE 'N' TO WRK-LINHA-CASA
           IF MHS-HISTORICO NUMERIC
               IF MHS-HISTORICO = WRK-HIST-JUROS
                  OR MHS-HISTORICO = WRK-HIST-TARIFA
                  OR MHS-HISTORICO = WRK-HIST-PARCELA
                   MOVE 'S' TO WRK-LINHA-CASA
               END-IF
           ELSE
               IF MHS-AGENCIA-LOTE NUMERIC
                  AND MHS-AGENCIA-LOTE = WRK-AGENCIA-INTERNA
                   MOVE 'S' TO WRK-LINHA-CASA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DO RELATORIO: CASA AS CONTAS
      *    COM O HISTORICO ORDENADO, MARCA NO CTADORM AS QUE
      *    PASSARAM DO PRAZO E SOLTA PARA O SORT POR AGENCIA
      *    TODA CONTA ABERTA QUE ESTA DORMENTE
      *-----------------------------------------------------
       3000-APURA-DORMENTES.
           PERFORM 3010-ABRE-ARQUIVOS
           PERFORM 3100-PROCESSA-CONTA
               UNTIL WRK-FS-CONTA NOT = '00'
           PERFORM 3020-FECHA-ARQUIVOS.

      *-----------------------------------------------------
      *    ABRE OS ARQUIVOS DA APURACAO. O CTADORM E CRIADO NA
      *    PRIMEIRA EXECUCAO
      *-----------------------------------------------------
       3010-ABRE-ARQUIVOS.
           OPEN INPUT CONTA-MASTER
           IF WRK-FS-CONTA NOT = '00'
               DISPLAY 'ARQUIVO DE CONTAS INEXISTENTE'
           END-IF
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE = '00'
               MOVE 'S' TO WRK-TEM-CLIENTE
           END-IF
           OPEN I-O ARQ-DORMENTES
           IF WRK-FS-DORMENTES = '35'
               OPEN OUTPUT ARQ-DORMENTES
               CLOSE ARQ-DORMENTES
               OPEN I-O ARQ-DORMENTES
           END-IF
           OPEN INPUT ARQ-HIST-ORD
           MOVE LOW-VALUES TO WRK-CHAVE-HIS
           PERFORM 3800-LE-HISTORICO-ORD.

       3020-FECHA-ARQUIVOS.
           IF WRK-FS-CONTA NOT = '35'
               CLOSE CONTA-MASTER
           END-IF
           IF TEM-CLIENTE
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE ARQ-DORMENTES
           IF WRK-FS-HIST-ORD NOT = '35'
               CLOSE ARQ-HIST-ORD
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA CONTA, APURA O ULTIMO MOVIMENTO DO
      *    CLIENTE NELA E, SE ABERTA, AVALIA A DORMENCIA
      *-----------------------------------------------------
       3100-PROCESSA-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   ADD 1 TO WRK-TOTAL-CONTAS
                   PERFORM 3110-APURA-HISTORICO
                   IF CTA-ABERTA
                       PERFORM 3200-AVALIA-CONTA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE AS LINHAS DO HISTORICO DA CONTA (EM ORDEM DE
      *    DATA) GUARDANDO A DATA DA ULTIMA
      *-----------------------------------------------------
       3110-APURA-HISTORICO.
           MOVE ZEROS TO WRK-ULT-MOVIMENTO
           MOVE CTA-CLIENTE   TO WRK-CTA-CLIENTE
           MOVE CTA-SEQUENCIA TO WRK-CTA-SEQUENCIA
           PERFORM 3800-LE-HISTORICO-ORD
               UNTIL WRK-CHAVE-HIS NOT < WRK-CHAVE-CTA
           PERFORM 3111-CONSOME-HISTORICO
               UNTIL WRK-CHAVE-HIS NOT = WRK-CHAVE-CTA.

       3111-CONSOME-HISTORICO.
           MOVE ORH-DATA TO WRK-ULT-MOVIMENTO
           PERFORM 3800-LE-HISTORICO-ORD.

      *-----------------------------------------------------
      *    AVALIA A CONTA ABERTA CONTRA O CTADORM: JA DORMENTE
      *    SO ATUALIZA O ULTIMO MOVIMENTO; SENAO A REFERENCIA E
      *    A MAIOR DATA ENTRE ULTIMO MOVIMENTO, ABERTURA E
      *    REATIVACAO, E ANTES DO CORTE MARCA COMO DORMENTE
      *-----------------------------------------------------
       3200-AVALIA-CONTA.
           MOVE CTA-CHAVE TO DOR-CHAVE
           READ ARQ-DORMENTES
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-REGISTRO
               NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-REGISTRO
           END-READ
           IF TEM-REGISTRO AND DOR-DORMENTE
               IF WRK-ULT-MOVIMENTO > DOR-ULT-MOVIMENTO
                   MOVE WRK-ULT-MOVIMENTO TO DOR-ULT-MOVIMENTO
                   REWRITE DORMENTE-REC
               END-IF
               MOVE SPACE TO SRD-SITUACAO
               IF DOR-ULT-MOVIMENTO > DOR-DATA-MARCACAO
                   MOVE 'M' TO SRD-SITUACAO
               END-IF
               PERFORM 3300-LIBERA-DORMENTE
           ELSE
               MOVE WRK-ULT-MOVIMENTO TO WRK-DATA-REFERENCIA
               IF CTA-DATA-ABERTURA > WRK-DATA-REFERENCIA
                   MOVE CTA-DATA-ABERTURA TO WRK-DATA-REFERENCIA
               END-IF
               IF TEM-REGISTRO
                  AND DOR-DATA-REATIVACAO > WRK-DATA-REFERENCIA
                   MOVE DOR-DATA-REATIVACAO TO WRK-DATA-REFERENCIA
               END-IF
               IF WRK-DATA-REFERENCIA < WRK-DATA-CORTE-N
                   PERFORM 3210-MARCA-DORMENTE
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    MARCA A CONTA COMO DORMENTE: REGISTRO NOVO OU, SE JA
      *    FOI REATIVADA UMA VEZ, O MESMO REGISTRO VOLTA A D
      *    (O OPERADOR E A DATA DA ULTIMA REATIVACAO FICAM)
      *-----------------------------------------------------
       3210-MARCA-DORMENTE.
           IF NOT TEM-REGISTRO
               MOVE CTA-CHAVE TO DOR-CHAVE
               MOVE SPACES TO DOR-OPERADOR
               MOVE ZEROS TO DOR-DATA-REATIVACAO
           END-IF
           SET DOR-DORMENTE TO TRUE
           MOVE WRK-DATA-HOJE-N TO DOR-DATA-MARCACAO
           MOVE WRK-ULT-MOVIMENTO TO DOR-ULT-MOVIMENTO
           IF TEM-REGISTRO
               REWRITE DORMENTE-REC
           ELSE
               WRITE DORMENTE-REC
           END-IF
           MOVE 'N' TO SRD-SITUACAO
           PERFORM 3300-LIBERA-DORMENTE.

      *-----------------------------------------------------
      *    SOLTA A CONTA DORMENTE PARA O SORT POR AGENCIA (A
      *    SITUACAO JA VEM CARREGADA PELO CHAMADOR)
      *-----------------------------------------------------
       3300-LIBERA-DORMENTE.
           PERFORM 3700-BUSCA-AGENCIA
           MOVE WRK-AGENCIA       TO SRD-AGENCIA
           MOVE CTA-CLIENTE       TO SRD-CLIENTE
           MOVE CTA-SEQUENCIA     TO SRD-SEQUENCIA
           MOVE CTA-TIPO          TO SRD-TIPO
           MOVE DOR-ULT-MOVIMENTO TO SRD-ULT-MOVIMENTO
           MOVE DOR-DATA-MARCACAO TO SRD-DATA-MARCACAO
           MOVE CTA-SALDO         TO SRD-SALDO
           RELEASE SRD-REC.

      *-----------------------------------------------------
      *    BUSCA NO CLIMAST A AGENCIA DO TITULAR DA CONTA (SEM
      *    LEITURA, AGENCIA 0000)
      *-----------------------------------------------------
       3700-BUSCA-AGENCIA.
           MOVE ZEROS TO WRK-AGENCIA
           IF TEM-CLIENTE
               MOVE CTA-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLI-AGENCIA TO WRK-AGENCIA
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA LINHA DO HISTORICO ORDENADO
      *-----------------------------------------------------
       3800-LE-HISTORICO-ORD.
           IF WRK-FS-HIST-ORD = '00'
               READ ARQ-HIST-ORD
                   AT END
                       MOVE '10' TO WRK-FS-HIST-ORD
                   NOT AT END
                       MOVE ORH-CLIENTE   TO WRK-HIS-CLIENTE
                       MOVE ORH-SEQUENCIA TO WRK-HIS-SEQUENCIA
               END-READ
           END-IF
           IF WRK-FS-HIST-ORD NOT = '00'
               MOVE HIGH-VALUES TO WRK-CHAVE-HIS
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: UMA SECAO POR AGENCIA COM OS
      *    TOTAIS DA AGENCIA, DEPOIS O RESUMO GERAL
      *-----------------------------------------------------
       5000-IMPRIME-RELATORIO.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 5200-RETURN-SORT
           PERFORM 5300-PROCESSA-AGENCIA UNTIL FIM-SORT
           PERFORM 5500-RESUMO-GERAL.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO DE PAGINA DA AGENCIA CORRENTE
      *-----------------------------------------------------
       5100-IMPRIME-CABECALHO.
           ADD 1 TO WRK-PAGINA
           MOVE ZEROS TO WRK-LINHAS-PAGINA
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-PAGINA   TO HDR-PAGINA
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           MOVE WRK-DATA-CORTE-N TO WRK-DATA-AUX
           PERFORM 5400-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO HDR-CORTE
           MOVE WRK-MESES-DORMENCIA TO HDR-MESES
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2.

       5200-RETURN-SORT.
           RETURN WORK-DORM
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    IMPRIME A SECAO DE UMA AGENCIA E OS TOTAIS DELA
      *-----------------------------------------------------
       5300-PROCESSA-AGENCIA.
           MOVE SRD-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-AGE-QTD WRK-AGE-NOVAS WRK-AGE-SALDO
           PERFORM 5100-IMPRIME-CABECALHO
           PERFORM 5310-IMPRIME-DETALHE
               UNTIL FIM-SORT
                  OR SRD-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONTAS DORMENTES DA AGENCIA.........:' TO QTD-ROTULO
           MOVE WRK-AGE-QTD TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'MARCADAS NESTA APURACAO.............:' TO QTD-ROTULO
           MOVE WRK-AGE-NOVAS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'SALDO DAS CONTAS DORMENTES..........:' TO TOT-ROTULO
           MOVE WRK-AGE-SALDO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------
      *    IMPRIME UMA CONTA DORMENTE, ACUMULA E LE A PROXIMA
      *-----------------------------------------------------
       5310-IMPRIME-DETALHE.
           MOVE SRD-CLIENTE   TO DET-CLIENTE
           MOVE SRD-SEQUENCIA TO DET-SEQ
           MOVE SRD-TIPO      TO DET-TIPO
           IF SRD-ULT-MOVIMENTO = ZEROS
               MOVE 'SEM MOVTO' TO DET-ULT-MOVIMENTO
           ELSE
               MOVE SRD-ULT-MOVIMENTO TO WRK-DATA-AUX
               PERFORM 5400-FORMATA-DATA
               MOVE WRK-DATA-IMPRESSA TO DET-ULT-MOVIMENTO
           END-IF
           MOVE SRD-DATA-MARCACAO TO WRK-DATA-AUX
           PERFORM 5400-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO DET-MARCACAO
           MOVE SRD-SALDO     TO DET-SALDO
           EVALUATE TRUE
               WHEN SRD-NOVA
                   MOVE 'MARCADA AGORA' TO DET-SITUACAO
                   ADD 1 TO WRK-AGE-NOVAS
                   ADD 1 TO WRK-GER-NOVAS
               WHEN SRD-MOVIMENTADA
                   MOVE 'CREDITO APOS MARCA' TO DET-SITUACAO
               WHEN OTHER
                   MOVE SPACES TO DET-SITUACAO
           END-EVALUATE
           WRITE REL-LINHA FROM WRK-LINHA-DET
           ADD 1 TO WRK-AGE-QTD
           ADD 1 TO WRK-GER-QTD
           ADD SRD-SALDO TO WRK-AGE-SALDO
           ADD SRD-SALDO TO WRK-GER-SALDO
           ADD 1 TO WRK-LINHAS-PAGINA
           IF WRK-LINHAS-PAGINA >= 50
               PERFORM 5100-IMPRIME-CABECALHO
           END-IF
           PERFORM 5200-RETURN-SORT.

      *-----------------------------------------------------
      *    FORMATA A DATA AAAAMMDD DE WRK-DATA-AUX EM DD/MM/AAAA
      *-----------------------------------------------------
       5400-FORMATA-DATA.
           MOVE WRK-DATA-AUX TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA  TO IMP-DIA
           MOVE WRK-DES-MES  TO IMP-MES
           MOVE WRK-DES-ANO  TO IMP-ANO.

      *-----------------------------------------------------
      *    RESUMO GERAL DA APURACAO
      *-----------------------------------------------------
       5500-RESUMO-GERAL.
           ADD 1 TO WRK-PAGINA
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-PAGINA TO HDR-PAGINA
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE 'RESUMO GERAL' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CONTAS DORMENTES......................' TO QTD-ROTULO
           MOVE WRK-GER-QTD TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'MARCADAS NESTA APURACAO...............' TO QTD-ROTULO
           MOVE WRK-GER-NOVAS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'SALDO DAS CONTAS DORMENTES............' TO TOT-ROTULO
           MOVE WRK-GER-SALDO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL.

      *-----------------------------------------------------
      *    ENCERRA O RELATORIO E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           CLOSE RELATORIO
           DISPLAY 'LINHAS DE HISTORICO LIDAS: ' WRK-TOTAL-HISTORICO
           DISPLAY 'LINHAS DE ENCARGO DA CASA: ' WRK-TOTAL-INTERNOS
           DISPLAY 'CONTAS LIDAS.............: ' WRK-TOTAL-CONTAS
           DISPLAY 'CONTAS DORMENTES.........: ' WRK-GER-QTD
           DISPLAY 'MARCADAS NESTA APURACAO..: ' WRK-GER-NOVAS.
