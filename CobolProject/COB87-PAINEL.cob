       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB87-PAINEL.
      ********************************
      *OBJETIVO : PAINEL MENSAL DA CARTEIRA POR AGENCIA, COM
      *           COMPARATIVO E RANKING DA REDE (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO FECHAMENTO
      *            MENSAL (JOB CLIMES). O GERENTE RECEBIA A
      *            LISTAGEM DOS CLIENTES (COB20) MAS NENHUM NUMERO
      *            DA AGENCIA. O PROGRAMA APURA POR CLI-AGENCIA
      *            (NOMES DA TABELA AGENCIAS): CLIENTES ATIVOS,
      *            INATIVOS E NOVOS NO MES; CONTAS ABERTAS CC, CP E
      *            CS; SOMA DOS SALDOS POSITIVOS; QUANTIDADE E SOMA
      *            DOS SALDOS NEGATIVOS CONTRA O LIMITE CONCEDIDO
      *            (COB35-LIMITE) E AS CONTAS ACIMA DELE; VALOR SOB
      *            BLOQUEIO JUDICIAL (BLOQJUD); E TARIFAS E JUROS
      *            DO COB34-ENCARGOS (HISTORICOS 0110 E 0100 DO
      *            MOVHIST) LANCADOS DESDE O FECHAMENTO ANTERIOR,
      *            JA QUE O LOTE DE ENCARGOS DE CADA FECHAMENTO SO
      *            E LANCADO NA NOITE DO PROPRIO FECHAMENTO. CADA
      *            NUMERO SAI AO LADO DO MES ANTERIOR E DO MESMO
      *            MES DO ANO ANTERIOR, COM A VARIACAO, LIDOS DO
      *            RETRATO MENSAL AGESNAP (COPY PAINEL), QUE ESTE
      *            PASSO GRAVA NO FIM. RELATORIO RELPAIN: UMA PAGINA
      *            POR AGENCIA, A PAGINA DO TOTAL DA REDE E O
      *            RANKING DAS AGENCIAS PELA SOMA DOS SALDOS
      *            POSITIVOS.
      * 2026-10-15 IVN - A JANELA DE TARIFAS E JUROS PASSA A INCLUIR
      *            O PROPRIO DIA DO CORTE ANTERIOR: O LOTE DO
      *            COB34 DAQUELE FECHAMENTO E LANCADO NA MESMA
      *            NOITE, DEPOIS DESTE PASSO, E FICAVA DE FORA DOS
      *            DOIS MESES.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-AGENCIAS ASSIGN TO "AGENCIAS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-AGENCIAS.

           SELECT ARQ-PAINEL ASSIGN TO "AGESNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PNL-CHAVE OF PAINEL-REC
               FILE STATUS IS WRK-FS-PAINEL.

           SELECT WORK-PAINEL ASSIGN TO "PAINSORT".

           SELECT RELATORIO ASSIGN TO "RELPAIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-AGENCIAS.
       01  AGE-LINHA.
           05 AGE-CODIGO           PIC 9(04).
           05 FILLER               PIC X(01).
           05 AGE-NOME             PIC X(30).
           05 AGE-STATUS           PIC X(01).

       FD  ARQ-PAINEL.
           COPY PAINEL.

       SD  WORK-PAINEL.
       01  SRT-REC.
           05 SRT-AGENCIA          PIC 9(04).
           05 SRT-SALDO            PIC 9(13)V99.
           05 SRT-IDX              PIC 9(03).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'PAINEL'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQUEIOS        PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-AGENCIAS         PIC X(02) VALUE '00'.
       77  WRK-FS-PAINEL           PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-PAGINA              PIC 9(04) VALUE ZEROS.
       77  WRK-POSICAO             PIC 9(03) VALUE ZEROS.
       77  WRK-HIST-JUROS-CP       PIC 9(04) VALUE 0100.
       77  WRK-HIST-TARIFA-CC      PIC 9(04) VALUE 0110.
       77  WRK-AGENCIA-REDE        PIC 9(04) VALUE 9999.
       77  WRK-MAX-AGENCIAS        PIC 9(03) VALUE 200.
       77  WRK-IDX-REDE            PIC 9(03) VALUE 201.
       77  WRK-QTD-AGENCIAS        PIC 9(03) VALUE ZEROS.
       77  WRK-IDX                 PIC 9(03) VALUE ZEROS.
       77  WRK-I                   PIC 9(03) VALUE ZEROS.
       77  WRK-AGENCIA-BUSCA       PIC 9(04) VALUE ZEROS.
       77  WRK-CLIENTE-BUSCA       PIC 9(06) VALUE ZEROS.
       77  WRK-ULT-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-ULT-IDX             PIC 9(03) VALUE ZEROS.
       77  WRK-COMPETENCIA         PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-ANTERIOR       PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-ANO-ANTERIOR   PIC 9(06) VALUE ZEROS.
       77  WRK-INICIO-JANELA       PIC 9(08) VALUE ZEROS.
       77  WRK-LIM-FUNCAO          PIC X(01) VALUE 'C'.
       77  WRK-LIM-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-LIMITE-CONTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-DEVEDOR       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TEM-ANTERIOR        PIC X(01) VALUE 'N'.
           88 TEM-ANTERIOR         VALUE 'S'.
       77  WRK-TEM-ANO-ANTERIOR    PIC X(01) VALUE 'N'.
           88 TEM-ANO-ANTERIOR     VALUE 'S'.
       77  WRK-TEM-BASE            PIC X(01) VALUE 'N'.
           88 TEM-BASE             VALUE 'S'.
       77  WRK-V-ATUAL             PIC S9(13)V99 VALUE ZEROS.
       77  WRK-V-ANTERIOR          PIC S9(13)V99 VALUE ZEROS.
       77  WRK-V-ANO-ANTERIOR      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-V-BASE              PIC S9(13)V99 VALUE ZEROS.
       77  WRK-VARIACAO            PIC S9(03)V9 VALUE ZEROS.
       77  WRK-VARIACAO-TXT        PIC X(07) VALUE SPACES.
       77  WRK-RETRATOS-GRAVADOS   PIC 9(04) VALUE ZEROS.
       77  WRK-ENCARGOS-LIDOS      PIC 9(07) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE PIC 9(08).

      *    RETRATOS DO MES ANTERIOR E DO MESMO MES DO ANO ANTERIOR
      *    DA AGENCIA DA PAGINA (ZERADOS QUANDO NAO HA RETRATO)
           COPY PAINEL REPLACING ==PAINEL-REC== BY ==PNL-ANT-REC==.
           COPY PAINEL REPLACING ==PAINEL-REC== BY ==PNL-ANO-REC==.

      *    APURACAO DO MES POR AGENCIA, CARREGADA DA TABELA
      *    AGENCIAS (ATE 200, COMO NA MANUTENCAO COB39). AGENCIA
      *    DE CLIENTE AUSENTE DA TABELA E INCLUIDA NA HORA. A
      *    ULTIMA ENTRADA E O TOTAL DA REDE
       01  WRK-TAB-AGENCIAS.
           05 TAB-AGENCIA          OCCURS 201 TIMES.
              10 TAB-CODIGO        PIC 9(04).
              10 TAB-NOME          PIC X(30).
              10 TAB-STATUS        PIC X(01).
              10 TAB-USADA         PIC X(01).
              10 TAB-CLI-ATIVOS    PIC 9(07).
              10 TAB-CLI-INATIVOS  PIC 9(07).
              10 TAB-CLI-NOVOS     PIC 9(07).
              10 TAB-CTA-CC        PIC 9(07).
              10 TAB-CTA-CP        PIC 9(07).
              10 TAB-CTA-CS        PIC 9(07).
              10 TAB-SALDO-POSITIVO PIC 9(13)V99.
              10 TAB-NEG-QTD       PIC 9(07).
              10 TAB-NEG-VALOR     PIC 9(13)V99.
              10 TAB-NEG-LIMITE    PIC 9(13)V99.
              10 TAB-NEG-EXCEDIDAS PIC 9(07).
              10 TAB-BLOQUEADO     PIC 9(13)V99.
              10 TAB-TARIFAS       PIC S9(13)V99.
              10 TAB-JUROS         PIC S9(13)V99.
              10 TAB-SALDO-ANT     PIC 9(13)V99.
              10 TAB-SALDO-ANO     PIC 9(13)V99.
              10 TAB-TEM-ANT       PIC X(01).
              10 TAB-TEM-ANO       PIC X(01).

       01  WRK-VARIACAO-EDT.
           05 VAR-VALOR            PIC -ZZ9,9.
           05 FILLER               PIC X(01) VALUE '%'.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(31) VALUE
              'PAINEL MENSAL DAS AGENCIAS'.
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
           05 FILLER               PIC X(03) VALUE ' - '.
           05 HDR-NOME             PIC X(30).
           05 FILLER               PIC X(14) VALUE 'COMPETENCIA: '.
           05 HDR-COMP-MES         PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-COMP-ANO         PIC 9999.

       01  WRK-CABECALHO-IND.
           05 FILLER               PIC X(20) VALUE 'INDICADOR'.
           05 FILLER               PIC X(15) VALUE '         ATUAL'.
           05 FILLER               PIC X(15) VALUE '  MES ANTERIOR'.
           05 FILLER               PIC X(08) VALUE '    VAR'.
           05 FILLER               PIC X(15) VALUE '  ANO ANTERIOR'.
           05 FILLER               PIC X(07) VALUE '    VAR'.

       01  WRK-LINHA-IND.
           05 IND-ROTULO           PIC X(20).
           05 IND-ATUAL            PIC -Z.ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 IND-ANTERIOR         PIC -Z.ZZZ.ZZZ.ZZ9.
           05 IND-ANTERIOR-X REDEFINES IND-ANTERIOR PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 IND-VAR-ANTERIOR     PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 IND-ANO-ANTERIOR     PIC -Z.ZZZ.ZZZ.ZZ9.
           05 IND-ANO-ANTERIOR-X REDEFINES IND-ANO-ANTERIOR
                                   PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 IND-VAR-ANO          PIC X(07).

       01  WRK-LINHA-JANELA.
           05 FILLER               PIC X(41) VALUE
              'TARIFAS E JUROS LANCADOS A PARTIR DO DIA '.
           05 JAN-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 JAN-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 JAN-ANO              PIC 9999.
           05 FILLER               PIC X(14) VALUE ' - VALORES R$'.

       01  WRK-CABECALHO-RANK.
           05 FILLER               PIC X(40) VALUE
              'RANKING DAS AGENCIAS - SALDOS POSITIVOS'.

       01  WRK-CABECALHO-RANK2.
           05 FILLER               PIC X(04) VALUE 'POS'.
           05 FILLER               PIC X(05) VALUE 'AGEN'.
           05 FILLER               PIC X(21) VALUE 'NOME'.
           05 FILLER               PIC X(08) VALUE 'CLIENTES'.
           05 FILLER               PIC X(14) VALUE '    POSITIVOS'.
           05 FILLER               PIC X(08) VALUE 'VAR MES'.
           05 FILLER               PIC X(08) VALUE 'VAR ANO'.
           05 FILLER               PIC X(11) VALUE '  NEGATIVOS'.

       01  WRK-LINHA-RANK.
           05 RNK-POSICAO          PIC ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-NOME             PIC X(20).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-CLIENTES         PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-SALDO            PIC Z.ZZZ.ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-VAR-MES          PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-VAR-ANO          PIC X(07).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RNK-NEGATIVO         PIC ZZZ.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-CARREGA-AGENCIAS
               PERFORM 3000-APURA-CARTEIRA
               PERFORM 4000-APURA-BLOQUEIOS
               PERFORM 5000-APURA-ENCARGOS
               PERFORM 6000-TOTALIZA-REDE
               SORT WORK-PAINEL
                   ON ASCENDING KEY SRT-AGENCIA
                   INPUT PROCEDURE 7000-CARREGA-PAGINAS
                   OUTPUT PROCEDURE 7100-IMPRIME-PAGINAS
               SORT WORK-PAINEL
                   ON DESCENDING KEY SRT-SALDO
                      ASCENDING KEY SRT-AGENCIA
                   INPUT PROCEDURE 8000-CARREGA-RANKING
                   OUTPUT PROCEDURE 8100-IMPRIME-RANKING
               PERFORM 6200-GRAVA-RETRATO
                   VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QTD-AGENCIAS
               MOVE WRK-IDX-REDE TO WRK-I
               PERFORM 6200-GRAVA-RETRATO
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
      *    MONTA AS COMPETENCIAS (MES DA DATA DE NEGOCIO, MES
      *    ANTERIOR E MESMO MES DO ANO ANTERIOR), ABRE O RETRATO
      *    (CRIA NA 1A EXECUCAO) E TIRA DO RETRATO DA REDE DO MES
      *    ANTERIOR O INICIO DA JANELA DE TARIFAS E JUROS. SEM
      *    RETRATO ANTERIOR A JANELA E O PROPRIO MES
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           COMPUTE WRK-COMPETENCIA = WRK-ANO-HOJE * 100 + WRK-MES-HOJE
           IF WRK-MES-HOJE = 1
               COMPUTE WRK-COMP-ANTERIOR =
                   (WRK-ANO-HOJE - 1) * 100 + 12
           ELSE
               COMPUTE WRK-COMP-ANTERIOR = WRK-COMPETENCIA - 1
           END-IF
           COMPUTE WRK-COMP-ANO-ANTERIOR = WRK-COMPETENCIA - 100
           INITIALIZE WRK-TAB-AGENCIAS
           OPEN I-O ARQ-PAINEL
           IF WRK-FS-PAINEL = '35'
               OPEN OUTPUT ARQ-PAINEL
               CLOSE ARQ-PAINEL
               OPEN I-O ARQ-PAINEL
           END-IF
           MOVE WRK-COMP-ANTERIOR TO PNL-COMPETENCIA OF PAINEL-REC
           MOVE WRK-AGENCIA-REDE  TO PNL-AGENCIA OF PAINEL-REC
           READ ARQ-PAINEL
               INVALID KEY
                   COMPUTE WRK-INICIO-JANELA =
                       WRK-COMPETENCIA * 100 + 1
               NOT INVALID KEY
                   MOVE PNL-DATA-CORTE OF PAINEL-REC
                       TO WRK-INICIO-JANELA
           END-READ
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-MES-HOJE TO HDR-COMP-MES
           MOVE WRK-ANO-HOJE TO HDR-COMP-ANO.

      *-----------------------------------------------------
      *    CARREGA A TABELA DE AGENCIAS (CODIGO, NOME, STATUS)
      *-----------------------------------------------------
       2000-CARREGA-AGENCIAS.
           OPEN INPUT ARQ-AGENCIAS
           IF WRK-FS-AGENCIAS = '00'
               PERFORM 2100-LER-AGENCIA
                   UNTIL WRK-FS-AGENCIAS NOT = '00'
               CLOSE ARQ-AGENCIAS
           ELSE
               DISPLAY 'TABELA DE AGENCIAS AUSENTE - SO CODIGOS'
           END-IF.

       2100-LER-AGENCIA.
           READ ARQ-AGENCIAS
               AT END
                   MOVE '10' TO WRK-FS-AGENCIAS
               NOT AT END
                   IF AGE-CODIGO NUMERIC
                      AND WRK-QTD-AGENCIAS < WRK-MAX-AGENCIAS
                       ADD 1 TO WRK-QTD-AGENCIAS
                       MOVE AGE-CODIGO TO TAB-CODIGO(WRK-QTD-AGENCIAS)
                       MOVE AGE-NOME   TO TAB-NOME(WRK-QTD-AGENCIAS)
                       MOVE AGE-STATUS TO TAB-STATUS(WRK-QTD-AGENCIAS)
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LE O CLIMAST E O CTAMAST EM PARALELO (AMBOS NA ORDEM
      *    DO NUMERO DO CLIENTE) E ACUMULA CLIENTES E CONTAS NA
      *    AGENCIA DO CLIENTE. O CLIMAST FICA ABERTO PARA AS
      *    LEITURAS DIRETAS DOS BLOQUEIOS E DOS ENCARGOS
      *-----------------------------------------------------
       3000-APURA-CARTEIRA.
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               DISPLAY 'ARQUIVO MESTRE INEXISTENTE - PAINEL VAZIO'
           ELSE
               OPEN INPUT CONTA-MASTER
               IF WRK-FS-CONTA = '00'
                   PERFORM 3300-LER-CONTA
               ELSE
                   DISPLAY 'ARQUIVO DE CONTAS INEXISTENTE'
               END-IF
               PERFORM 3100-LER-CLIENTE
                   UNTIL WRK-FS-CLIENTE NOT = '00'
               IF WRK-FS-CONTA NOT = '35'
                   CLOSE CONTA-MASTER
               END-IF
           END-IF.

       3100-LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   PERFORM 3200-APURA-CLIENTE
           END-READ.

      *-----------------------------------------------------
      *    CONTA O CLIENTE NA AGENCIA DELE (EXPURGADO E
      *    ANONIMIZADO NAO ENTRAM) E PASSA AS CONTAS DELE
      *-----------------------------------------------------
       3200-APURA-CLIENTE.
           MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA
           PERFORM 8800-LOCALIZA-AGENCIA
           IF WRK-IDX > ZEROS
               MOVE 'S' TO TAB-USADA(WRK-IDX)
               EVALUATE TRUE
                   WHEN CLI-ATIVO
                       ADD 1 TO TAB-CLI-ATIVOS(WRK-IDX)
                   WHEN CLI-INATIVO
                       ADD 1 TO TAB-CLI-INATIVOS(WRK-IDX)
               END-EVALUATE
               IF (CLI-ATIVO OR CLI-INATIVO)
                  AND CLI-DATA-CADASTRO(1:6) = WRK-COMPETENCIA
                   ADD 1 TO TAB-CLI-NOVOS(WRK-IDX)
               END-IF
           END-IF
           PERFORM 3400-PASSA-CONTA
               UNTIL WRK-FS-CONTA NOT = '00'
                  OR CTA-CLIENTE > CLI-NUMERO.

       3300-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
           END-READ.

      *-----------------------------------------------------
      *    CONTA ABERTA DO CLIENTE CORRENTE E APURADA; CONTA SEM
      *    CLIENTE NO CLIMAST E SO PULADA
      *-----------------------------------------------------
       3400-PASSA-CONTA.
           IF CTA-CLIENTE = CLI-NUMERO
              AND WRK-IDX > ZEROS
              AND CTA-ABERTA
               PERFORM 3500-APURA-CONTA
           END-IF
           PERFORM 3300-LER-CONTA.

       3500-APURA-CONTA.
           EVALUATE TRUE
               WHEN CTA-TIPO-CORRENTE
                   ADD 1 TO TAB-CTA-CC(WRK-IDX)
               WHEN CTA-TIPO-POUPANCA
                   ADD 1 TO TAB-CTA-CP(WRK-IDX)
               WHEN CTA-TIPO-SALARIO
                   ADD 1 TO TAB-CTA-CS(WRK-IDX)
           END-EVALUATE
           IF CTA-SALDO > ZEROS
               ADD CTA-SALDO TO TAB-SALDO-POSITIVO(WRK-IDX)
           END-IF
           IF CTA-SALDO < ZEROS
               COMPUTE WRK-SALDO-DEVEDOR = ZEROS - CTA-SALDO
               ADD 1 TO TAB-NEG-QTD(WRK-IDX)
               ADD WRK-SALDO-DEVEDOR TO TAB-NEG-VALOR(WRK-IDX)
               MOVE 'C' TO WRK-LIM-FUNCAO
               MOVE ZEROS TO WRK-LIMITE-CONTA
               CALL 'COB35-LIMITE' USING WRK-LIM-FUNCAO CTA-CLIENTE
                   CTA-SEQUENCIA CLI-DECISAO-CREDITO WRK-LIMITE-CONTA
                   WRK-LIM-ORIGEM
               ADD WRK-LIMITE-CONTA TO TAB-NEG-LIMITE(WRK-IDX)
               IF WRK-SALDO-DEVEDOR > WRK-LIMITE-CONTA
                   ADD 1 TO TAB-NEG-EXCEDIDAS(WRK-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    SOMA OS BLOQUEIOS JUDICIAIS NA AGENCIA DO TITULAR
      *-----------------------------------------------------
       4000-APURA-BLOQUEIOS.
           OPEN INPUT ARQ-BLOQUEIOS
           IF WRK-FS-BLOQUEIOS = '00'
               PERFORM 4100-LER-BLOQUEIO
                   UNTIL WRK-FS-BLOQUEIOS NOT = '00'
               CLOSE ARQ-BLOQUEIOS
           END-IF.

       4100-LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-BLOQUEIOS
               NOT AT END
                   MOVE BLO-CLIENTE TO WRK-CLIENTE-BUSCA
                   PERFORM 8700-AGENCIA-DO-CLIENTE
                   IF WRK-IDX > ZEROS
                       ADD BLO-VALOR TO TAB-BLOQUEADO(WRK-IDX)
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    SOMA NA AGENCIA DO TITULAR AS TARIFAS E OS JUROS DO
      *    COB34-ENCARGOS LANCADOS NA JANELA (DO DIA DO CORTE DO
      *    FECHAMENTO ANTERIOR ATE HOJE). O ESTORNO DE UM ENCARGO
      *    VEM NA NATUREZA OPOSTA E ABATE
      *-----------------------------------------------------
       5000-APURA-ENCARGOS.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 5100-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           END-IF.

       5100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DATA NOT < WRK-INICIO-JANELA
                      AND MHS-DATA NOT > WRK-DATA-HOJE-N
                      AND (MHS-HISTORICO = WRK-HIST-TARIFA-CC
                        OR MHS-HISTORICO = WRK-HIST-JUROS-CP)
                       PERFORM 5200-ACUMULA-ENCARGO
                   END-IF
           END-READ.

       5200-ACUMULA-ENCARGO.
           ADD 1 TO WRK-ENCARGOS-LIDOS
           MOVE MHS-CLIENTE TO WRK-CLIENTE-BUSCA
           PERFORM 8700-AGENCIA-DO-CLIENTE
           IF WRK-IDX > ZEROS
               IF MHS-HISTORICO = WRK-HIST-TARIFA-CC
                   IF MHS-DEBITO
                       ADD MHS-VALOR TO TAB-TARIFAS(WRK-IDX)
                   ELSE
                       SUBTRACT MHS-VALOR FROM TAB-TARIFAS(WRK-IDX)
                   END-IF
               ELSE
                   IF MHS-CREDITO
                       ADD MHS-VALOR TO TAB-JUROS(WRK-IDX)
                   ELSE
                       SUBTRACT MHS-VALOR FROM TAB-JUROS(WRK-IDX)
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    MONTA O TOTAL DA REDE NA ULTIMA ENTRADA DA TABELA
      *-----------------------------------------------------
       6000-TOTALIZA-REDE.
           MOVE WRK-AGENCIA-REDE TO TAB-CODIGO(WRK-IDX-REDE)
           MOVE 'TOTAL DA REDE' TO TAB-NOME(WRK-IDX-REDE)
           MOVE 'S' TO TAB-USADA(WRK-IDX-REDE)
           PERFORM 6100-SOMA-AGENCIA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-AGENCIAS.

       6100-SOMA-AGENCIA.
           ADD TAB-CLI-ATIVOS(WRK-I)   TO TAB-CLI-ATIVOS(WRK-IDX-REDE)
           ADD TAB-CLI-INATIVOS(WRK-I)
               TO TAB-CLI-INATIVOS(WRK-IDX-REDE)
           ADD TAB-CLI-NOVOS(WRK-I)    TO TAB-CLI-NOVOS(WRK-IDX-REDE)
           ADD TAB-CTA-CC(WRK-I)       TO TAB-CTA-CC(WRK-IDX-REDE)
           ADD TAB-CTA-CP(WRK-I)       TO TAB-CTA-CP(WRK-IDX-REDE)
           ADD TAB-CTA-CS(WRK-I)       TO TAB-CTA-CS(WRK-IDX-REDE)
           ADD TAB-SALDO-POSITIVO(WRK-I)
               TO TAB-SALDO-POSITIVO(WRK-IDX-REDE)
           ADD TAB-NEG-QTD(WRK-I)      TO TAB-NEG-QTD(WRK-IDX-REDE)
           ADD TAB-NEG-VALOR(WRK-I)    TO TAB-NEG-VALOR(WRK-IDX-REDE)
           ADD TAB-NEG-LIMITE(WRK-I)   TO TAB-NEG-LIMITE(WRK-IDX-REDE)
           ADD TAB-NEG-EXCEDIDAS(WRK-I)
               TO TAB-NEG-EXCEDIDAS(WRK-IDX-REDE)
           ADD TAB-BLOQUEADO(WRK-I)    TO TAB-BLOQUEADO(WRK-IDX-REDE)
           ADD TAB-TARIFAS(WRK-I)      TO TAB-TARIFAS(WRK-IDX-REDE)
           ADD TAB-JUROS(WRK-I)        TO TAB-JUROS(WRK-IDX-REDE).

      *-----------------------------------------------------
      *    GRAVA (OU REGRAVA, NA REEXECUCAO DO MES) O RETRATO DA
      *    ENTRADA WRK-I DA TABELA, COM A DATA DE CORTE DE HOJE.
      *    AGENCIA INATIVA E SEM CLIENTE NAO TEM RETRATO
      *-----------------------------------------------------
       6200-GRAVA-RETRATO.
           IF TAB-USADA(WRK-I) = 'S' OR TAB-STATUS(WRK-I) NOT = 'I'
               MOVE WRK-COMPETENCIA    TO PNL-COMPETENCIA OF PAINEL-REC
               MOVE TAB-CODIGO(WRK-I)  TO PNL-AGENCIA OF PAINEL-REC
               MOVE WRK-DATA-HOJE-N    TO PNL-DATA-CORTE OF PAINEL-REC
               MOVE TAB-CLI-ATIVOS(WRK-I)
                   TO PNL-CLI-ATIVOS OF PAINEL-REC
               MOVE TAB-CLI-INATIVOS(WRK-I)
                   TO PNL-CLI-INATIVOS OF PAINEL-REC
               MOVE TAB-CLI-NOVOS(WRK-I)
                   TO PNL-CLI-NOVOS OF PAINEL-REC
               MOVE TAB-CTA-CC(WRK-I)  TO PNL-CTA-CC OF PAINEL-REC
               MOVE TAB-CTA-CP(WRK-I)  TO PNL-CTA-CP OF PAINEL-REC
               MOVE TAB-CTA-CS(WRK-I)  TO PNL-CTA-CS OF PAINEL-REC
               MOVE TAB-SALDO-POSITIVO(WRK-I)
                   TO PNL-SALDO-POSITIVO OF PAINEL-REC
               MOVE TAB-NEG-QTD(WRK-I) TO PNL-NEG-QTD OF PAINEL-REC
               MOVE TAB-NEG-VALOR(WRK-I)
                   TO PNL-NEG-VALOR OF PAINEL-REC
               MOVE TAB-NEG-LIMITE(WRK-I)
                   TO PNL-NEG-LIMITE OF PAINEL-REC
               MOVE TAB-NEG-EXCEDIDAS(WRK-I)
                   TO PNL-NEG-EXCEDIDAS OF PAINEL-REC
               MOVE TAB-BLOQUEADO(WRK-I)
                   TO PNL-BLOQUEADO OF PAINEL-REC
               MOVE TAB-TARIFAS(WRK-I) TO PNL-TARIFAS OF PAINEL-REC
               MOVE TAB-JUROS(WRK-I)   TO PNL-JUROS OF PAINEL-REC
               WRITE PAINEL-REC
                   INVALID KEY
                       REWRITE PAINEL-REC
               END-WRITE
               ADD 1 TO WRK-RETRATOS-GRAVADOS
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DAS PAGINAS: AS AGENCIAS COM
      *    CLIENTE OU ATIVAS NA TABELA, NA ORDEM DO CODIGO
      *-----------------------------------------------------
       7000-CARREGA-PAGINAS.
           PERFORM 7010-RELEASE-AGENCIA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-AGENCIAS.

       7010-RELEASE-AGENCIA.
           IF TAB-USADA(WRK-I) = 'S' OR TAB-STATUS(WRK-I) NOT = 'I'
               MOVE TAB-CODIGO(WRK-I)         TO SRT-AGENCIA
               MOVE TAB-SALDO-POSITIVO(WRK-I) TO SRT-SALDO
               MOVE WRK-I                     TO SRT-IDX
               RELEASE SRT-REC
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT DAS PAGINAS: UMA PAGINA POR
      *    AGENCIA E, NO FIM, A PAGINA DO TOTAL DA REDE
      *-----------------------------------------------------
       7100-IMPRIME-PAGINAS.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 7110-RETURN-PAGINA
           PERFORM 7120-PAGINA-ORDENADA UNTIL FIM-SORT
           MOVE WRK-IDX-REDE TO WRK-IDX
           PERFORM 7200-IMPRIME-PAGINA.

       7110-RETURN-PAGINA.
           RETURN WORK-PAINEL
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

       7120-PAGINA-ORDENADA.
           MOVE SRT-IDX TO WRK-IDX
           PERFORM 7200-IMPRIME-PAGINA
           PERFORM 7110-RETURN-PAGINA.

      *-----------------------------------------------------
      *    IMPRIME A PAGINA DA ENTRADA WRK-IDX: CABECALHO E UMA
      *    LINHA POR INDICADOR (ATUAL, MES ANTERIOR E MESMO MES
      *    DO ANO ANTERIOR, COM AS VARIACOES). GUARDA NA TABELA
      *    OS SALDOS DE COMPARACAO PARA O RANKING
      *-----------------------------------------------------
       7200-IMPRIME-PAGINA.
           PERFORM 7210-LER-RETRATOS
           ADD 1 TO WRK-PAGINA
           MOVE WRK-PAGINA TO HDR-PAGINA
           MOVE TAB-CODIGO(WRK-IDX) TO HDR-AGENCIA
           MOVE TAB-NOME(WRK-IDX)   TO HDR-NOME
           IF TAB-NOME(WRK-IDX) = SPACES
               MOVE 'AGENCIA NAO CADASTRADA' TO HDR-NOME
           END-IF
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO-IND

           MOVE 'CLIENTES ATIVOS' TO IND-ROTULO
           MOVE TAB-CLI-ATIVOS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-CLI-ATIVOS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-CLI-ATIVOS OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'CLIENTES INATIVOS' TO IND-ROTULO
           MOVE TAB-CLI-INATIVOS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-CLI-INATIVOS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-CLI-INATIVOS OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'CLIENTES NOVOS NO MES' TO IND-ROTULO
           MOVE TAB-CLI-NOVOS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-CLI-NOVOS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-CLI-NOVOS OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'CONTAS ABERTAS CC' TO IND-ROTULO
           MOVE TAB-CTA-CC(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-CTA-CC OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-CTA-CC OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'CONTAS ABERTAS CP' TO IND-ROTULO
           MOVE TAB-CTA-CP(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-CTA-CP OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-CTA-CP OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'CONTAS ABERTAS CS' TO IND-ROTULO
           MOVE TAB-CTA-CS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-CTA-CS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-CTA-CS OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'SALDOS POSITIVOS' TO IND-ROTULO
           MOVE TAB-SALDO-POSITIVO(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-SALDO-POSITIVO OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-SALDO-POSITIVO OF PNL-ANO-REC
               TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'CONTAS NEGATIVAS' TO IND-ROTULO
           MOVE TAB-NEG-QTD(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-NEG-QTD OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-NEG-QTD OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'SALDOS NEGATIVOS' TO IND-ROTULO
           MOVE TAB-NEG-VALOR(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-NEG-VALOR OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-NEG-VALOR OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'LIMITE DAS NEGATIVAS' TO IND-ROTULO
           MOVE TAB-NEG-LIMITE(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-NEG-LIMITE OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-NEG-LIMITE OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'ACIMA DO LIMITE' TO IND-ROTULO
           MOVE TAB-NEG-EXCEDIDAS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-NEG-EXCEDIDAS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-NEG-EXCEDIDAS OF PNL-ANO-REC
               TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'BLOQUEIO JUDICIAL' TO IND-ROTULO
           MOVE TAB-BLOQUEADO(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-BLOQUEADO OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-BLOQUEADO OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'TARIFAS' TO IND-ROTULO
           MOVE TAB-TARIFAS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-TARIFAS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-TARIFAS OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR
           MOVE 'JUROS DE POUPANCA' TO IND-ROTULO
           MOVE TAB-JUROS(WRK-IDX) TO WRK-V-ATUAL
           MOVE PNL-JUROS OF PNL-ANT-REC TO WRK-V-ANTERIOR
           MOVE PNL-JUROS OF PNL-ANO-REC TO WRK-V-ANO-ANTERIOR
           PERFORM 7300-IMPRIME-INDICADOR

           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-INICIO-JANELA(7:2) TO JAN-DIA
           MOVE WRK-INICIO-JANELA(5:2) TO JAN-MES
           MOVE WRK-INICIO-JANELA(1:4) TO JAN-ANO
           WRITE REL-LINHA FROM WRK-LINHA-JANELA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE PNL-SALDO-POSITIVO OF PNL-ANT-REC
               TO TAB-SALDO-ANT(WRK-IDX)
           MOVE PNL-SALDO-POSITIVO OF PNL-ANO-REC
               TO TAB-SALDO-ANO(WRK-IDX)
           MOVE WRK-TEM-ANTERIOR     TO TAB-TEM-ANT(WRK-IDX)
           MOVE WRK-TEM-ANO-ANTERIOR TO TAB-TEM-ANO(WRK-IDX).

      *-----------------------------------------------------
      *    LE OS RETRATOS DE COMPARACAO DA AGENCIA DA PAGINA
      *-----------------------------------------------------
       7210-LER-RETRATOS.
           MOVE 'S' TO WRK-TEM-ANTERIOR
           MOVE WRK-COMP-ANTERIOR   TO PNL-COMPETENCIA OF PAINEL-REC
           MOVE TAB-CODIGO(WRK-IDX) TO PNL-AGENCIA OF PAINEL-REC
           READ ARQ-PAINEL
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-ANTERIOR
                   INITIALIZE PNL-ANT-REC
               NOT INVALID KEY
                   MOVE PAINEL-REC TO PNL-ANT-REC
           END-READ
           MOVE 'S' TO WRK-TEM-ANO-ANTERIOR
           MOVE WRK-COMP-ANO-ANTERIOR TO PNL-COMPETENCIA OF PAINEL-REC
           MOVE TAB-CODIGO(WRK-IDX)   TO PNL-AGENCIA OF PAINEL-REC
           READ ARQ-PAINEL
               INVALID KEY
                   MOVE 'N' TO WRK-TEM-ANO-ANTERIOR
                   INITIALIZE PNL-ANO-REC
               NOT INVALID KEY
                   MOVE PAINEL-REC TO PNL-ANO-REC
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME UMA LINHA DE INDICADOR (VALORES EM REAIS
      *    INTEIROS); SEM RETRATO A COLUNA FICA EM BRANCO
      *-----------------------------------------------------
       7300-IMPRIME-INDICADOR.
           MOVE WRK-V-ATUAL TO IND-ATUAL
           MOVE WRK-TEM-ANTERIOR TO WRK-TEM-BASE
           MOVE WRK-V-ANTERIOR TO WRK-V-BASE
           PERFORM 8900-CALCULA-VARIACAO
           MOVE WRK-VARIACAO-TXT TO IND-VAR-ANTERIOR
           IF TEM-ANTERIOR
               MOVE WRK-V-ANTERIOR TO IND-ANTERIOR
           ELSE
               MOVE SPACES TO IND-ANTERIOR-X
           END-IF
           MOVE WRK-TEM-ANO-ANTERIOR TO WRK-TEM-BASE
           MOVE WRK-V-ANO-ANTERIOR TO WRK-V-BASE
           PERFORM 8900-CALCULA-VARIACAO
           MOVE WRK-VARIACAO-TXT TO IND-VAR-ANO
           IF TEM-ANO-ANTERIOR
               MOVE WRK-V-ANO-ANTERIOR TO IND-ANO-ANTERIOR
           ELSE
               MOVE SPACES TO IND-ANO-ANTERIOR-X
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-IND.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT DO RANKING: AS MESMAS
      *    AGENCIAS DAS PAGINAS, PELA SOMA DOS SALDOS POSITIVOS
      *-----------------------------------------------------
       8000-CARREGA-RANKING.
           PERFORM 7010-RELEASE-AGENCIA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-AGENCIAS.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT DO RANKING: IMPRIME A PAGINA
      *    DO RANKING DA REDE
      *-----------------------------------------------------
       8100-IMPRIME-RANKING.
           ADD 1 TO WRK-PAGINA
           MOVE WRK-PAGINA TO HDR-PAGINA
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO-RANK
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO-RANK2
           MOVE ZEROS TO WRK-POSICAO
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 7110-RETURN-PAGINA
           PERFORM 8110-IMPRIME-POSICAO UNTIL FIM-SORT.

       8110-IMPRIME-POSICAO.
           MOVE SRT-IDX TO WRK-IDX
           ADD 1 TO WRK-POSICAO
           MOVE WRK-POSICAO TO RNK-POSICAO
           MOVE TAB-CODIGO(WRK-IDX) TO RNK-AGENCIA
           MOVE TAB-NOME(WRK-IDX)   TO RNK-NOME
           COMPUTE RNK-CLIENTES = TAB-CLI-ATIVOS(WRK-IDX)
                                + TAB-CLI-INATIVOS(WRK-IDX)
           MOVE TAB-SALDO-POSITIVO(WRK-IDX) TO RNK-SALDO
           MOVE TAB-NEG-VALOR(WRK-IDX)      TO RNK-NEGATIVO
           MOVE TAB-SALDO-POSITIVO(WRK-IDX) TO WRK-V-ATUAL
           MOVE TAB-TEM-ANT(WRK-IDX)   TO WRK-TEM-BASE
           MOVE TAB-SALDO-ANT(WRK-IDX) TO WRK-V-BASE
           PERFORM 8900-CALCULA-VARIACAO
           MOVE WRK-VARIACAO-TXT TO RNK-VAR-MES
           MOVE TAB-TEM-ANO(WRK-IDX)   TO WRK-TEM-BASE
           MOVE TAB-SALDO-ANO(WRK-IDX) TO WRK-V-BASE
           PERFORM 8900-CALCULA-VARIACAO
           MOVE WRK-VARIACAO-TXT TO RNK-VAR-ANO
           WRITE REL-LINHA FROM WRK-LINHA-RANK
           PERFORM 7110-RETURN-PAGINA.

      *-----------------------------------------------------
      *    AGENCIA DO CLIENTE WRK-CLIENTE-BUSCA PELO CLIMAST
      *    (GUARDA O ULTIMO, OS ARQUIVOS VEM AGRUPADOS POR
      *    CLIENTE). CLIENTE INEXISTENTE DEVOLVE WRK-IDX ZERO
      *-----------------------------------------------------
       8700-AGENCIA-DO-CLIENTE.
           IF WRK-CLIENTE-BUSCA NOT = WRK-ULT-CLIENTE
               MOVE WRK-CLIENTE-BUSCA TO WRK-ULT-CLIENTE
               MOVE WRK-CLIENTE-BUSCA TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE ZEROS TO WRK-ULT-IDX
                   NOT INVALID KEY
                       MOVE CLI-AGENCIA TO WRK-AGENCIA-BUSCA
                       PERFORM 8800-LOCALIZA-AGENCIA
                       MOVE WRK-IDX TO WRK-ULT-IDX
               END-READ
           END-IF
           MOVE WRK-ULT-IDX TO WRK-IDX.

      *-----------------------------------------------------
      *    PROCURA WRK-AGENCIA-BUSCA NA TABELA E DEVOLVE A
      *    ENTRADA EM WRK-IDX; AGENCIA FORA DA TABELA E INCLUIDA
      *    (TABELA CHEIA DEVOLVE ZERO E AVISA NO CONSOLE)
      *-----------------------------------------------------
       8800-LOCALIZA-AGENCIA.
           MOVE ZEROS TO WRK-IDX
           PERFORM 8810-COMPARA-AGENCIA
               VARYING WRK-I FROM 1 BY 1
               UNTIL WRK-I > WRK-QTD-AGENCIAS OR WRK-IDX > ZEROS
           IF WRK-IDX = ZEROS
               IF WRK-QTD-AGENCIAS < WRK-MAX-AGENCIAS
                   ADD 1 TO WRK-QTD-AGENCIAS
                   MOVE WRK-QTD-AGENCIAS TO WRK-IDX
                   MOVE WRK-AGENCIA-BUSCA TO TAB-CODIGO(WRK-IDX)
                   IF WRK-AGENCIA-BUSCA = ZEROS
                       MOVE 'SEM AGENCIA' TO TAB-NOME(WRK-IDX)
                   END-IF
               ELSE
                   DISPLAY 'TABELA DE AGENCIAS CHEIA - AGENCIA '
                       WRK-AGENCIA-BUSCA ' FORA DO PAINEL'
               END-IF
           END-IF.

       8810-COMPARA-AGENCIA.
           IF TAB-CODIGO(WRK-I) = WRK-AGENCIA-BUSCA
               MOVE WRK-I TO WRK-IDX
           END-IF.

      *-----------------------------------------------------
      *    VARIACAO PERCENTUAL DE WRK-V-ATUAL SOBRE WRK-V-BASE;
      *    SEM RETRATO OU BASE NAO POSITIVA SAI N/D
      *-----------------------------------------------------
       8900-CALCULA-VARIACAO.
           IF TEM-BASE AND WRK-V-BASE > ZEROS
               COMPUTE WRK-VARIACAO ROUNDED =
                   (WRK-V-ATUAL - WRK-V-BASE) * 100 / WRK-V-BASE
                   ON SIZE ERROR
                       MOVE '  >999%' TO WRK-VARIACAO-TXT
                   NOT ON SIZE ERROR
                       MOVE WRK-VARIACAO TO VAR-VALOR
                       MOVE WRK-VARIACAO-EDT TO WRK-VARIACAO-TXT
               END-COMPUTE
           ELSE
               MOVE '    N/D' TO WRK-VARIACAO-TXT
           END-IF.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS E EXIBE O RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           IF WRK-FS-CLIENTE NOT = '35'
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE ARQ-PAINEL
           CLOSE RELATORIO
           DISPLAY 'AGENCIAS NO PAINEL.: ' WRK-QTD-AGENCIAS
           DISPLAY 'ENCARGOS NA JANELA.: ' WRK-ENCARGOS-LIDOS
           DISPLAY 'RETRATOS GRAVADOS..: ' WRK-RETRATOS-GRAVADOS.
