       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB82-FOLHA.
      ********************************
      *OBJETIVO : IMPORTACAO DA FOLHA DE PAGAMENTO DAS EMPRESAS
      *           CLIENTES PARA AS CONTAS SALARIO (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA LIBERACAO E DO
      *            LANCAMENTO. LE A REMESSA DE FOLHA ENVIADA PELA
      *            EMPRESA (FOLHA, COPY FOLHA) EM DUAS PASSADAS,
      *            COMO O COB60-COBRANCA: A PRIMEIRA SO VALIDA A
      *            ESTRUTURA (HEADER, CAMPOS NUMERICOS, TRAILER
      *            BATENDO EM QUANTIDADE E VALOR) E REMESSA QUE NAO
      *            PASSA E RECUSADA INTEIRA. A SEGUNDA CONFERE A
      *            EMPRESA (REMESSA AINDA NAO PROCESSADA NO
      *            FOLHCTL, CONTA A DEBITAR ABERTA, NAO DORMENTE E
      *            DO MESMO CNPJ DO HEADER) E LOCALIZA CADA
      *            FUNCIONARIO PELO CPF NA CHAVE ALTERNATIVA DO
      *            CLIMAST ATE UMA CONTA SALARIO (CS) ABERTA. SE O
      *            SALDO DA EMPRESA NAO COBRE A SOMA DOS ACEITOS
      *            PELA MESMA REGRA DO LANCAMENTO (LIMITE DO
      *            COB35-LIMITE E SOMA DO BLOQJUD), NADA E LANCADO
      *            E TODOS OS FUNCIONARIOS VOLTAM REJEITADOS. SE
      *            COBRE, GRAVA NO MOVTO DO DIA UM LOTE PROPRIO DA
      *            AGENCIA INTERNA 9999 COM UM UNICO DEBITO NA
      *            EMPRESA (HISTORICO 0070) E UM CREDITO POR
      *            FUNCIONARIO (HISTORICO 0020). O ARQUIVO DE
      *            RETORNO (FOLHRET, COPY FOLHRET) LISTA CADA
      *            FUNCIONARIO COMO CREDITADO OU REJEITADO COM O
      *            MOTIVO, E O RELATORIO RELFOLHA FICA COM A CASA.
      * 2026-10-15 IVN - A CONFERENCIA DO SALDO DA EMPRESA PASSA A
      *            DESCONTAR OS DEBITOS DA MESMA CONTA QUE JA ESTAO
      *            NO MOVTO DO DIA PARA LANCAR HOJE (CHEQUES DA
      *            COMPENSACAO, ORDENS PERMANENTES, PARCELAS, LOTES
      *            DAS FILIAIS), DEBITO OU ORIGEM DE TRANSFERENCIA.
      *            SEM ISSO A FOLHA PASSAVA PELO SALDO DA VESPERA E
      *            O DEBITO UNICO CAIA NO LIMITE NO LANCAMENTO, COM
      *            OS CREDITOS DOS FUNCIONARIOS JA POSTADOS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FOLHA ASSIGN TO "FOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FOLHA.

           SELECT ARQ-RETORNO ASSIGN TO "FOLHRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.

           SELECT ARQ-CONTROLE ASSIGN TO "FOLHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CONTROLE.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               ALTERNATE RECORD KEY IS CLI-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-DORMENTES ASSIGN TO "CTADORM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DOR-CHAVE
               FILE STATUS IS WRK-FS-DORMENTES.

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT RELATORIO ASSIGN TO "RELFOLHA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FOLHA.
           COPY FOLHA.

       FD  ARQ-RETORNO.
           COPY FOLHRET.

      *    UMA LINHA POR REMESSA JA LANCADA, PARA A MESMA REMESSA
      *    NAO SER LANCADA DUAS VEZES
       FD  ARQ-CONTROLE.
       01  FCT-LINHA.
           05 FCT-CNPJ             PIC 9(14).
           05 FCT-REMESSA          PIC 9(06).
           05 FCT-DATA             PIC 9(08).
           05 FCT-QTD              PIC 9(06).
           05 FCT-VALOR            PIC 9(13)V99.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-DORMENTES.
           COPY DORMENTE.

       FD  ARQ-MOVIMENTO.
           COPY MOVIMENTO.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'FOLHAPAG'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-FOLHA            PIC X(02) VALUE '00'.
       77  WRK-FS-RETORNO          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTROLE         PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQUEIOS        PIC X(02) VALUE '00'.
       77  WRK-FS-DORMENTES        PIC X(02) VALUE '00'.
       77  WRK-FS-MOVIMENTO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-ARQUIVO         PIC X(01) VALUE 'N'.
           88 SEM-ARQUIVO          VALUE 'S'.
       77  WRK-TEM-BLOQJUD         PIC X(01) VALUE 'N'.
           88 TEM-BLOQJUD          VALUE 'S'.
       77  WRK-TEM-CTADORM         PIC X(01) VALUE 'N'.
           88 TEM-CTADORM          VALUE 'S'.
       77  WRK-TRAILER-LIDO        PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO         VALUE 'S'.
       77  WRK-ACHOU-CLIENTE       PIC X(01) VALUE 'N'.
           88 ACHOU-CLIENTE        VALUE 'S'.
       77  WRK-ACHOU-ATIVO         PIC X(01) VALUE 'N'.
           88 ACHOU-ATIVO          VALUE 'S'.
       77  WRK-ACHOU-CONTA         PIC X(01) VALUE 'N'.
           88 ACHOU-CONTA          VALUE 'S'.
       77  WRK-DOC-VALIDO          PIC X(01) VALUE 'N'.
       77  WRK-MOTIVO-RECUSA       PIC X(40) VALUE SPACES.
       77  WRK-MOTIVO-EMPRESA      PIC X(30) VALUE SPACES.
       77  WRK-QTD-REGISTROS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DETALHES        PIC 9(06) VALUE ZEROS.
       77  WRK-SOMA-DETALHES       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TRL-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-VALOR           PIC 9(13)V99 VALUE ZEROS.
       77  WRK-MAX-FUNC            PIC 9(04) VALUE 5000.
       77  WRK-QTD-FUNC            PIC 9(04) VALUE ZEROS.
       77  WRK-IDX                 PIC 9(04) VALUE ZEROS.
       77  WRK-CPF-PROCURADO       PIC 9(14) VALUE ZEROS.
       77  WRK-CLI-ENCONTRADO      PIC 9(06) VALUE ZEROS.
       77  WRK-SEQ-ENCONTRADA      PIC 9(02) VALUE ZEROS.
       77  WRK-CLI-CONTAS          PIC 9(06) VALUE ZEROS.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-EMPRESA        PIC 9(04) VALUE 0070.
       77  WRK-HIST-SALARIO        PIC 9(04) VALUE 0020.
       77  WRK-LIM-FUNCAO          PIC X(01) VALUE 'C'.
       77  WRK-LIM-DECISAO         PIC X(01) VALUE SPACE.
       77  WRK-LIM-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-LIMITE-CONTA        PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-BLOQUEADO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-EMPRESA       PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-PROPOSTO      PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DEB-PENDENTES       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTD-CREDITADOS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-CREDITADO       PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QTD-REJEITADOS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-REJEITADO       PIC 9(13)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    HEADER DA REMESSA GUARDADO NA PRIMEIRA PASSADA
       01  WRK-REMESSA.
           05 WRK-REM-CNPJ         PIC 9(14).
           05 WRK-REM-CLIENTE      PIC 9(06).
           05 WRK-REM-SEQUENCIA    PIC 9(02).
           05 WRK-REM-NUMERO       PIC 9(06).
           05 WRK-REM-DATA         PIC 9(08).

      *    FUNCIONARIOS DA REMESSA COM O DESTINO DE CADA UM. A
      *    DECISAO DO TUDO OU NADA SO SAI DEPOIS DE CONFERIR
      *    TODOS, ENTAO NADA E GRAVADO ANTES DISSO
       01  WRK-TAB-FUNCIONARIOS.
           05 WRK-FUNC OCCURS 5000 TIMES.
              10 WRK-FUN-CPF       PIC 9(14).
              10 WRK-FUN-VALOR     PIC 9(09)V99.
              10 WRK-FUN-MATRICULA PIC X(10).
              10 WRK-FUN-CLIENTE   PIC 9(06).
              10 WRK-FUN-SEQUENCIA PIC 9(02).
              10 WRK-FUN-MOTIVO    PIC X(30).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'IMPORTACAO DE FOLHA DE PAGAMENTO'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-EMPRESA.
           05 FILLER               PIC X(06) VALUE 'CNPJ: '.
           05 HDR-CNPJ             PIC 9(14).
           05 FILLER               PIC X(08) VALUE '  CONTA '.
           05 HDR-CLIENTE          PIC 9(06).
           05 FILLER               PIC X(01) VALUE '-'.
           05 HDR-SEQUENCIA        PIC 99.
           05 FILLER               PIC X(10) VALUE '  REMESSA '.
           05 HDR-REMESSA          PIC 9(06).

       01  WRK-LINHA-EMPRESA.
           05 FILLER               PIC X(22) VALUE
              'REMESSA REJEITADA:    '.
           05 EMP-MOTIVO           PIC X(30).

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(15) VALUE 'CPF'.
           05 FILLER               PIC X(11) VALUE 'MATRICULA'.
           05 FILLER               PIC X(15) VALUE '          VALOR'.
           05 FILLER               PIC X(10) VALUE ' CONTA'.
           05 FILLER               PIC X(30) VALUE 'DESTINO'.

       01  WRK-LINHA-DET.
           05 DET-CPF              PIC 9(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-MATRICULA        PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE '-'.
           05 DET-SEQUENCIA        PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DESTINO          PIC X(30).

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
                       PERFORM 3000-PROCESSA-FOLHA
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
      *    ABRE O RELATORIO E CONFERE SE HA REMESSA DE FOLHA
      *    NESTA NOITE
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE 'N' TO WRK-SEM-ARQUIVO
           OPEN INPUT ARQ-FOLHA
           IF WRK-FS-FOLHA NOT = '00'
               MOVE 'S' TO WRK-SEM-ARQUIVO
               DISPLAY 'SEM REMESSA DE FOLHA - NADA A IMPORTAR'
           ELSE
               CLOSE ARQ-FOLHA
           END-IF.

      *-----------------------------------------------------
      *    PRIMEIRA PASSADA: VALIDA A ESTRUTURA DA REMESSA E
      *    CONFERE O TRAILER CONTRA OS DETALHES. QUALQUER FALHA
      *    DEIXA O MOTIVO EM WRK-MOTIVO-RECUSA
      *-----------------------------------------------------
       2000-VALIDA-ARQUIVO.
           MOVE SPACES TO WRK-MOTIVO-RECUSA
           MOVE ZEROS TO WRK-REMESSA
           MOVE ZEROS TO WRK-QTD-REGISTROS
           MOVE ZEROS TO WRK-QTD-DETALHES
           MOVE ZEROS TO WRK-SOMA-DETALHES
           MOVE 'N' TO WRK-TRAILER-LIDO
           OPEN INPUT ARQ-FOLHA
           PERFORM 2100-VALIDA-REGISTRO
               UNTIL WRK-FS-FOLHA NOT = '00'
                  OR WRK-MOTIVO-RECUSA NOT = SPACES
           CLOSE ARQ-FOLHA
           IF WRK-MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN WRK-QTD-REGISTROS = ZEROS
                       MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO-RECUSA
                   WHEN NOT TRAILER-LIDO
                       MOVE 'TRAILER AUSENTE' TO WRK-MOTIVO-RECUSA
                   WHEN WRK-QTD-DETALHES = ZEROS
                       MOVE 'REMESSA SEM FUNCIONARIOS'
                           TO WRK-MOTIVO-RECUSA
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
           READ ARQ-FOLHA
               AT END
                   MOVE '10' TO WRK-FS-FOLHA
               NOT AT END
                   ADD 1 TO WRK-QTD-REGISTROS
                   EVALUATE TRUE
                       WHEN TRAILER-LIDO
                           MOVE 'REGISTRO APOS O TRAILER'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-QTD-REGISTROS = 1
                           PERFORM 2105-GUARDA-HEADER
                       WHEN FLD-DETALHE
                           PERFORM 2110-SOMA-DETALHE
                       WHEN FLT-TRAILER
                           PERFORM 2120-GUARDA-TRAILER
                       WHEN OTHER
                           MOVE 'TIPO DE REGISTRO INVALIDO'
                               TO WRK-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    O PRIMEIRO REGISTRO TEM DE SER O HEADER, COM OS
      *    CAMPOS DA EMPRESA E DA REMESSA NUMERICOS
      *-----------------------------------------------------
       2105-GUARDA-HEADER.
           IF NOT FLH-HEADER
              OR FLH-CNPJ NOT NUMERIC
              OR FLH-CLIENTE NOT NUMERIC
              OR FLH-SEQUENCIA NOT NUMERIC
              OR FLH-REMESSA NOT NUMERIC
              OR FLH-DATA NOT NUMERIC
               MOVE 'HEADER DA FOLHA AUSENTE OU INVALIDO'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE FLH-CNPJ      TO WRK-REM-CNPJ
               MOVE FLH-CLIENTE   TO WRK-REM-CLIENTE
               MOVE FLH-SEQUENCIA TO WRK-REM-SEQUENCIA
               MOVE FLH-REMESSA   TO WRK-REM-NUMERO
               MOVE FLH-DATA      TO WRK-REM-DATA
           END-IF.

      *-----------------------------------------------------
      *    CONFERE OS CAMPOS NUMERICOS, CONTA O FUNCIONARIO E
      *    SOMA O VALOR. A REMESSA CABE INTEIRA NA TABELA OU E
      *    RECUSADA (A EMPRESA DIVIDE EM MAIS DE UMA REMESSA)
      *-----------------------------------------------------
       2110-SOMA-DETALHE.
           IF FLD-CPF NOT NUMERIC
              OR FLD-VALOR NOT NUMERIC
               MOVE 'CAMPO NAO NUMERICO NO DETALHE'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               IF WRK-QTD-DETALHES NOT < WRK-MAX-FUNC
                   MOVE 'REMESSA ACIMA DE 5000 FUNCIONARIOS'
                       TO WRK-MOTIVO-RECUSA
               ELSE
                   ADD 1 TO WRK-QTD-DETALHES
                   ADD FLD-VALOR TO WRK-SOMA-DETALHES
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    GUARDA OS TOTAIS DO TRAILER PARA A CONFERENCIA
      *-----------------------------------------------------
       2120-GUARDA-TRAILER.
           IF FLT-QTD NOT NUMERIC
              OR FLT-VALOR NOT NUMERIC
               MOVE 'TOTAIS DO TRAILER NAO NUMERICOS'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WRK-TRAILER-LIDO
               MOVE FLT-QTD   TO WRK-TRL-QTD
               MOVE FLT-VALOR TO WRK-TRL-VALOR
           END-IF.

      *-----------------------------------------------------
      *    REMESSA RECUSADA NA ESTRUTURA: NENHUM LANCAMENTO, O
      *    MOTIVO VAI PARA O RELATORIO, PARA O LOG DO JOB E PARA
      *    O RETORNO DA EMPRESA (SO HEADER E TRAILER)
      *-----------------------------------------------------
       2900-RECUSA-ARQUIVO.
           MOVE WRK-MOTIVO-RECUSA TO RCS-MOTIVO
           MOVE WRK-QTD-REGISTROS TO RCS-REGISTRO
           WRITE REL-LINHA FROM WRK-LINHA-RECUSA
           DISPLAY 'FOLHA RECUSADA: ' WRK-MOTIVO-RECUSA
               ' REGISTRO ' WRK-QTD-REGISTROS
           OPEN OUTPUT ARQ-RETORNO
           PERFORM 5100-GRAVA-HEADER-RETORNO
           PERFORM 5300-GRAVA-TRAILER-RETORNO
           CLOSE ARQ-RETORNO.

      *-----------------------------------------------------
      *    SEGUNDA PASSADA: CONFERE A EMPRESA, CARREGA E CONFERE
      *    OS FUNCIONARIOS, DECIDE O TUDO OU NADA PELO SALDO DA
      *    EMPRESA E SO ENTAO GRAVA O LOTE E O RETORNO
      *-----------------------------------------------------
       3000-PROCESSA-FOLHA.
           MOVE WRK-REM-CNPJ      TO HDR-CNPJ
           MOVE WRK-REM-CLIENTE   TO HDR-CLIENTE
           MOVE WRK-REM-SEQUENCIA TO HDR-SEQUENCIA
           MOVE WRK-REM-NUMERO    TO HDR-REMESSA
           WRITE REL-LINHA FROM WRK-CABECALHO-EMPRESA
           WRITE REL-LINHA FROM WRK-CABECALHO2
           OPEN INPUT CLIENTE-MASTER
           OPEN INPUT CONTA-MASTER
           MOVE 'N' TO WRK-TEM-BLOQJUD
           OPEN INPUT ARQ-BLOQUEIOS
           IF WRK-FS-BLOQUEIOS = '00'
               MOVE 'S' TO WRK-TEM-BLOQJUD
           END-IF
           MOVE 'N' TO WRK-TEM-CTADORM
           OPEN INPUT ARQ-DORMENTES
           IF WRK-FS-DORMENTES = '00'
               MOVE 'S' TO WRK-TEM-CTADORM
           END-IF
           MOVE SPACES TO WRK-MOTIVO-EMPRESA
           PERFORM 3100-CONFERE-REMESSA
           IF WRK-MOTIVO-EMPRESA = SPACES
               PERFORM 3200-CONFERE-EMPRESA
           END-IF
           PERFORM 3300-CARREGA-FUNCIONARIOS
           IF WRK-MOTIVO-EMPRESA = SPACES
               PERFORM 3500-CONFERE-SALDO
           END-IF
           IF WRK-MOTIVO-EMPRESA NOT = SPACES
               MOVE WRK-MOTIVO-EMPRESA TO EMP-MOTIVO
               WRITE REL-LINHA FROM WRK-LINHA-EMPRESA
               DISPLAY 'FOLHA REJEITADA: ' WRK-MOTIVO-EMPRESA
               PERFORM 3600-REJEITA-TODOS
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-FUNC
           END-IF
           PERFORM 3700-TOTALIZA-FUNCIONARIO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FUNC
           IF WRK-QTD-CREDITADOS > ZEROS
               PERFORM 4000-GRAVA-LOTE
               PERFORM 4500-REGISTRA-REMESSA
           END-IF
           PERFORM 5000-GRAVA-RETORNO
           IF TEM-CTADORM
               CLOSE ARQ-DORMENTES
           END-IF
           IF TEM-BLOQJUD
               CLOSE ARQ-BLOQUEIOS
           END-IF
           CLOSE CONTA-MASTER
           CLOSE CLIENTE-MASTER.

      *-----------------------------------------------------
      *    A MESMA REMESSA (CNPJ + NUMERO) SO E LANCADA UMA VEZ:
      *    PROCURA NO CONTROLE DAS REMESSAS JA LANCADAS
      *-----------------------------------------------------
       3100-CONFERE-REMESSA.
           OPEN INPUT ARQ-CONTROLE
           IF WRK-FS-CONTROLE = '00'
               PERFORM 3110-LER-CONTROLE
                   UNTIL WRK-FS-CONTROLE NOT = '00'
               CLOSE ARQ-CONTROLE
           END-IF.

       3110-LER-CONTROLE.
           READ ARQ-CONTROLE
               AT END
                   MOVE '10' TO WRK-FS-CONTROLE
               NOT AT END
                   IF FCT-CNPJ = WRK-REM-CNPJ
                      AND FCT-REMESSA = WRK-REM-NUMERO
                       MOVE 'REMESSA JA LANCADA'
                           TO WRK-MOTIVO-EMPRESA
                       MOVE '10' TO WRK-FS-CONTROLE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONFERE A CONTA A DEBITAR: ABERTA, NAO DORMENTE, DE
      *    TITULAR ATIVO COM O MESMO CNPJ DO HEADER. GUARDA O
      *    SALDO, O LIMITE EFETIVO E A SOMA BLOQUEADA
      *-----------------------------------------------------
       3200-CONFERE-EMPRESA.
           MOVE WRK-REM-CLIENTE   TO CTA-CLIENTE
           MOVE WRK-REM-SEQUENCIA TO CTA-SEQUENCIA
           READ CONTA-MASTER
               INVALID KEY
                   MOVE 'CONTA DA EMPRESA INEXISTENTE'
                       TO WRK-MOTIVO-EMPRESA
               NOT INVALID KEY
                   IF CTA-ENCERRADA
                       MOVE 'CONTA DA EMPRESA ENCERRADA'
                           TO WRK-MOTIVO-EMPRESA
                   ELSE
                       MOVE CTA-SALDO TO WRK-SALDO-EMPRESA
                   END-IF
           END-READ
           IF WRK-MOTIVO-EMPRESA = SPACES
               MOVE WRK-REM-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE 'EMPRESA NAO CADASTRADA'
                           TO WRK-MOTIVO-EMPRESA
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN NOT CLI-ATIVO
                               MOVE 'EMPRESA INATIVA'
                                   TO WRK-MOTIVO-EMPRESA
                           WHEN CLI-CPF-CNPJ NOT = WRK-REM-CNPJ
                               MOVE 'CNPJ NAO E O TITULAR DA CONTA'
                                   TO WRK-MOTIVO-EMPRESA
                           WHEN OTHER
                               MOVE CLI-DECISAO-CREDITO
                                   TO WRK-LIM-DECISAO
                       END-EVALUATE
               END-READ
           END-IF
           IF WRK-MOTIVO-EMPRESA = SPACES AND TEM-CTADORM
               MOVE WRK-REM-CLIENTE   TO DOR-CLIENTE
               MOVE WRK-REM-SEQUENCIA TO DOR-SEQUENCIA
               READ ARQ-DORMENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DOR-DORMENTE
                           MOVE 'CONTA DA EMPRESA DORMENTE'
                               TO WRK-MOTIVO-EMPRESA
                       END-IF
               END-READ
           END-IF
           IF WRK-MOTIVO-EMPRESA = SPACES
               MOVE 'C' TO WRK-LIM-FUNCAO
               MOVE ZEROS TO WRK-LIMITE-CONTA
               CALL 'COB35-LIMITE' USING WRK-LIM-FUNCAO
                   WRK-REM-CLIENTE WRK-REM-SEQUENCIA WRK-LIM-DECISAO
                   WRK-LIMITE-CONTA WRK-LIM-ORIGEM
               PERFORM 3210-SOMA-BLOQUEIOS
           END-IF.

      *-----------------------------------------------------
      *    SOMA OS BLOQUEIOS JUDICIAIS DA CONTA DA EMPRESA
      *-----------------------------------------------------
       3210-SOMA-BLOQUEIOS.
           MOVE ZEROS TO WRK-TOT-BLOQUEADO
           IF TEM-BLOQJUD
               MOVE WRK-REM-CLIENTE   TO BLO-CLIENTE
               MOVE WRK-REM-SEQUENCIA TO BLO-SEQUENCIA
               MOVE ZEROS TO BLO-NUMERO
               MOVE '00' TO WRK-FS-BLOQUEIOS
               START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BLO-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-BLOQUEIOS
               END-START
               PERFORM 3211-LER-BLOQUEIO
                   UNTIL WRK-FS-BLOQUEIOS NOT = '00'
           END-IF.

       3211-LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-BLOQUEIOS
               NOT AT END
                   IF BLO-CLIENTE = WRK-REM-CLIENTE
                      AND BLO-SEQUENCIA = WRK-REM-SEQUENCIA
                       ADD BLO-VALOR TO WRK-TOT-BLOQUEADO
                   ELSE
                       MOVE '10' TO WRK-FS-BLOQUEIOS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CARREGA OS FUNCIONARIOS NA TABELA. COM A EMPRESA EM
      *    ORDEM CADA UM E CONFERIDO; COM A EMPRESA REJEITADA
      *    NAO HA POR QUE PROCURAR AS CONTAS
      *-----------------------------------------------------
       3300-CARREGA-FUNCIONARIOS.
           MOVE ZEROS TO WRK-QTD-FUNC
           OPEN INPUT ARQ-FOLHA
           PERFORM 3310-LER-FOLHA
               UNTIL WRK-FS-FOLHA NOT = '00'
           CLOSE ARQ-FOLHA.

       3310-LER-FOLHA.
           READ ARQ-FOLHA
               AT END
                   MOVE '10' TO WRK-FS-FOLHA
               NOT AT END
                   IF FLD-DETALHE
                       ADD 1 TO WRK-QTD-FUNC
                       MOVE FLD-CPF       TO WRK-FUN-CPF(WRK-QTD-FUNC)
                       MOVE FLD-VALOR
                           TO WRK-FUN-VALOR(WRK-QTD-FUNC)
                       MOVE FLD-MATRICULA
                           TO WRK-FUN-MATRICULA(WRK-QTD-FUNC)
                       MOVE ZEROS TO WRK-FUN-CLIENTE(WRK-QTD-FUNC)
                       MOVE ZEROS TO WRK-FUN-SEQUENCIA(WRK-QTD-FUNC)
                       MOVE SPACES TO WRK-FUN-MOTIVO(WRK-QTD-FUNC)
                       IF WRK-MOTIVO-EMPRESA = SPACES
                           MOVE WRK-QTD-FUNC TO WRK-IDX
                           PERFORM 3400-CONFERE-FUNCIONARIO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONFERE UM FUNCIONARIO: VALOR, DIGITO DO CPF E UMA
      *    CONTA SALARIO ABERTA DE CLIENTE ATIVO COM ESSE CPF.
      *    MOTIVO EM BRANCO = SERA CREDITADO
      *-----------------------------------------------------
       3400-CONFERE-FUNCIONARIO.
           MOVE WRK-FUN-CPF(WRK-IDX) TO WRK-CPF-PROCURADO
           CALL 'COB15-VALIDADOC' USING WRK-CPF-PROCURADO
               WRK-DOC-VALIDO
           EVALUATE TRUE
               WHEN WRK-FUN-VALOR(WRK-IDX) = ZEROS
                   MOVE 'VALOR ZERADO' TO WRK-FUN-MOTIVO(WRK-IDX)
               WHEN WRK-DOC-VALIDO NOT = 'S'
                   MOVE 'CPF INVALIDO' TO WRK-FUN-MOTIVO(WRK-IDX)
               WHEN OTHER
                   PERFORM 3410-PROCURA-CPF
                   EVALUATE TRUE
                       WHEN NOT ACHOU-CLIENTE
                           MOVE 'CPF NAO CADASTRADO'
                               TO WRK-FUN-MOTIVO(WRK-IDX)
                       WHEN NOT ACHOU-ATIVO
                           MOVE 'CLIENTE INATIVO'
                               TO WRK-FUN-MOTIVO(WRK-IDX)
                       WHEN NOT ACHOU-CONTA
                           MOVE 'SEM CONTA SALARIO ABERTA'
                               TO WRK-FUN-MOTIVO(WRK-IDX)
                       WHEN OTHER
                           MOVE WRK-CLI-ENCONTRADO
                               TO WRK-FUN-CLIENTE(WRK-IDX)
                           MOVE WRK-SEQ-ENCONTRADA
                               TO WRK-FUN-SEQUENCIA(WRK-IDX)
                   END-EVALUATE
           END-EVALUATE.

      *-----------------------------------------------------
      *    PERCORRE OS CLIENTES COM O CPF PELA CHAVE ALTERNATIVA
      *    ATE ACHAR UM ATIVO COM CONTA SALARIO ABERTA
      *-----------------------------------------------------
       3410-PROCURA-CPF.
           MOVE 'N' TO WRK-ACHOU-CLIENTE
           MOVE 'N' TO WRK-ACHOU-ATIVO
           MOVE 'N' TO WRK-ACHOU-CONTA
           MOVE WRK-CPF-PROCURADO TO CLI-CPF-CNPJ
           MOVE '00' TO WRK-FS-CLIENTE
           START CLIENTE-MASTER KEY IS EQUAL TO CLI-CPF-CNPJ
               INVALID KEY
                   MOVE '23' TO WRK-FS-CLIENTE
           END-START
           PERFORM 3411-LER-CLIENTE-CPF
               UNTIL WRK-FS-CLIENTE NOT = '00'
                  OR ACHOU-CONTA.

       3411-LER-CLIENTE-CPF.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   IF CLI-CPF-CNPJ NOT = WRK-CPF-PROCURADO
                       MOVE '10' TO WRK-FS-CLIENTE
                   ELSE
                       MOVE 'S' TO WRK-ACHOU-CLIENTE
                       IF CLI-ATIVO
                           MOVE 'S' TO WRK-ACHOU-ATIVO
                           MOVE CLI-NUMERO TO WRK-CLI-CONTAS
                           PERFORM 3420-PROCURA-CONTA-SALARIO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PERCORRE AS CONTAS DO CLIENTE ATE A PRIMEIRA CONTA
      *    SALARIO ABERTA
      *-----------------------------------------------------
       3420-PROCURA-CONTA-SALARIO.
           MOVE WRK-CLI-CONTAS TO CTA-CLIENTE
           MOVE ZEROS TO CTA-SEQUENCIA
           MOVE '00' TO WRK-FS-CONTA
           START CONTA-MASTER KEY IS NOT LESS THAN CTA-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-CONTA
           END-START
           PERFORM 3421-LER-CONTA
               UNTIL WRK-FS-CONTA NOT = '00'
                  OR ACHOU-CONTA.

       3421-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   IF CTA-CLIENTE NOT = WRK-CLI-CONTAS
                       MOVE '10' TO WRK-FS-CONTA
                   ELSE
                       IF CTA-TIPO-SALARIO AND CTA-ABERTA
                           MOVE 'S' TO WRK-ACHOU-CONTA
                           MOVE CTA-CLIENTE   TO WRK-CLI-ENCONTRADO
                           MOVE CTA-SEQUENCIA TO WRK-SEQ-ENCONTRADA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    TUDO OU NADA: A SOMA DOS FUNCIONARIOS ACEITOS SAI DA
      *    CONTA DA EMPRESA PELA MESMA REGRA DE DEBITO DO
      *    LANCAMENTO (LIMITE E BLOQUEIO JUDICIAL), SOBRE O SALDO
      *    JA DESCONTADO DOS DEBITOS DA CONTA QUE O MOVTO DO DIA
      *    JA TRAZ
      *-----------------------------------------------------
       3500-CONFERE-SALDO.
           MOVE ZEROS TO WRK-TOT-CREDITADO
           PERFORM 3510-SOMA-ACEITO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FUNC
           PERFORM 3520-SOMA-DEBITOS-PENDENTES
           COMPUTE WRK-SALDO-PROPOSTO =
               WRK-SALDO-EMPRESA - WRK-DEB-PENDENTES
               - WRK-TOT-CREDITADO
           IF WRK-SALDO-PROPOSTO < (ZERO - WRK-LIMITE-CONTA)
              OR (WRK-TOT-BLOQUEADO > ZEROS
                  AND WRK-SALDO-PROPOSTO < WRK-TOT-BLOQUEADO)
               MOVE 'SALDO INSUFICIENTE DA EMPRESA'
                   TO WRK-MOTIVO-EMPRESA
           END-IF
           MOVE ZEROS TO WRK-TOT-CREDITADO.

       3510-SOMA-ACEITO.
           IF WRK-FUN-MOTIVO(WRK-IDX) = SPACES
               ADD WRK-FUN-VALOR(WRK-IDX) TO WRK-TOT-CREDITADO
           END-IF.

      *-----------------------------------------------------
      *    SOMA OS DEBITOS NA CONTA DA EMPRESA JA GRAVADOS NO
      *    MOVTO DO DIA PELOS PASSOS ANTERIORES: DEBITO E ORIGEM
      *    DE TRANSFERENCIA, MENOS O PRE-DATADO QUE A LIBERACAO
      *    VAI RETER. CREDITO NAO ENTRA (PODE SER RECUSADO)
      *-----------------------------------------------------
       3520-SOMA-DEBITOS-PENDENTES.
           MOVE ZEROS TO WRK-DEB-PENDENTES
           OPEN INPUT ARQ-MOVIMENTO
           IF WRK-FS-MOVIMENTO = '00'
               PERFORM 3521-LER-MOVIMENTO
                   UNTIL WRK-FS-MOVIMENTO NOT = '00'
               CLOSE ARQ-MOVIMENTO
           END-IF
           IF WRK-DEB-PENDENTES > ZEROS
               DISPLAY 'DEBITOS DA EMPRESA JA NO MOVTO: '
                   WRK-DEB-PENDENTES
           END-IF.

       3521-LER-MOVIMENTO.
           READ ARQ-MOVIMENTO
               AT END
                   MOVE '10' TO WRK-FS-MOVIMENTO
               NOT AT END
                   IF MOV-LINHA(1:1) NOT = 'H'
                      AND MOV-LINHA(1:1) NOT = 'T'
                      AND MOV-CLIENTE = WRK-REM-CLIENTE
                      AND MOV-SEQUENCIA = WRK-REM-SEQUENCIA
                      AND (MOV-DEBITO OR MOV-TRANSFERENCIA)
                      AND MOV-VALOR NUMERIC
                       IF MOV-DATA-VALOR NOT NUMERIC
                          OR MOV-DATA-VALOR NOT > WRK-DATA-HOJE-N
                           ADD MOV-VALOR TO WRK-DEB-PENDENTES
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    EMPRESA REJEITADA: TODOS OS FUNCIONARIOS VOLTAM
      *    REJEITADOS COM O MOTIVO DA EMPRESA
      *-----------------------------------------------------
       3600-REJEITA-TODOS.
           MOVE WRK-MOTIVO-EMPRESA TO WRK-FUN-MOTIVO(WRK-IDX)
           MOVE ZEROS TO WRK-FUN-CLIENTE(WRK-IDX)
           MOVE ZEROS TO WRK-FUN-SEQUENCIA(WRK-IDX).

      *-----------------------------------------------------
      *    SOMA O FUNCIONARIO NOS TOTAIS E IMPRIME A LINHA
      *-----------------------------------------------------
       3700-TOTALIZA-FUNCIONARIO.
           IF WRK-FUN-MOTIVO(WRK-IDX) = SPACES
               ADD 1 TO WRK-QTD-CREDITADOS
               ADD WRK-FUN-VALOR(WRK-IDX) TO WRK-TOT-CREDITADO
               MOVE 'CREDITADO' TO DET-DESTINO
           ELSE
               ADD 1 TO WRK-QTD-REJEITADOS
               ADD WRK-FUN-VALOR(WRK-IDX) TO WRK-TOT-REJEITADO
               MOVE WRK-FUN-MOTIVO(WRK-IDX) TO DET-DESTINO
           END-IF
           MOVE WRK-FUN-CPF(WRK-IDX)       TO DET-CPF
           MOVE WRK-FUN-MATRICULA(WRK-IDX) TO DET-MATRICULA
           MOVE WRK-FUN-VALOR(WRK-IDX)     TO DET-VALOR
           MOVE WRK-FUN-CLIENTE(WRK-IDX)   TO DET-CLIENTE
           MOVE WRK-FUN-SEQUENCIA(WRK-IDX) TO DET-SEQUENCIA
           WRITE REL-LINHA FROM WRK-LINHA-DET.

      *-----------------------------------------------------
      *    GRAVA NO MOVTO DO DIA (EXTEND, SOMANDO AOS MOVIMENTOS
      *    JA ENVIADOS) O LOTE DA FOLHA: UM DEBITO NA EMPRESA
      *    PELO TOTAL E UM CREDITO POR FUNCIONARIO ACEITO
      *-----------------------------------------------------
       4000-GRAVA-LOTE.
           OPEN EXTEND ARQ-MOVIMENTO
           IF WRK-FS-MOVIMENTO NOT = '00'
               OPEN OUTPUT ARQ-MOVIMENTO
           END-IF
           MOVE 'H' TO MOV-CAB-TIPO
           MOVE WRK-AGENCIA-INTERNA TO MOV-CAB-AGENCIA
           MOVE WRK-DATA-HOJE-N TO MOV-CAB-DATA
           WRITE MOV-LOTE-CAB
           MOVE WRK-REM-CLIENTE   TO MOV-CLIENTE
           MOVE WRK-REM-SEQUENCIA TO MOV-SEQUENCIA
           MOVE 'D'               TO MOV-TIPO
           MOVE WRK-TOT-CREDITADO TO MOV-VALOR
           MOVE ZEROS             TO MOV-CLIENTE-DEST
           MOVE ZEROS             TO MOV-SEQ-DEST
           MOVE ZEROS             TO MOV-DATA-VALOR
           MOVE ZEROS             TO MOV-DATA-ORIGINAL
           MOVE WRK-HIST-EMPRESA  TO MOV-HISTORICO
           WRITE MOV-LINHA
           PERFORM 4100-GRAVA-CREDITO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FUNC
           MOVE 'T' TO MOV-TRL-TIPO
           COMPUTE MOV-TRL-QTD = WRK-QTD-CREDITADOS + 1
           MOVE WRK-TOT-CREDITADO TO MOV-TRL-DEBITOS
           MOVE WRK-TOT-CREDITADO TO MOV-TRL-CREDITOS
           WRITE MOV-LOTE-TRL
           CLOSE ARQ-MOVIMENTO.

       4100-GRAVA-CREDITO.
           IF WRK-FUN-MOTIVO(WRK-IDX) = SPACES
               MOVE WRK-FUN-CLIENTE(WRK-IDX)   TO MOV-CLIENTE
               MOVE WRK-FUN-SEQUENCIA(WRK-IDX) TO MOV-SEQUENCIA
               MOVE 'C'                        TO MOV-TIPO
               MOVE WRK-FUN-VALOR(WRK-IDX)     TO MOV-VALOR
               MOVE ZEROS                      TO MOV-CLIENTE-DEST
               MOVE ZEROS                      TO MOV-SEQ-DEST
               MOVE ZEROS                      TO MOV-DATA-VALOR
               MOVE ZEROS                      TO MOV-DATA-ORIGINAL
               MOVE WRK-HIST-SALARIO           TO MOV-HISTORICO
               WRITE MOV-LINHA
           END-IF.

      *-----------------------------------------------------
      *    REGISTRA A REMESSA LANCADA NO CONTROLE
      *-----------------------------------------------------
       4500-REGISTRA-REMESSA.
           OPEN EXTEND ARQ-CONTROLE
           IF WRK-FS-CONTROLE NOT = '00'
               OPEN OUTPUT ARQ-CONTROLE
           END-IF
           MOVE WRK-REM-CNPJ       TO FCT-CNPJ
           MOVE WRK-REM-NUMERO     TO FCT-REMESSA
           MOVE WRK-DATA-HOJE-N    TO FCT-DATA
           MOVE WRK-QTD-CREDITADOS TO FCT-QTD
           MOVE WRK-TOT-CREDITADO  TO FCT-VALOR
           WRITE FCT-LINHA
           CLOSE ARQ-CONTROLE.

      *-----------------------------------------------------
      *    GRAVA O RETORNO DA EMPRESA COM O DESTINO DE CADA
      *    FUNCIONARIO
      *-----------------------------------------------------
       5000-GRAVA-RETORNO.
           OPEN OUTPUT ARQ-RETORNO
           PERFORM 5100-GRAVA-HEADER-RETORNO
           PERFORM 5200-GRAVA-DETALHE-RETORNO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-FUNC
           PERFORM 5300-GRAVA-TRAILER-RETORNO
           CLOSE ARQ-RETORNO.

      *-----------------------------------------------------
      *    HEADER DO RETORNO: RECUSADA QUANDO A ESTRUTURA NAO
      *    PASSOU OU A EMPRESA FOI REJEITADA
      *-----------------------------------------------------
       5100-GRAVA-HEADER-RETORNO.
           MOVE SPACES TO FOLHRET-HEADER
           MOVE 'H'             TO FRH-TIPO
           MOVE WRK-REM-CNPJ    TO FRH-CNPJ
           MOVE WRK-REM-NUMERO  TO FRH-REMESSA
           MOVE WRK-DATA-HOJE-N TO FRH-DATA
           EVALUATE TRUE
               WHEN WRK-MOTIVO-RECUSA NOT = SPACES
                   SET FRH-RECUSADA TO TRUE
                   MOVE WRK-MOTIVO-RECUSA TO FRH-MOTIVO
               WHEN WRK-MOTIVO-EMPRESA NOT = SPACES
                   SET FRH-RECUSADA TO TRUE
                   MOVE WRK-MOTIVO-EMPRESA TO FRH-MOTIVO
               WHEN OTHER
                   SET FRH-PROCESSADA TO TRUE
           END-EVALUATE
           WRITE FOLHRET-HEADER.

       5200-GRAVA-DETALHE-RETORNO.
           MOVE SPACES TO FOLHRET-DETALHE
           MOVE 'D' TO FRD-TIPO
           MOVE WRK-FUN-CPF(WRK-IDX)       TO FRD-CPF
           MOVE WRK-FUN-VALOR(WRK-IDX)     TO FRD-VALOR
           MOVE WRK-FUN-MATRICULA(WRK-IDX) TO FRD-MATRICULA
           MOVE WRK-FUN-CLIENTE(WRK-IDX)   TO FRD-CLIENTE
           MOVE WRK-FUN-SEQUENCIA(WRK-IDX) TO FRD-SEQUENCIA
           IF WRK-FUN-MOTIVO(WRK-IDX) = SPACES
               SET FRD-CREDITADO TO TRUE
           ELSE
               SET FRD-REJEITADO TO TRUE
               MOVE WRK-FUN-MOTIVO(WRK-IDX) TO FRD-MOTIVO
           END-IF
           WRITE FOLHRET-DETALHE.

       5300-GRAVA-TRAILER-RETORNO.
           MOVE SPACES TO FOLHRET-TRAILER
           MOVE 'T'                TO FRT-TIPO
           MOVE WRK-QTD-CREDITADOS TO FRT-QTD-CREDITADOS
           MOVE WRK-TOT-CREDITADO  TO FRT-VALOR-CREDITADO
           MOVE WRK-QTD-REJEITADOS TO FRT-QTD-REJEITADOS
           MOVE WRK-TOT-REJEITADO  TO FRT-VALOR-REJEITADO
           WRITE FOLHRET-TRAILER.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, FECHA O RELATORIO E EXIBE O
      *    RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'FUNCIONARIOS.......:' TO TOT-ROTULO
           MOVE WRK-QTD-DETALHES TO TOT-QTD
           MOVE WRK-SOMA-DETALHES TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CREDITADOS.........:' TO TOT-ROTULO
           MOVE WRK-QTD-CREDITADOS TO TOT-QTD
           MOVE WRK-TOT-CREDITADO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'REJEITADOS.........:' TO TOT-ROTULO
           MOVE WRK-QTD-REJEITADOS TO TOT-QTD
           MOVE WRK-TOT-REJEITADO TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           DISPLAY 'FUNCIONARIOS NA FOLHA: ' WRK-QTD-DETALHES
           DISPLAY 'CREDITADOS...........: ' WRK-QTD-CREDITADOS
           DISPLAY 'REJEITADOS...........: ' WRK-QTD-REJEITADOS.
