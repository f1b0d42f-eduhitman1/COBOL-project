       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB80-NOTIFICA.
      ********************************
      *OBJETIVO : AVISOS AO CLIENTE DOS EVENTOS DO DIA NA CONTA E
      *           NO CADASTRO, ENTREGUES AO GATEWAY DE MENSAGENS
      *           (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) DEPOIS DO LANCAMENTO E DAS BAIXAS.
      *            JUNTA OS EVENTOS DO DIA: DEBITO ACIMA DO VALOR DE
      *            AVISO DO CLIENTE (NOTPREF, SENAO O PADRAO DO
      *            NOTPARM) E SALDO QUE PASSOU PARA NEGATIVO, DO
      *            MOVHIST; DEBITO RECUSADO POR LIMITE OU BLOQUEIO
      *            JUDICIAL, DO MOVREJ; BLOQUEIO JUDICIAL
      *            REGISTRADO NO DIA, DO BLOQJUD; ENDERECO OU
      *            CONTATO ALTERADO, DO CLIJORN. ORDENA POR CLIENTE
      *            E GRAVA NO NOTIFIC UM AVISO PARA CADA CONTATO DO
      *            CLIENTE COM CONSENTIMENTO S NO CANAL DO EVENTO
      *            (NOTPARM; SEM CONTATO NESSE CANAL USA O OUTRO).
      *            EVENTO SEM NENHUM CONTATO AUTORIZADO SAI NO
      *            RELATORIO RELNOTIF. CADA AVISO VAI TAMBEM PARA O
      *            HISTORICO NOTIFHIS, CONTRA O QUAL O RETORNO DO
      *            GATEWAY E CONFERIDO (COB81-RETORNO-NOTIF).
      * 2026-10-15 IVN - CLIENTE FALECIDO NAO RECEBE AVISO: O EVENTO
      *            E CONTADO A PARTE NO RELATORIO (CLIENTE FALECIDO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT ARQ-REJEITADOS ASSIGN TO "MOVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITADOS.

           SELECT ARQ-BLOQUEIOS ASSIGN TO "BLOQJUD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-JORNAL ASSIGN TO "CLIJORN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-JORNAL.

           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-CONTATO ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CON-CHAVE
               FILE STATUS IS WRK-FS-CONTATO.

           SELECT ARQ-AVISO ASSIGN TO "NOTPREF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AVI-CLIENTE
               FILE STATUS IS WRK-FS-AVISO.

           SELECT ARQ-PARAMETRO ASSIGN TO "NOTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT ARQ-NOTIFIC ASSIGN TO "NOTIFIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFIC.

           SELECT ARQ-NOTIFHIS ASSIGN TO "NOTIFHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFHIS.

           SELECT WORK-SORT ASSIGN TO "NOTSORT".

           SELECT RELATORIO ASSIGN TO "RELNOTIF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-REJEITADOS.
           COPY MOVREJ.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-JORNAL.
           COPY JORNAL.

       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-CONTATO.
           COPY CONTATO.

       FD  ARQ-AVISO.
           COPY AVISO.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-VALOR-DEBITO     PIC 9(09)V99.
           05 PRM-CANAL-DA         PIC X(01).
           05 PRM-CANAL-DR         PIC X(01).
           05 PRM-CANAL-BJ         PIC X(01).
           05 PRM-CANAL-SN         PIC X(01).
           05 PRM-CANAL-AC         PIC X(01).

       FD  ARQ-NOTIFIC.
           COPY NOTIFIC.

       FD  ARQ-NOTIFHIS.
       01  NHS-LINHA               PIC X(150).

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-EVENTO          PIC X(02).
           05 SORT-SEQUENCIA       PIC 9(02).
           05 SORT-ORDEM           PIC 9(06).
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-COMPL           PIC X(01).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'NOTIFICA'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-REJEITADOS       PIC X(02) VALUE '00'.
       77  WRK-FS-BLOQUEIOS        PIC X(02) VALUE '00'.
       77  WRK-FS-JORNAL           PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-CONTATO          PIC X(02) VALUE '00'.
       77  WRK-FS-AVISO            PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-NOTIFIC          PIC X(02) VALUE '00'.
       77  WRK-FS-NOTIFHIS         PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-CONTATO         PIC X(01) VALUE 'N'.
           88 TEM-CONTATO          VALUE 'S'.
       77  WRK-TEM-NOTPREF         PIC X(01) VALUE 'N'.
           88 TEM-NOTPREF          VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-CLIENTE-OK          PIC X(01) VALUE 'N'.
           88 CLIENTE-OK           VALUE 'S'.
       77  WRK-CLI-FALECIDO        PIC X(01) VALUE 'N'.
           88 CLIENTE-FALECIDO     VALUE 'S'.
       77  WRK-REPETIDO            PIC X(01) VALUE 'N'.
           88 EVENTO-REPETIDO      VALUE 'S'.
       77  WRK-ORDEM               PIC 9(06) VALUE ZEROS.
       77  WRK-NTD-SEQ             PIC 9(06) VALUE ZEROS.
       77  WRK-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-ULT-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-ULT-EVENTO          PIC X(02) VALUE SPACES.
       77  WRK-ULT-SEQUENCIA       PIC 9(02) VALUE ZEROS.
       77  WRK-AVI-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-AVI-VALOR           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR      PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-NEGATIVO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CANAL               PIC X(01) VALUE SPACE.
       77  WRK-QTD-CANAL           PIC 9(02) VALUE ZEROS.
       77  WRK-CTT-QTD             PIC 9(02) VALUE ZEROS.
       77  WRK-CTT-IDX             PIC 9(02) VALUE ZEROS.
       77  WRK-EVT-IDX             PIC 9(01) VALUE ZEROS.
       77  WRK-BRANCOS             PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR-EDT           PIC ZZZ.ZZZ.ZZ9,99.
       77  WRK-VALOR-TXT           PIC X(14) VALUE SPACES.
       77  WRK-MENSAGEM            PIC X(60) VALUE SPACES.
       77  WRK-ITEM-ALTERADO       PIC X(08) VALUE SPACES.
       77  WRK-TOTAL-EVENTOS       PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-AVISOS        PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-SEM-CONTATO   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FORA-CADASTRO PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALECIDOS     PIC 9(06) VALUE ZEROS.

      *    PARAMETROS (PADROES VALEM SEM O NOTPARM)
       77  WRK-PRM-VALOR-DEBITO    PIC 9(09)V99 VALUE 1000,00.
       01  WRK-PRM-CANAIS.
           05 WRK-PRM-CANAL-DA     PIC X(01) VALUE 'F'.
           05 WRK-PRM-CANAL-DR     PIC X(01) VALUE 'F'.
           05 WRK-PRM-CANAL-BJ     PIC X(01) VALUE 'E'.
           05 WRK-PRM-CANAL-SN     PIC X(01) VALUE 'E'.
           05 WRK-PRM-CANAL-AC     PIC X(01) VALUE 'F'.
       01  WRK-PRM-CANAIS-TAB REDEFINES WRK-PRM-CANAIS.
           05 WRK-PRM-CANAL        PIC X(01) OCCURS 5 TIMES.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    IMAGENS ANTES E DEPOIS DA ALTERACAO DE CADASTRO
           COPY CLIENTE REPLACING ==CLIENTE-REC== BY ==WRK-ANTES-REC==
                                  LEADING ==CLI== BY ==ANT==.
           COPY CLIENTE REPLACING ==CLIENTE-REC== BY ==WRK-DEPOIS-REC==
                                  LEADING ==CLI== BY ==DEP==.

      *    CONTATOS AUTORIZADOS (CONSENTIMENTO S) DO CLIENTE
       01  WRK-CONTATOS-TAB.
           05 WRK-CTT OCCURS 20 TIMES.
              10 WRK-CTT-SEQ       PIC 9(02).
              10 WRK-CTT-TIPO      PIC X(01).
              10 WRK-CTT-VALOR     PIC X(40).

      *    CONTADORES POR EVENTO, NA ORDEM DA TABELA DE NOMES
       01  WRK-EVENTOS-NOMES.
           05 FILLER               PIC X(22) VALUE
              'DADEBITO ACIMA DO AVIS'.
           05 FILLER               PIC X(22) VALUE
              'DRDEBITO RECUSADO     '.
           05 FILLER               PIC X(22) VALUE
              'BJBLOQUEIO JUDICIAL   '.
           05 FILLER               PIC X(22) VALUE
              'SNSALDO NEGATIVO      '.
           05 FILLER               PIC X(22) VALUE
              'ACCADASTRO ALTERADO   '.
       01  WRK-EVENTOS-TAB REDEFINES WRK-EVENTOS-NOMES.
           05 WRK-EVT-NOME OCCURS 5 TIMES.
              10 WRK-EVT-CODIGO    PIC X(02).
              10 WRK-EVT-DESCRICAO PIC X(20).
       01  WRK-EVENTOS-CONT.
           05 WRK-EVT-CONT OCCURS 5 TIMES.
              10 WRK-EVT-QTD       PIC 9(06).
              10 WRK-EVT-AVISOS    PIC 9(06).
              10 WRK-EVT-SEM-CTT   PIC 9(06).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'AVISOS AO CLIENTE'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(40) VALUE
              'EVENTOS SEM CONTATO AUTORIZADO'.

       01  WRK-CABECALHO3.
           05 FILLER               PIC X(24) VALUE
              'CLIENTE SQ EV  AGENCIA '.
           05 FILLER               PIC X(15) VALUE
              '          VALOR'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-EVENTO           PIC X(02).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-AGENCIA          PIC 9(04).
           05 FILLER               PIC X(04) VALUE SPACES.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-CABECALHO4.
           05 FILLER               PIC X(26) VALUE 'EVENTO'.
           05 FILLER               PIC X(27) VALUE
              '  EVENTOS  AVISOS SEM CONT.'.

       01  WRK-LINHA-EVENTO.
           05 EVL-CODIGO           PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVL-DESCRICAO        PIC X(20).
           05 FILLER               PIC X(03) VALUE SPACES.
           05 EVL-QTD              PIC ZZZ.ZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EVL-AVISOS           PIC ZZZ.ZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EVL-SEM-CTT          PIC ZZZ.ZZ9.

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 TOT-ROTULO           PIC X(24).
           05 TOT-QTD              PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               SORT WORK-SORT
                   ON ASCENDING KEY SORT-CLIENTE SORT-EVENTO
                                    SORT-SEQUENCIA SORT-ORDEM
                   INPUT PROCEDURE 2000-CARREGA-EVENTOS
                   OUTPUT PROCEDURE 3000-GRAVA-AVISOS
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
      *    LE O PARAMETRO, ABRE O CADASTRO, OS CONTATOS, AS
      *    PREFERENCIAS, O ARQUIVO DO GATEWAY (COM O HEADER), O
      *    HISTORICO DE AVISOS E O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           INITIALIZE WRK-EVENTOS-CONT
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO2
           WRITE REL-LINHA FROM WRK-CABECALHO3
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               DISPLAY 'ARQUIVO MESTRE DE CLIENTES INDISPONIVEL: '
                   WRK-FS-CLIENTE
               MOVE 8 TO RETURN-CODE
           END-IF
           MOVE 'N' TO WRK-TEM-CONTATO
           OPEN INPUT ARQ-CONTATO
           IF WRK-FS-CONTATO = '00'
               MOVE 'S' TO WRK-TEM-CONTATO
           ELSE
               DISPLAY 'SEM ARQUIVO DE CONTATOS - NENHUM AVISO SAI'
           END-IF
           MOVE 'N' TO WRK-TEM-NOTPREF
           OPEN INPUT ARQ-AVISO
           IF WRK-FS-AVISO = '00'
               MOVE 'S' TO WRK-TEM-NOTPREF
           END-IF
           OPEN OUTPUT ARQ-NOTIFIC
           MOVE SPACES TO NTF-HEADER
           MOVE 'H' TO NTH-TIPO
           MOVE WRK-DATA-HOJE-N TO NTH-DATA
           WRITE NTF-HEADER
           OPEN EXTEND ARQ-NOTIFHIS
           IF WRK-FS-NOTIFHIS NOT = '00'
               OPEN OUTPUT ARQ-NOTIFHIS
           END-IF.

      *-----------------------------------------------------
      *    LE DO NOTPARM O VALOR PADRAO DE AVISO DE DEBITO E O
      *    CANAL (F OU E) DE CADA EVENTO; CAMPO INVALIDO MANTEM
      *    O PADRAO
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1110-APLICA-PARAMETRO
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO NOTPARM - VALEM OS PADROES'
           END-IF
           MOVE WRK-PRM-VALOR-DEBITO TO WRK-VALOR-EDT
           DISPLAY 'VALOR PADRAO DE AVISO DE DEBITO: ' WRK-VALOR-EDT
           DISPLAY 'CANAIS DA/DR/BJ/SN/AC: ' WRK-PRM-CANAIS.

       1110-APLICA-PARAMETRO.
           IF PRM-VALOR-DEBITO NUMERIC
               MOVE PRM-VALOR-DEBITO TO WRK-PRM-VALOR-DEBITO
           END-IF
           IF PRM-CANAL-DA = 'F' OR PRM-CANAL-DA = 'E'
               MOVE PRM-CANAL-DA TO WRK-PRM-CANAL-DA
           END-IF
           IF PRM-CANAL-DR = 'F' OR PRM-CANAL-DR = 'E'
               MOVE PRM-CANAL-DR TO WRK-PRM-CANAL-DR
           END-IF
           IF PRM-CANAL-BJ = 'F' OR PRM-CANAL-BJ = 'E'
               MOVE PRM-CANAL-BJ TO WRK-PRM-CANAL-BJ
           END-IF
           IF PRM-CANAL-SN = 'F' OR PRM-CANAL-SN = 'E'
               MOVE PRM-CANAL-SN TO WRK-PRM-CANAL-SN
           END-IF
           IF PRM-CANAL-AC = 'F' OR PRM-CANAL-AC = 'E'
               MOVE PRM-CANAL-AC TO WRK-PRM-CANAL-AC
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: LIBERA OS EVENTOS DO DIA DE
      *    CADA FONTE. FONTE AUSENTE SO DEIXA DE GERAR EVENTOS
      *-----------------------------------------------------
       2000-CARREGA-EVENTOS.
           PERFORM 2100-EVENTOS-HISTORICO
           PERFORM 2200-EVENTOS-REJEITADOS
           PERFORM 2300-EVENTOS-BLOQUEIOS
           PERFORM 2400-EVENTOS-JORNAL.

      *-----------------------------------------------------
      *    LANCAMENTOS DO DIA NO MOVHIST: DEBITO ACIMA DO VALOR
      *    DE AVISO E DEBITO QUE LEVOU O SALDO PARA NEGATIVO
      *-----------------------------------------------------
       2100-EVENTOS-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 2110-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'SEM MOVHIST - SEM AVISOS DE LANCAMENTO'
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO MOVHIST. A LINHA DE ESTORNO E
      *    CORRECAO DE LANCAMENTO E NAO GERA AVISO DE DEBITO
      *-----------------------------------------------------
       2110-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DATA = WRK-DATA-HOJE-N
                      AND MHS-DEBITO
                      AND NOT MHS-LINHA-ESTORNO
                       PERFORM 2120-VALOR-AVISO
                       IF MHS-VALOR > WRK-AVI-VALOR
                           MOVE MHS-CLIENTE   TO SORT-CLIENTE
                           MOVE 'DA'          TO SORT-EVENTO
                           MOVE MHS-SEQUENCIA TO SORT-SEQUENCIA
                           MOVE MHS-VALOR     TO SORT-VALOR
                           MOVE SPACE         TO SORT-COMPL
                           PERFORM 2900-LIBERA-EVENTO
                       END-IF
                       COMPUTE WRK-SALDO-ANTERIOR =
                           MHS-SALDO + MHS-VALOR
                       IF MHS-SALDO < ZERO
                          AND WRK-SALDO-ANTERIOR NOT < ZERO
                           COMPUTE WRK-VALOR-NEGATIVO =
                               ZERO - MHS-SALDO
                           MOVE MHS-CLIENTE   TO SORT-CLIENTE
                           MOVE 'SN'          TO SORT-EVENTO
                           MOVE MHS-SEQUENCIA TO SORT-SEQUENCIA
                           MOVE WRK-VALOR-NEGATIVO TO SORT-VALOR
                           MOVE SPACE         TO SORT-COMPL
                           PERFORM 2900-LIBERA-EVENTO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    VALOR DE AVISO DE DEBITO DO CLIENTE DA LINHA: O DA
      *    PREFERENCIA (NOTPREF) OU O PADRAO. O ULTIMO CLIENTE
      *    CONSULTADO FICA GUARDADO (O MOVHIST VEM EM GRUPOS DE
      *    CONTA)
      *-----------------------------------------------------
       2120-VALOR-AVISO.
           IF MHS-CLIENTE NOT = WRK-AVI-CLIENTE
               MOVE MHS-CLIENTE TO WRK-AVI-CLIENTE
               MOVE WRK-PRM-VALOR-DEBITO TO WRK-AVI-VALOR
               IF TEM-NOTPREF
                   MOVE MHS-CLIENTE TO AVI-CLIENTE
                   READ ARQ-AVISO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE AVI-VALOR-DEBITO TO WRK-AVI-VALOR
                   END-READ
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    REJEITOS DO LANCAMENTO (MOVREJ): DEBITO OU
      *    TRANSFERENCIA RECUSADOS POR LIMITE OU POR BLOQUEIO
      *    JUDICIAL
      *-----------------------------------------------------
       2200-EVENTOS-REJEITADOS.
           OPEN INPUT ARQ-REJEITADOS
           IF WRK-FS-REJEITADOS = '00'
               PERFORM 2210-LER-REJEITADO
                   UNTIL WRK-FS-REJEITADOS NOT = '00'
               CLOSE ARQ-REJEITADOS
           ELSE
               DISPLAY 'SEM MOVREJ - SEM AVISOS DE RECUSA'
           END-IF.

       2210-LER-REJEITADO.
           READ ARQ-REJEITADOS
               AT END
                   MOVE '10' TO WRK-FS-REJEITADOS
               NOT AT END
                   IF MRJ-DATA = WRK-DATA-HOJE-N
                      AND (MRJ-LIMITE OR MRJ-BLOQUEIO)
                      AND (MRJ-DEBITO OR MRJ-TRANSF)
                       MOVE MRJ-CLIENTE   TO SORT-CLIENTE
                       MOVE 'DR'          TO SORT-EVENTO
                       MOVE MRJ-SEQUENCIA TO SORT-SEQUENCIA
                       MOVE MRJ-VALOR     TO SORT-VALOR
                       MOVE MRJ-CODIGO    TO SORT-COMPL
                       PERFORM 2900-LIBERA-EVENTO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    BLOQUEIOS JUDICIAIS REGISTRADOS NA DATA DE NEGOCIO
      *-----------------------------------------------------
       2300-EVENTOS-BLOQUEIOS.
           OPEN INPUT ARQ-BLOQUEIOS
           IF WRK-FS-BLOQUEIOS = '00'
               PERFORM 2310-LER-BLOQUEIO
                   UNTIL WRK-FS-BLOQUEIOS NOT = '00'
               CLOSE ARQ-BLOQUEIOS
           ELSE
               DISPLAY 'SEM BLOQJUD - SEM AVISOS DE BLOQUEIO'
           END-IF.

       2310-LER-BLOQUEIO.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-BLOQUEIOS
               NOT AT END
                   IF BLO-DATA = WRK-DATA-HOJE-N
                       MOVE BLO-CLIENTE   TO SORT-CLIENTE
                       MOVE 'BJ'          TO SORT-EVENTO
                       MOVE BLO-SEQUENCIA TO SORT-SEQUENCIA
                       MOVE BLO-VALOR     TO SORT-VALOR
                       MOVE SPACE         TO SORT-COMPL
                       PERFORM 2900-LIBERA-EVENTO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    JORNAL DO CADASTRO DO DIA: ALTERACAO COM ENDERECO
      *    DIFERENTE ENTRE AS IMAGENS ANTES E DEPOIS, OU
      *    MANUTENCAO DE CONTATO (OPERACAO T)
      *-----------------------------------------------------
       2400-EVENTOS-JORNAL.
           OPEN INPUT ARQ-JORNAL
           IF WRK-FS-JORNAL = '00'
               PERFORM 2410-LER-JORNAL
                   UNTIL WRK-FS-JORNAL NOT = '00'
               CLOSE ARQ-JORNAL
           ELSE
               DISPLAY 'SEM CLIJORN - SEM AVISOS DE CADASTRO'
           END-IF.

       2410-LER-JORNAL.
           READ ARQ-JORNAL
               AT END
                   MOVE '10' TO WRK-FS-JORNAL
               NOT AT END
                   IF JRN-DATA = WRK-DATA-HOJE-N
                      AND JRN-NUMERO NUMERIC
                       MOVE SPACE TO SORT-COMPL
                       IF JRN-OP-CONTATO
                           MOVE 'C' TO SORT-COMPL
                       END-IF
                       IF JRN-OP-ALTERACAO
                           MOVE JRN-ANTES  TO WRK-ANTES-REC
                           MOVE JRN-DEPOIS TO WRK-DEPOIS-REC
                           IF ANT-ENDERECO NOT = DEP-ENDERECO
                               MOVE 'E' TO SORT-COMPL
                           END-IF
                       END-IF
                       IF SORT-COMPL NOT = SPACE
                           MOVE JRN-NUMERO TO SORT-CLIENTE
                           MOVE 'AC'       TO SORT-EVENTO
                           MOVE ZEROS      TO SORT-SEQUENCIA
                           MOVE ZEROS      TO SORT-VALOR
                           PERFORM 2900-LIBERA-EVENTO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    NUMERA E LIBERA UM EVENTO PARA O SORT
      *-----------------------------------------------------
       2900-LIBERA-EVENTO.
           ADD 1 TO WRK-ORDEM
           MOVE WRK-ORDEM TO SORT-ORDEM
           RELEASE SORT-REC.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: EVENTOS EM ORDEM DE CLIENTE
      *-----------------------------------------------------
       3000-GRAVA-AVISOS.
           MOVE 'N' TO WRK-FIM-SORT
           MOVE ZEROS TO WRK-CLIENTE-ATUAL
           PERFORM 3100-RETURN-SORT
           PERFORM 3200-TRATA-EVENTO UNTIL FIM-SORT.

       3100-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    TRATA UM EVENTO: NA QUEBRA DE CLIENTE CARREGA O
      *    CADASTRO E OS CONTATOS AUTORIZADOS. SALDO NEGATIVO
      *    SAI UMA VEZ POR CONTA E CADASTRO ALTERADO UMA VEZ POR
      *    CLIENTE; OS DEMAIS EVENTOS SAEM TODOS
      *-----------------------------------------------------
       3200-TRATA-EVENTO.
           IF SORT-CLIENTE NOT = WRK-CLIENTE-ATUAL
               PERFORM 3210-ABRE-CLIENTE
           END-IF
           MOVE 'N' TO WRK-REPETIDO
           IF SORT-CLIENTE = WRK-ULT-CLIENTE
              AND SORT-EVENTO = WRK-ULT-EVENTO
               IF SORT-EVENTO = 'AC'
                   MOVE 'S' TO WRK-REPETIDO
               END-IF
               IF SORT-EVENTO = 'SN'
                  AND SORT-SEQUENCIA = WRK-ULT-SEQUENCIA
                   MOVE 'S' TO WRK-REPETIDO
               END-IF
           END-IF
           MOVE SORT-CLIENTE   TO WRK-ULT-CLIENTE
           MOVE SORT-EVENTO    TO WRK-ULT-EVENTO
           MOVE SORT-SEQUENCIA TO WRK-ULT-SEQUENCIA
           IF NOT EVENTO-REPETIDO
               PERFORM 3300-AVISA-EVENTO
           END-IF
           PERFORM 3100-RETURN-SORT.

      *-----------------------------------------------------
      *    LE O CLIENTE DA QUEBRA (FORA DO CADASTRO, EXPURGADO,
      *    ANONIMIZADO OU FALECIDO NAO E AVISADO) E CARREGA OS
      *    CONTATOS
      *    COM CONSENTIMENTO S
      *-----------------------------------------------------
       3210-ABRE-CLIENTE.
           MOVE SORT-CLIENTE TO WRK-CLIENTE-ATUAL
           MOVE 'N' TO WRK-CLIENTE-OK
           MOVE 'N' TO WRK-CLI-FALECIDO
           MOVE ZEROS TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-CTT-QTD
           MOVE SORT-CLIENTE TO CLI-NUMERO
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-FALECIDO
                       MOVE 'S' TO WRK-CLI-FALECIDO
                   ELSE
                       IF NOT CLI-EXPURGADO AND NOT CLI-ANONIMIZADO
                           MOVE 'S' TO WRK-CLIENTE-OK
                           MOVE CLI-AGENCIA TO WRK-AGENCIA-ATUAL
                       END-IF
                   END-IF
           END-READ
           IF CLIENTE-OK AND TEM-CONTATO
               MOVE SORT-CLIENTE TO CON-CLIENTE
               MOVE ZEROS TO CON-SEQUENCIA
               MOVE '00' TO WRK-FS-CONTATO
               START ARQ-CONTATO KEY IS NOT LESS THAN CON-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-CONTATO
               END-START
               PERFORM 3220-LER-CONTATO
                   UNTIL WRK-FS-CONTATO NOT = '00'
           END-IF.

       3220-LER-CONTATO.
           READ ARQ-CONTATO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTATO
               NOT AT END
                   IF CON-CLIENTE NOT = WRK-CLIENTE-ATUAL
                       MOVE '10' TO WRK-FS-CONTATO
                   ELSE
                       IF CON-CONSENTE-SIM AND CON-TIPO-VALIDO
                          AND CON-VALOR NOT = SPACES
                          AND WRK-CTT-QTD < 20
                           ADD 1 TO WRK-CTT-QTD
                           MOVE CON-SEQUENCIA
                               TO WRK-CTT-SEQ(WRK-CTT-QTD)
                           MOVE CON-TIPO
                               TO WRK-CTT-TIPO(WRK-CTT-QTD)
                           MOVE CON-VALOR
                               TO WRK-CTT-VALOR(WRK-CTT-QTD)
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    AVISA UM EVENTO: ESCOLHE O CANAL (O DO EVENTO NO
      *    PARAMETRO, OU O OUTRO SE O CLIENTE NAO TEM CONTATO
      *    AUTORIZADO NELE), MONTA A MENSAGEM E GRAVA UM AVISO
      *    POR CONTATO DO CANAL
      *-----------------------------------------------------
       3300-AVISA-EVENTO.
           ADD 1 TO WRK-TOTAL-EVENTOS
           EVALUATE SORT-EVENTO
               WHEN 'DA' MOVE 1 TO WRK-EVT-IDX
               WHEN 'DR' MOVE 2 TO WRK-EVT-IDX
               WHEN 'BJ' MOVE 3 TO WRK-EVT-IDX
               WHEN 'SN' MOVE 4 TO WRK-EVT-IDX
               WHEN OTHER MOVE 5 TO WRK-EVT-IDX
           END-EVALUATE
           ADD 1 TO WRK-EVT-QTD(WRK-EVT-IDX)
           IF NOT CLIENTE-OK
               IF CLIENTE-FALECIDO
                   ADD 1 TO WRK-TOTAL-FALECIDOS
               ELSE
                   ADD 1 TO WRK-TOTAL-FORA-CADASTRO
               END-IF
           ELSE
               MOVE WRK-PRM-CANAL(WRK-EVT-IDX) TO WRK-CANAL
               PERFORM 3310-CONTA-CANAL
               IF WRK-QTD-CANAL = ZEROS
                   IF WRK-CANAL = 'F'
                       MOVE 'E' TO WRK-CANAL
                   ELSE
                       MOVE 'F' TO WRK-CANAL
                   END-IF
                   PERFORM 3310-CONTA-CANAL
               END-IF
               IF WRK-QTD-CANAL = ZEROS
                   PERFORM 3400-SEM-CONTATO
               ELSE
                   PERFORM 3320-MONTA-MENSAGEM
                   PERFORM 3330-GRAVA-AVISO
                       VARYING WRK-CTT-IDX FROM 1 BY 1
                       UNTIL WRK-CTT-IDX > WRK-CTT-QTD
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONTA OS CONTATOS AUTORIZADOS DO CLIENTE NO CANAL
      *-----------------------------------------------------
       3310-CONTA-CANAL.
           MOVE ZEROS TO WRK-QTD-CANAL
           PERFORM 3311-CONFERE-CONTATO
               VARYING WRK-CTT-IDX FROM 1 BY 1
               UNTIL WRK-CTT-IDX > WRK-CTT-QTD.

       3311-CONFERE-CONTATO.
           IF WRK-CTT-TIPO(WRK-CTT-IDX) = WRK-CANAL
               ADD 1 TO WRK-QTD-CANAL
           END-IF.

      *-----------------------------------------------------
      *    MONTA O TEXTO DO AVISO (ATE 60 POSICOES)
      *-----------------------------------------------------
       3320-MONTA-MENSAGEM.
           MOVE SPACES TO WRK-MENSAGEM
           PERFORM 3321-EDITA-VALOR
           EVALUATE SORT-EVENTO
               WHEN 'DA'
                   STRING 'DEBITO DE R$ ' DELIMITED BY SIZE
                          WRK-VALOR-TXT DELIMITED BY SPACE
                          ' NA SUA CONTA ' DELIMITED BY SIZE
                          SORT-SEQUENCIA DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
               WHEN 'DR'
                   IF SORT-COMPL = 'B'
                       STRING 'DEBITO DE R$ ' DELIMITED BY SIZE
                              WRK-VALOR-TXT DELIMITED BY SPACE
                              ' RECUSADO NA CONTA ' DELIMITED BY SIZE
                              SORT-SEQUENCIA DELIMITED BY SIZE
                              ': BLOQUEIO JUDICIAL'
                                  DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
                   ELSE
                       STRING 'DEBITO DE R$ ' DELIMITED BY SIZE
                              WRK-VALOR-TXT DELIMITED BY SPACE
                              ' RECUSADO NA CONTA ' DELIMITED BY SIZE
                              SORT-SEQUENCIA DELIMITED BY SIZE
                              ': SEM LIMITE' DELIMITED BY SIZE
                           INTO WRK-MENSAGEM
                   END-IF
               WHEN 'BJ'
                   STRING 'BLOQUEIO JUDICIAL DE R$ ' DELIMITED BY SIZE
                          WRK-VALOR-TXT DELIMITED BY SPACE
                          ' NA SUA CONTA ' DELIMITED BY SIZE
                          SORT-SEQUENCIA DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
               WHEN 'SN'
                   STRING 'SUA CONTA ' DELIMITED BY SIZE
                          SORT-SEQUENCIA DELIMITED BY SIZE
                          ' ESTA COM SALDO NEGATIVO DE R$ '
                              DELIMITED BY SIZE
                          WRK-VALOR-TXT DELIMITED BY SPACE
                       INTO WRK-MENSAGEM
               WHEN OTHER
                   IF SORT-COMPL = 'E'
                       MOVE 'ENDERECO' TO WRK-ITEM-ALTERADO
                   ELSE
                       MOVE 'CONTATO' TO WRK-ITEM-ALTERADO
                   END-IF
                   STRING WRK-ITEM-ALTERADO DELIMITED BY SPACE
                          ' ALTERADO NO CADASTRO. NAO FOI VOCE?'
                              DELIMITED BY SIZE
                          ' FALE C/ AGENCIA' DELIMITED BY SIZE
                       INTO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    EDITA O VALOR DO EVENTO SEM OS BRANCOS A ESQUERDA
      *-----------------------------------------------------
       3321-EDITA-VALOR.
           MOVE SORT-VALOR TO WRK-VALOR-EDT
           MOVE ZEROS TO WRK-BRANCOS
           INSPECT WRK-VALOR-EDT TALLYING WRK-BRANCOS
               FOR LEADING SPACES
           MOVE SPACES TO WRK-VALOR-TXT
           MOVE WRK-VALOR-EDT(WRK-BRANCOS + 1:) TO WRK-VALOR-TXT.

      *-----------------------------------------------------
      *    GRAVA O AVISO PARA UM CONTATO DO CANAL ESCOLHIDO, NO
      *    ARQUIVO DO GATEWAY E NO HISTORICO DE AVISOS
      *-----------------------------------------------------
       3330-GRAVA-AVISO.
           IF WRK-CTT-TIPO(WRK-CTT-IDX) = WRK-CANAL
               ADD 1 TO WRK-NTD-SEQ
               MOVE SPACES TO NTF-DETALHE
               MOVE 'D'                      TO NTD-TIPO
               MOVE WRK-DATA-HOJE-N          TO NTD-DATA
               MOVE WRK-NTD-SEQ              TO NTD-SEQ
               MOVE SORT-EVENTO              TO NTD-EVENTO
               MOVE WRK-CANAL                TO NTD-CANAL
               MOVE WRK-CTT-VALOR(WRK-CTT-IDX) TO NTD-DESTINO
               MOVE SORT-CLIENTE             TO NTD-CLIENTE
               MOVE SORT-SEQUENCIA           TO NTD-SEQUENCIA
               MOVE WRK-CTT-SEQ(WRK-CTT-IDX) TO NTD-CON-SEQ
               MOVE WRK-AGENCIA-ATUAL        TO NTD-AGENCIA
               MOVE SORT-VALOR               TO NTD-VALOR
               MOVE WRK-MENSAGEM             TO NTD-MENSAGEM
               WRITE NTF-DETALHE
               WRITE NHS-LINHA FROM NTF-DETALHE
               ADD 1 TO WRK-TOTAL-AVISOS
               ADD 1 TO WRK-EVT-AVISOS(WRK-EVT-IDX)
           END-IF.

      *-----------------------------------------------------
      *    EVENTO DE CLIENTE SEM CONTATO AUTORIZADO EM NENHUM
      *    CANAL: SAI NO RELATORIO PARA A AGENCIA
      *-----------------------------------------------------
       3400-SEM-CONTATO.
           ADD 1 TO WRK-TOTAL-SEM-CONTATO
           ADD 1 TO WRK-EVT-SEM-CTT(WRK-EVT-IDX)
           MOVE SORT-CLIENTE      TO DET-CLIENTE
           MOVE SORT-SEQUENCIA    TO DET-SEQ
           MOVE SORT-EVENTO       TO DET-EVENTO
           MOVE WRK-AGENCIA-ATUAL TO DET-AGENCIA
           MOVE SORT-VALOR        TO DET-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-DET.

      *-----------------------------------------------------
      *    FECHA O ARQUIVO DO GATEWAY COM O TRAILER, IMPRIME OS
      *    TOTAIS POR EVENTO E ENCERRA OS ARQUIVOS
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO NTF-TRAILER
           MOVE 'T' TO NTT-TIPO
           MOVE WRK-TOTAL-AVISOS TO NTT-QTD
           WRITE NTF-TRAILER
           CLOSE ARQ-NOTIFIC
           CLOSE ARQ-NOTIFHIS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO4
           PERFORM 9100-IMPRIME-EVENTO
               VARYING WRK-EVT-IDX FROM 1 BY 1
               UNTIL WRK-EVT-IDX > 5
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'EVENTOS DO DIA......: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-EVENTOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'AVISOS GERADOS......: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-AVISOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'SEM CONTATO AUTORIZ.: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-SEM-CONTATO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CLIENTE FORA CADASTRO: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-FORA-CADASTRO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CLIENTE FALECIDO....: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-FALECIDOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           CLOSE CLIENTE-MASTER
           IF TEM-CONTATO
               CLOSE ARQ-CONTATO
           END-IF
           IF TEM-NOTPREF
               CLOSE ARQ-AVISO
           END-IF
           DISPLAY 'EVENTOS DO DIA..........: ' WRK-TOTAL-EVENTOS
           DISPLAY 'AVISOS GERADOS..........: ' WRK-TOTAL-AVISOS
           DISPLAY 'SEM CONTATO AUTORIZADO..: ' WRK-TOTAL-SEM-CONTATO
           DISPLAY 'CLIENTE FORA DO CADASTRO: '
               WRK-TOTAL-FORA-CADASTRO
           DISPLAY 'CLIENTE FALECIDO........: ' WRK-TOTAL-FALECIDOS.

       9100-IMPRIME-EVENTO.
           MOVE WRK-EVT-CODIGO(WRK-EVT-IDX)    TO EVL-CODIGO
           MOVE WRK-EVT-DESCRICAO(WRK-EVT-IDX) TO EVL-DESCRICAO
           MOVE WRK-EVT-QTD(WRK-EVT-IDX)       TO EVL-QTD
           MOVE WRK-EVT-AVISOS(WRK-EVT-IDX)    TO EVL-AVISOS
           MOVE WRK-EVT-SEM-CTT(WRK-EVT-IDX)   TO EVL-SEM-CTT
           WRITE REL-LINHA FROM WRK-LINHA-EVENTO.
