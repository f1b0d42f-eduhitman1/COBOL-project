      *            E NO GL SEM A CONCILIACAO ACUSAR. GRUPO ACIMA
      *            DE 1000 MOVIMENTOS DESCARREGA A TABELA NO MEIO
      *            (JANELA RESIDUAL SO NESSE CASO EXTREMO).
      * 2026-10-15 IVN - DEBITO EM CONTA DORMENTE (ARQUIVO CTADORM,
      *            COPY DORMENTE, MARCADO NO FECHAMENTO MENSAL PELO
      *            COB55-DORMENTE) PASSA A SER RECUSADO COM O MOTIVO
      *            NO MOVREL, INCLUSIVE NA PONTA DE ORIGEM DA
      *            TRANSFERENCIA. CREDITO CONTINUA ACEITO. CONTA
      *            REATIVADA PELA SUPERVISAO (STATUS R) DEBITA
      *            NORMALMENTE. A LINHA DO MOVHIST GANHA A AGENCIA
      *            DO LOTE DE ORIGEM, QUE PASSA PELO SORT E PELO
      *            TRFWORK JUNTO COM O MOVIMENTO.
      * 2026-10-15 IVN - AS DUAS PERNAS DA TRANSFERENCIA SAEM NO
      *            MOVHIST COM A ORIGEM T (MHS-ORIGEM), PARA O
      *            MONITORAMENTO COAF. A TABELA DE RETENCAO DO
      *            HISTORICO ACOMPANHA A LINHA, QUE PASSA A 52.
      * 2026-10-15 IVN - NOVA FASE DE ESTORNOS (MOVIMENTO TIPO E),
      *            DEPOIS DAS TRANSFERENCIAS. O ESTORNO APONTA O
      *            LANCAMENTO ORIGINAL NO MOVHIST (DATA, CONTA E
      *            VALOR); O PASSO CONFERE QUE O ORIGINAL EXISTE,
      *            QUE O VALOR CONFERE E QUE ELE AINDA NAO FOI
      *            ESTORNADO, E APLICA O EFEITO OPOSTO NA CONTA
      *            (ESTORNO DE DEBITO CREDITA, DE CREDITO DEBITA),
      *            SEM CRITICA DE LIMITE, BLOQUEIO OU DORMENCIA - E
      *            CORRECAO DE LANCAMENTO INDEVIDO. O ORIGINAL E
      *            MARCADO COMO ESTORNADO NO MOVHIST (REGRAVADO VIA
      *            ARQUIVO DE TRABALHO ESTTMP, COMO NA UNIFICACAO
      *            DO COB45) E A LINHA DO ESTORNO SAI VINCULADA A
      *            ELE. A TABELA DE RETENCAO DO HISTORICO ACOMPANHA
      *            A LINHA, QUE PASSA A 63.
      * 2026-10-15 IVN - CADA DETALHE D, C OU T PASSA A TRAZER O CODIGO
      *            DE HISTORICO (MOV-HISTORICO), CONFERIDO NA TABELA
      *            HISTCOD PELO COB58-HISTORICO NA FASE DE ENTRADA:
      *            CODIGO INEXISTENTE OU INATIVO, OU DE NATUREZA
      *            CONTRARIA AO TIPO D/C, E RECUSADO COM O MOTIVO NO
      *            MOVREL. NA TRANSFERENCIA O CODIGO VALE PARA AS DUAS
      *            PERNAS; O ESTORNO HERDA O CODIGO DO ORIGINAL. O
      *            CODIGO VAI PARA O MOVHIST (EXTRATO E GL) E A
      *            TABELA DE RETENCAO ACOMPANHA A LINHA, QUE PASSA A
      *            68.
      * 2026-10-15 IVN - OS REJEITOS DE DEBITO, CREDITO E TRANSFERENCIA
      *            PASSAM A SAIR TAMBEM NO ARQUIVO MOVREJ (COPY
      *            MOVREJ), COM A IMAGEM DO DETALHE DO MOVTO, O LOTE,
      *            A AGENCIA E O CODIGO DO MOTIVO (LIMITE, BLOQUEIO,
      *            DORMENTE, CADASTRO), PARA O AVISO AO CLIENTE
      *            (COB80-NOTIFICA). O LOTE ACOMPANHA O MOVIMENTO NO
      *            SORT E NO TRFWORK. OS REJEITOS DO GRUPO FICAM
      *            RETIDOS COMO O HISTORICO E SO SAEM NO FECHAMENTO,
      *            ANTES DO CHECKPOINT, PARA A RETOMADA NAO OS
      *            DUPLICAR; NA RETOMADA O MOVREJ ABRE EM EXTEND.
      * 2026-10-15 IVN - OS REJEITOS DA FASE DE ENTRADA (FORA DE LOTE,
      *            LOTE RECUSADO, MAL FORMADO, HISTORICO RECUSADO E
      *            EXCESSO DE ESTORNOS) E OS ESTORNOS RECUSADOS
      *            TAMBEM SAEM NO MOVREJ, COM A LINHA DO MOVTO COMO
      *            VEIO, PARA O ARQUIVO DE PENDENCIAS (COB83-
      *            PENDENCIAS) ONDE A FILIAL CORRIGE E REENVIA. A
      *            LINHA DE LOTE RECUSADO, QUE SO CONTAVA, PASSA A
      *            SAIR NO MOVREJ UMA A UMA.
      * 2026-10-15 IVN - CLIENTE FALECIDO (STATUS O) CONTINUA
      *            RECEBENDO CREDITO E TRANSFERENCIA, MAS DEBITO NA
      *            CONTA DELE (AVULSO OU ORIGEM DE TRANSFERENCIA) SO
      *            PASSA COM UMA AUTORIZACAO PENDENTE DA SUPERVISAO
      *            PARA O ESPOLIO (ESPAUT, COPY ESPAUT) DE MESMO
      *            VALOR E MESMO HISTORICO; SEM ELA O DEBITO SAI NO
      *            MOVREJ COM O CODIGO M. A AUTORIZACAO USADA E
      *            BAIXADA (U, COM A DATA) JUNTO COM O SALDO, ANTES
      *            DO CHECKPOINT; DEBITO AUTORIZADO QUE CAI NO
      *            LIMITE, NO BLOQUEIO OU NA DORMENCIA NAO CONSOME A
      *            AUTORIZACAO. SEM O ESPAUT NENHUM DEBITO DE
      *            FALECIDO PASSA.
      * 2026-10-15 IVN - ESTORNO DE CREDITO (QUE POSTA UM DEBITO)
      *            PASSA PELAS MESMAS CRITICAS DO DEBITO COMUM,
      *            MENOS A DE LIMITE: CLIENTE FALECIDO SO COM
      *            AUTORIZACAO DO ESPOLIO (ESPAUT), QUE E BAIXADA
      *            JUNTO COM O SALDO; CONTA DORMENTE E BLOQUEIO
      *            JUDICIAL RECUSAM NO MOVREJ COM O CODIGO DO
      *            MOTIVO. O ESTORNO RECUSADO SAI NO MOVREJ COM O
      *            LOTE DE ORIGEM, GUARDADO NA TABELA DA NOITE. O
      *            CHECKPOINT GANHA A QUINTA LINHA COM A FASE DOS
      *            ESTORNOS: DEPOIS DE REGRAVADO O MOVHIST ELE E
      *            GRAVADO COM A FASE H E AS AUTORIZACOES A BAIXAR,
      *            E A RETOMADA NESSA FASE SO REFAZ OS SALDOS (A
      *            PARTIR DAS LINHAS DE ESTORNO DO DIA NO MOVHIST) E
      *            AS BAIXAS - ANTES O ORIGINAL JA MARCADO FAZIA A
      *            RETOMADA RECUSAR O ESTORNO E O SALDO NUNCA ERA
      *            CORRIGIDO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TRANSF.

           SELECT ARQ-HIST-TEMP ASSIGN TO "ESTTMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TEMP.

           SELECT ARQ-APLICADOS ASSIGN TO "MOVAPLIC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-APLICADOS.
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-DORMENTES ASSIGN TO "CTADORM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOR-CHAVE
               FILE STATUS IS WRK-FS-DORMENTES.

           SELECT ARQ-REJEITADOS ASSIGN TO "MOVREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REJEITADOS.

           SELECT ARQ-ESPAUT ASSIGN TO "ESPAUT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESA-CHAVE
               FILE STATUS IS WRK-FS-ESPAUT.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-MOVIMENTO.
              88 SORT-DEBITO       VALUE 'D'.
              88 SORT-CREDITO      VALUE 'C'.
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-HISTORICO       PIC 9(04).
           05 SORT-LOTE            PIC 9(03).

       FD  CONTA-MASTER.
           COPY CONTA.
           05 FILLER               PIC X(09).
       01  CKPT-LINHA-VALOR REDEFINES CKPT-LINHA.
           05 CKPT-VALOR           PIC 9(13)V99.
       01  CKPT-LINHA-FASE REDEFINES CKPT-LINHA.
           05 CKPT-FASE            PIC X(01).
           05 FILLER               PIC X(14).
       01  CKPT-LINHA-ESPAUT REDEFINES CKPT-LINHA.
           05 CKPT-ESA-CLIENTE     PIC 9(06).
           05 CKPT-ESA-SEQUENCIA   PIC 9(02).
           05 CKPT-ESA-NUMERO      PIC 9(03).
           05 FILLER               PIC X(04).

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  ARQ-HIST-TEMP.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==TMP-HIS-REC==
                                  LEADING ==MHS== BY ==TMH==.

       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-DORMENTES.
           COPY DORMENTE.

       FD  ARQ-REJEITADOS.
           COPY MOVREJ.

       FD  ARQ-ESPAUT.
           COPY ESPAUT.

       FD  ARQ-APLICADOS.
       01  APL-LINHA.
           05 APL-DATA             PIC 9(08).
           05 TRF-CLI-DEST         PIC 9(06).
           05 TRF-SEQ-DEST         PIC 9(02).
           05 TRF-VALOR            PIC 9(09)V99.
           05 TRF-AGENCIA          PIC 9(04).
           05 TRF-HISTORICO        PIC 9(04).
           05 TRF-LOTE             PIC 9(03).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'MOVPOST '.
       77  WRK-TEM-BLOQJUD         PIC X(01) VALUE 'N'.
           88 TEM-BLOQJUD          VALUE 'S'.
       77  WRK-TOT-BLOQUEADO       PIC 9(11)V99 VALUE ZEROS.
       77  WRK-FS-DORMENTES        PIC X(02) VALUE '00'.
       77  WRK-TEM-CTADORM         PIC X(01) VALUE 'N'.
           88 TEM-CTADORM          VALUE 'S'.
       77  WRK-CONTA-DORMENTE      PIC X(01) VALUE 'N'.
           88 CONTA-DORMENTE       VALUE 'S'.
       77  WRK-FS-ESPAUT           PIC X(02) VALUE '00'.
       77  WRK-TEM-ESPAUT          PIC X(01) VALUE 'N'.
           88 TEM-ESPAUT           VALUE 'S'.
       77  WRK-CLIENTE-FALECIDO    PIC X(01) VALUE 'N'.
           88 CLIENTE-FALECIDO     VALUE 'S'.
       77  WRK-ESP-QTD             PIC 9(02) VALUE ZEROS.
       77  WRK-ESP-IDX             PIC 9(02) VALUE ZEROS.
       77  WRK-ESP-ACHADA          PIC 9(02) VALUE ZEROS.
       77  WRK-ESP-PROC-VALOR      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-ESP-PROC-HIST       PIC 9(04) VALUE ZEROS.

      *    AUTORIZACOES PENDENTES DO ESPOLIO NA CONTA CORRENTE
      *    (GRUPO OU ORIGEM DA TRANSFERENCIA); USO = S QUANDO UM
      *    DEBITO APLICADO CONSUMIU A AUTORIZACAO
       01  WRK-ESPAUT-TAB.
           05 WRK-ESP-ENT          OCCURS 50 TIMES.
              10 WRK-ESP-NUMERO    PIC 9(03).
              10 WRK-ESP-VALOR     PIC 9(09)V99.
              10 WRK-ESP-HISTORICO PIC 9(04).
              10 WRK-ESP-USO       PIC X(01).

       01  WRK-MOTIVO-BLOQUEIO.
           05 FILLER               PIC X(12) VALUE 'INVADE BLOQ '.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MOT-BLO-AUT          PIC X(15).

       77  WRK-FS-REJEITADOS       PIC X(02) VALUE '00'.
       77  WRK-REJ-CODIGO          PIC X(01) VALUE SPACE.
       77  WRK-REJ-QTD             PIC 9(04) VALUE ZEROS.
       77  WRK-REJ-IDX             PIC 9(04) VALUE ZEROS.

      *    REJEITOS DO GRUPO, RETIDOS ATE O FECHAMENTO
       01  WRK-REJ-PENDENTE.
           05 WRK-REJ-LIN          PIC X(94) OCCURS 1000 TIMES.

       77  WRK-TRF-BLOQUEIO        PIC X(01) VALUE 'N'.
           88 TRF-INVADE-BLOQ      VALUE 'S'.
       77  WRK-HIS-QTD             PIC 9(04) VALUE ZEROS.
       77  WRK-HIS-IDX             PIC 9(04) VALUE ZEROS.

       01  WRK-HIST-PENDENTE.
           05 WRK-HIS-LIN          PIC X(68) OCCURS 1000 TIMES.

       77  WRK-FS-TEMP             PIC X(02) VALUE '00'.
       77  WRK-EST-QTD             PIC 9(03) VALUE ZEROS.
       77  WRK-EST-IDX             PIC 9(03) VALUE ZEROS.
       77  WRK-EST-AUX             PIC 9(03) VALUE ZEROS.
       77  WRK-EST-MENOR-DATA      PIC 9(08) VALUE ZEROS.
       77  WRK-EST-APLICADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-EST-REJEITADOS      PIC 9(06) VALUE ZEROS.
       77  WRK-HIS-ORDEM           PIC 9(09) VALUE ZEROS.
       77  WRK-LINHA-TOMADA        PIC X(01) VALUE 'N'.
           88 LINHA-TOMADA         VALUE 'S'.
       77  WRK-MOTIVO-HIST         PIC X(30) VALUE SPACES.
       77  WRK-HCD-SITUACAO        PIC X(01) VALUE SPACE.
           88 HCD-ATIVO            VALUE 'S'.
           88 HCD-INATIVO          VALUE 'I'.
       77  WRK-HCD-DESCRICAO       PIC X(25) VALUE SPACES.
       77  WRK-HCD-NATUREZA        PIC X(01) VALUE SPACE.
       77  WRK-HCD-CONTA-GL        PIC X(10) VALUE SPACES.

      *    ESTORNOS DA NOITE, GUARDADOS NA FASE DE ENTRADA. A
      *    ORDEM DO ORIGINAL E A POSICAO DA LINHA NO MOVHIST
      *    (ZERO = NAO ACHADO)
       01  WRK-ESTORNOS-TAB.
           05 WRK-EST-ENT          OCCURS 500 TIMES.
              10 WRK-EST-CLIENTE   PIC 9(06).
              10 WRK-EST-SEQ       PIC 9(02).
              10 WRK-EST-VALOR     PIC 9(09)V99.
              10 WRK-EST-DATA-ORIG PIC 9(08).
              10 WRK-EST-AGENCIA   PIC 9(04).
              10 WRK-EST-ORDEM     PIC 9(09).
              10 WRK-EST-TIPO-ORIG PIC X(01).
              10 WRK-EST-JA-ESTORN PIC X(01).
              10 WRK-EST-OUTRO-VAL PIC X(01).
              10 WRK-EST-SITUACAO  PIC X(01).
                 88 EST-APLICADO   VALUE 'A'.
              10 WRK-EST-SALDO     PIC S9(09)V99.
              10 WRK-EST-HISTORICO PIC 9(04).
              10 WRK-EST-LOTE      PIC 9(03).
              10 WRK-EST-ESPAUT    PIC 9(03).

      *    FASE DOS ESTORNOS NO CHECKPOINT: H = MOVHIST JA
      *    REGRAVADO, FALTAM OS SALDOS E AS BAIXAS DO ESPAUT
       77  WRK-FASE-ESTORNO        PIC X(01) VALUE SPACE.
           88 ESTORNO-HIST-GRAVADO VALUE 'H'.
       77  WRK-CKE-QTD             PIC 9(03) VALUE ZEROS.
       77  WRK-CKE-IDX             PIC 9(03) VALUE ZEROS.

      *    AUTORIZACOES DO ESPOLIO A BAIXAR NA RETOMADA DA FASE H
       01  WRK-CKPT-ESPAUT-TAB.
           05 WRK-CKE-ENT          OCCURS 500 TIMES.
              10 WRK-CKE-CLIENTE   PIC 9(06).
              10 WRK-CKE-SEQUENCIA PIC 9(02).
              10 WRK-CKE-NUMERO    PIC 9(03).

       01  WRK-LINHA-REJ-BLOQ.
           05 FILLER               PIC X(22) VALUE SPACES.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 TRA-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-ESTORNO.
           05 FILLER               PIC X(08) VALUE 'ESTORNO '.
           05 EST-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EST-SEQ              PIC 99.
           05 FILLER               PIC X(05) VALUE ' DE  '.
           05 EST-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EST-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 EST-ANO              PIC 9999.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EST-TIPO-ORIG        PIC X(01).
           05 FILLER               PIC X(04) VALUE ' -> '.
           05 EST-TIPO-NOVO        PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EST-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EST-SALDO            PIC ZZZ.ZZZ.ZZ9,99-.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
                   INPUT PROCEDURE 2000-CARREGA-SORT
                   OUTPUT PROCEDURE 3000-POSTA-MOVIMENTOS
               PERFORM 4000-PROCESSA-TRANSFERENCIAS
               PERFORM 5000-PROCESSA-ESTORNOS
               PERFORM 9000-FINALIZE
               PERFORM 0200-ENCERRA-CICLO
           END-IF
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-CHECKPOINT
           PERFORM 1200-ABRE-RELATORIO
           PERFORM 1300-ABRE-REJEITADOS
           OPEN I-O CONTA-MASTER
           IF WRK-FS-CONTA = '35'
               OPEN OUTPUT CONTA-MASTER
           OPEN INPUT ARQ-BLOQUEIOS
           IF WRK-FS-BLOQUEIOS = '00'
               MOVE 'S' TO WRK-TEM-BLOQJUD
           END-IF
           MOVE 'N' TO WRK-TEM-CTADORM
           OPEN INPUT ARQ-DORMENTES
           IF WRK-FS-DORMENTES = '00'
               MOVE 'S' TO WRK-TEM-CTADORM
           END-IF
           MOVE 'N' TO WRK-TEM-ESPAUT
           OPEN I-O ARQ-ESPAUT
           IF WRK-FS-ESPAUT = '00'
               MOVE 'S' TO WRK-TEM-ESPAUT
           END-IF.

      *-----------------------------------------------------
               PERFORM 1210-IMPRIME-CABECALHO
           END-IF.

      *-----------------------------------------------------
      *    ABRE O ARQUIVO DE REJEITADOS, EM EXTEND NUMA RETOMADA
      *    PELA MESMA REGRA DO RELATORIO
      *-----------------------------------------------------
       1300-ABRE-REJEITADOS.
           IF RETOMAR-MOVIMENTO
               OPEN EXTEND ARQ-REJEITADOS
               IF WRK-FS-REJEITADOS NOT = '00'
                   OPEN OUTPUT ARQ-REJEITADOS
               END-IF
           ELSE
               OPEN OUTPUT ARQ-REJEITADOS
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO DO RELATORIO DE LANCAMENTOS
      *-----------------------------------------------------
                       NOT AT END
                           MOVE CKPT-VALOR TO WRK-DIA-CREDITOS
                   END-READ
                   IF WRK-FS-CKPT = '00'
                       READ ARQ-CHECKPOINT
                           AT END
                               CONTINUE
                           NOT AT END
                               MOVE CKPT-FASE TO WRK-FASE-ESTORNO
                       END-READ
                   END-IF
                   IF ESTORNO-HIST-GRAVADO
                       PERFORM 1110-LER-CKPT-ESPAUT
                           UNTIL WRK-FS-CKPT NOT = '00'
                   END-IF
               END-IF
               CLOSE ARQ-CHECKPOINT
           END-IF.

      *-----------------------------------------------------
      *    LE UMA AUTORIZACAO DO ESPOLIO QUE A FASE DE ESTORNOS
      *    DA EXECUCAO ABORTADA AINDA TINHA A BAIXAR
      *-----------------------------------------------------
       1110-LER-CKPT-ESPAUT.
           READ ARQ-CHECKPOINT
               AT END
                   MOVE '10' TO WRK-FS-CKPT
               NOT AT END
                   IF WRK-CKE-QTD < 500
                       ADD 1 TO WRK-CKE-QTD
                       MOVE CKPT-ESA-CLIENTE
                           TO WRK-CKE-CLIENTE(WRK-CKE-QTD)
                       MOVE CKPT-ESA-SEQUENCIA
                           TO WRK-CKE-SEQUENCIA(WRK-CKE-QTD)
                       MOVE CKPT-ESA-NUMERO
                           TO WRK-CKE-NUMERO(WRK-CKE-QTD)
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: LE O ARQUIVO DE MOVIMENTOS
      *    E LIBERA PARA ORDENACAO OS REGISTROS BEM FORMADOS

      *-----------------------------------------------------
      *    ACUMULA UM DETALHE NA CONFERENCIA DO LOTE CORRENTE
      *    (TRANSFERENCIA ENTRA NOS DOIS TOTAIS; ESTORNO, CUJA
      *    NATUREZA SO SE CONHECE NO LANCAMENTO, SO CONTA NA
      *    QUANTIDADE)
      *-----------------------------------------------------
       2063-ACUMULA-DETALHE.
           IF EM-LOTE

      *-----------------------------------------------------
      *    TRATA UM DETALHE DA PASSADA DE CARGA: FORA DE LOTE
      *    OU DE LOTE RECUSADO E REJEITADO, ASSIM COMO O DE
      *    HISTORICO RECUSADO; O RESTO PASSA PELA
      *    CRITICA DE FORMA E E LIBERADO PARA O SORT (OU GUARDADO
      *    PARA A FASE DE TRANSFERENCIAS OU A DE ESTORNOS)
      *-----------------------------------------------------
       2110-TRATA-DETALHE.
           ADD 1 TO WRK-TOTAL-LIDOS
           PERFORM 2120-CRITICA-HISTORICO
           EVALUATE TRUE
               WHEN NOT EM-LOTE
                   ADD 1 TO WRK-TOTAL-REJEITADOS
                       MOVE ZEROS TO REJ-VALOR
                       MOVE 'MOVIMENTO FORA DE LOTE' TO REJ-MOTIVO
                       WRITE REL-LINHA FROM WRK-LINHA-REJEITO
                       MOVE 'F' TO WRK-REJ-CODIGO
                       MOVE REJ-MOTIVO TO WRK-MOTIVO-MOV
                       PERFORM 2140-GRAVA-REJEITO-ENTRADA
                   END-IF
               WHEN WRK-LOTE-IDX > 500
                 OR WRK-LOTE-OK(WRK-LOTE-IDX) NOT = 'S'
                   ADD 1 TO WRK-TOTAL-REJEITADOS
                   IF NOT RETOMAR-MOVIMENTO
                       MOVE 'F' TO WRK-REJ-CODIGO
                       MOVE 'LOTE RECUSADO' TO WRK-MOTIVO-MOV
                       PERFORM 2140-GRAVA-REJEITO-ENTRADA
                   END-IF
               WHEN WRK-MOTIVO-HIST NOT = SPACES
                   PERFORM 2130-REJEITA-HISTORICO
               WHEN MOV-CLIENTE NUMERIC
                AND MOV-SEQUENCIA NUMERIC
                AND MOV-VALOR NUMERIC
                   MOVE MOV-SEQUENCIA TO SORT-SEQUENCIA
                   MOVE MOV-TIPO      TO SORT-TIPO
                   MOVE MOV-VALOR     TO SORT-VALOR
                   MOVE WRK-LOTE-AGENCIA(WRK-LOTE-IDX)
                       TO SORT-AGENCIA
                   MOVE MOV-HISTORICO TO SORT-HISTORICO
                   MOVE WRK-LOTE-IDX  TO SORT-LOTE
                   RELEASE SORT-REC
               WHEN MOV-TRANSFERENCIA
                AND MOV-CLIENTE NUMERIC
                AND MOV-CLIENTE-DEST NUMERIC
                AND MOV-SEQ-DEST NUMERIC
                   PERFORM 2200-GUARDA-TRANSFERENCIA
               WHEN MOV-ESTORNO
                AND MOV-CLIENTE NUMERIC
                AND MOV-SEQUENCIA NUMERIC
                AND MOV-VALOR NUMERIC
                AND MOV-DATA-ORIGINAL NUMERIC
                AND MOV-DATA-ORIGINAL NOT = ZEROS
                   PERFORM 2300-GUARDA-ESTORNO
               WHEN OTHER
                   ADD 1 TO WRK-TOTAL-REJEITADOS
                   IF NOT RETOMAR-MOVIMENTO
                       MOVE ZEROS TO REJ-VALOR
                       MOVE 'MOVIMENTO MAL FORMADO' TO REJ-MOTIVO
                       WRITE REL-LINHA FROM WRK-LINHA-REJEITO
                       MOVE 'F' TO WRK-REJ-CODIGO
                       MOVE REJ-MOTIVO TO WRK-MOTIVO-MOV
                       PERFORM 2140-GRAVA-REJEITO-ENTRADA
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    CONFERE O CODIGO DE HISTORICO DO DETALHE D, C OU T NA
      *    TABELA HISTCOD E CARREGA O MOTIVO DA RECUSA (EM BRANCO
      *    QUANDO O CODIGO SERVE OU O DETALHE E DE OUTRO TIPO -
      *    O ESTORNO HERDA O CODIGO DO ORIGINAL). NA TRANSFERENCIA
      *    A NATUREZA NAO SE CONFERE: O CODIGO VALE PARA AS DUAS
      *    PERNAS
      *-----------------------------------------------------
       2120-CRITICA-HISTORICO.
           MOVE SPACES TO WRK-MOTIVO-HIST
           IF MOV-DEBITO OR MOV-CREDITO OR MOV-TRANSFERENCIA
               MOVE 'N' TO WRK-HCD-SITUACAO
               IF MOV-HISTORICO NUMERIC
                   CALL 'COB58-HISTORICO' USING MOV-HISTORICO
                       WRK-HCD-SITUACAO WRK-HCD-DESCRICAO
                       WRK-HCD-NATUREZA WRK-HCD-CONTA-GL
               END-IF
               EVALUATE TRUE
                   WHEN HCD-INATIVO
                       MOVE 'HISTORICO INATIVO' TO WRK-MOTIVO-HIST
                   WHEN NOT HCD-ATIVO
                       MOVE 'HISTORICO INEXISTENTE'
                           TO WRK-MOTIVO-HIST
                   WHEN NOT MOV-TRANSFERENCIA
                    AND WRK-HCD-NATUREZA NOT = MOV-TIPO
                       MOVE 'HISTORICO DE NATUREZA CONTRARIA'
                           TO WRK-MOTIVO-HIST
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    REJEITA O DETALHE COM HISTORICO RECUSADO (A LINHA NAO
      *    SAI DE NOVO NUMA RETOMADA, PELA MESMA REGRA DO MAL
      *    FORMADO)
      *-----------------------------------------------------
       2130-REJEITA-HISTORICO.
           ADD 1 TO WRK-TOTAL-REJEITADOS
           IF NOT RETOMAR-MOVIMENTO
               MOVE ZEROS TO REJ-CLIENTE REJ-SEQ REJ-VALOR
               IF MOV-CLIENTE NUMERIC
                   MOVE MOV-CLIENTE TO REJ-CLIENTE
               END-IF
               IF MOV-SEQUENCIA NUMERIC
                   MOVE MOV-SEQUENCIA TO REJ-SEQ
               END-IF
               IF MOV-VALOR NUMERIC
                   MOVE MOV-VALOR TO REJ-VALOR
               END-IF
               MOVE WRK-MOTIVO-HIST TO REJ-MOTIVO
               WRITE REL-LINHA FROM WRK-LINHA-REJEITO
               MOVE 'H' TO WRK-REJ-CODIGO
               MOVE WRK-MOTIVO-HIST TO WRK-MOTIVO-MOV
               PERFORM 2140-GRAVA-REJEITO-ENTRADA
           END-IF.

      *-----------------------------------------------------
      *    GRAVA NO MOVREJ O REJEITO DA FASE DE ENTRADA COM A
      *    LINHA DO MOVTO COMO VEIO (MESMO MAL FORMADA), O LOTE
      *    E A AGENCIA DO LOTE (ZEROS FORA DE LOTE OU ALEM DA
      *    TABELA). GRAVA DIRETO: A FASE DE ENTRADA NAO SE REPETE
      *    NA RETOMADA
      *-----------------------------------------------------
       2140-GRAVA-REJEITO-ENTRADA.
           MOVE WRK-DATA-HOJE  TO MRJ-DATA
           MOVE ZEROS          TO MRJ-AGENCIA
           IF EM-LOTE
               MOVE WRK-LOTE-IDX TO MRJ-LOTE
               IF WRK-LOTE-IDX NOT > 500
                   MOVE WRK-LOTE-AGENCIA(WRK-LOTE-IDX)
                       TO MRJ-AGENCIA
               END-IF
           ELSE
               MOVE ZEROS TO MRJ-LOTE
           END-IF
           MOVE WRK-REJ-CODIGO TO MRJ-CODIGO
           MOVE WRK-MOTIVO-MOV TO MRJ-MOTIVO
           MOVE MOV-LINHA      TO MRJ-MOVIMENTO
           WRITE MOVREJ-REC.

      *-----------------------------------------------------
      *    GUARDA A TRANSFERENCIA NO ARQUIVO DE TRABALHO PARA A
      *    FASE PROPRIA, DEPOIS DOS GRUPOS DO SORT
           MOVE MOV-CLIENTE-DEST TO TRF-CLI-DEST
           MOVE MOV-SEQ-DEST     TO TRF-SEQ-DEST
           MOVE MOV-VALOR        TO TRF-VALOR
           MOVE WRK-LOTE-AGENCIA(WRK-LOTE-IDX) TO TRF-AGENCIA
           MOVE MOV-HISTORICO    TO TRF-HISTORICO
           MOVE WRK-LOTE-IDX     TO TRF-LOTE
           WRITE TRF-LINHA.

      *-----------------------------------------------------
      *    GUARDA O ESTORNO NA TABELA DA NOITE PARA A FASE
      *    PROPRIA, DEPOIS DAS TRANSFERENCIAS. TABELA CHEIA
      *    REJEITA O EXCEDENTE (A FILIAL REENVIA NA NOITE
      *    SEGUINTE)
      *-----------------------------------------------------
       2300-GUARDA-ESTORNO.
           IF WRK-EST-QTD < 500
               ADD 1 TO WRK-EST-QTD
               MOVE MOV-CLIENTE   TO WRK-EST-CLIENTE(WRK-EST-QTD)
               MOVE MOV-SEQUENCIA TO WRK-EST-SEQ(WRK-EST-QTD)
               MOVE MOV-VALOR     TO WRK-EST-VALOR(WRK-EST-QTD)
               MOVE MOV-DATA-ORIGINAL
                   TO WRK-EST-DATA-ORIG(WRK-EST-QTD)
               MOVE WRK-LOTE-AGENCIA(WRK-LOTE-IDX)
                   TO WRK-EST-AGENCIA(WRK-EST-QTD)
               MOVE ZEROS TO WRK-EST-ORDEM(WRK-EST-QTD)
               MOVE SPACE TO WRK-EST-TIPO-ORIG(WRK-EST-QTD)
               MOVE 'N'   TO WRK-EST-JA-ESTORN(WRK-EST-QTD)
               MOVE 'N'   TO WRK-EST-OUTRO-VAL(WRK-EST-QTD)
               MOVE SPACE TO WRK-EST-SITUACAO(WRK-EST-QTD)
               MOVE ZEROS TO WRK-EST-SALDO(WRK-EST-QTD)
               MOVE ZEROS TO WRK-EST-HISTORICO(WRK-EST-QTD)
               MOVE WRK-LOTE-IDX  TO WRK-EST-LOTE(WRK-EST-QTD)
               MOVE ZEROS TO WRK-EST-ESPAUT(WRK-EST-QTD)
               IF WRK-EST-QTD = 1
                  OR MOV-DATA-ORIGINAL < WRK-EST-MENOR-DATA
                   MOVE MOV-DATA-ORIGINAL TO WRK-EST-MENOR-DATA
               END-IF
           ELSE
               ADD 1 TO WRK-TOTAL-REJEITADOS
               ADD 1 TO WRK-EST-REJEITADOS
               IF NOT RETOMAR-MOVIMENTO
                   MOVE MOV-CLIENTE   TO REJ-CLIENTE
                   MOVE MOV-SEQUENCIA TO REJ-SEQ
                   MOVE MOV-VALOR     TO REJ-VALOR
                   MOVE 'ESTORNO: EXCEDE ESTORNOS/NOITE'
                       TO REJ-MOTIVO
                   WRITE REL-LINHA FROM WRK-LINHA-REJEITO
                   MOVE 'E' TO WRK-REJ-CODIGO
                   MOVE REJ-MOTIVO TO WRK-MOTIVO-MOV
                   PERFORM 2140-GRAVA-REJEITO-ENTRADA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: PROCESSA OS MOVIMENTOS JA
      *    ORDENADOS, CONTA A CONTA (QUEBRA DE CONTROLE)
               PERFORM 3210-ABRE-GRUPO
               MOVE ZEROS TO WRK-TOT-DEBITOS WRK-TOT-CREDITOS
               MOVE ZEROS TO WRK-HIS-QTD
               MOVE ZEROS TO WRK-REJ-QTD
               PERFORM 3220-APLICA-MOVIMENTO
                   UNTIL FIM-SORT
                      OR SORT-CLIENTE NOT = WRK-GRP-CLIENTE
      *    (GRUPOS) JA LANCADAS, SEGUNDA COM AS TRANSFERENCIAS
      *    JA PROCESSADAS, TERCEIRA E QUARTA COM OS TOTAIS DE
      *    DEBITOS E CREDITOS JA APLICADOS NESTA DATA (PARA A
      *    RETOMADA NAO PERDER O QUE A EXECUCAO ABORTADA APLICOU),
      *    QUINTA COM A FASE DOS ESTORNOS E, NA FASE H, UMA LINHA
      *    POR AUTORIZACAO DO ESPOLIO CONSUMIDA POR UM ESTORNO
      *-----------------------------------------------------
       3250-GRAVA-CHECKPOINT.
           OPEN OUTPUT ARQ-CHECKPOINT
           WRITE CKPT-LINHA
           MOVE WRK-DIA-CREDITOS TO CKPT-VALOR
           WRITE CKPT-LINHA
           MOVE SPACES TO CKPT-LINHA
           MOVE WRK-FASE-ESTORNO TO CKPT-FASE
           WRITE CKPT-LINHA
           IF ESTORNO-HIST-GRAVADO
               PERFORM 3251-GRAVA-CKPT-ESPAUT
                   VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
           END-IF
           CLOSE ARQ-CHECKPOINT.

       3251-GRAVA-CKPT-ESPAUT.
           IF EST-APLICADO(WRK-EST-IDX)
              AND WRK-EST-ESPAUT(WRK-EST-IDX) > ZEROS
               MOVE SPACES TO CKPT-LINHA
               MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO CKPT-ESA-CLIENTE
               MOVE WRK-EST-SEQ(WRK-EST-IDX) TO CKPT-ESA-SEQUENCIA
               MOVE WRK-EST-ESPAUT(WRK-EST-IDX) TO CKPT-ESA-NUMERO
               WRITE CKPT-LINHA
           END-IF.

      *-----------------------------------------------------
      *    VALIDA O CLIENTE (EXISTENTE E ATIVO OU FALECIDO) E A
      *    CONTA (EXISTENTE E ABERTA) DO GRUPO E GUARDA O SALDO
      *    DE ABERTURA. NA CONTA DE FALECIDO CARREGA AS
      *    AUTORIZACOES DO ESPOLIO
      *-----------------------------------------------------
       3210-ABRE-GRUPO.
           MOVE 'N' TO WRK-GRUPO-OK
           MOVE SPACES TO WRK-MOTIVO-GRUPO
           MOVE SPACE TO WRK-LIM-DECISAO
           MOVE 'N' TO WRK-CLIENTE-FALECIDO
           MOVE ZEROS TO WRK-ESP-QTD
           MOVE WRK-GRP-CLIENTE TO CLI-NUMERO
           READ CLIENTE-MASTER
               INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-MOTIVO-GRUPO
               NOT INVALID KEY
                   MOVE CLI-DECISAO-CREDITO TO WRK-LIM-DECISAO
                   IF CLI-FALECIDO
                       MOVE 'S' TO WRK-CLIENTE-FALECIDO
                   ELSE
                   IF NOT CLI-ATIVO
                       MOVE 'CLIENTE INATIVO' TO WRK-MOTIVO-GRUPO
                   END-IF
                   END-IF
           END-READ
           IF WRK-MOTIVO-GRUPO = SPACES
               MOVE WRK-GRP-CLIENTE TO CTA-CLIENTE
                           MOVE CTA-SALDO TO WRK-SALDO-ABERTURA
                           MOVE CTA-SALDO TO WRK-SALDO-CORRENTE
                           PERFORM 3215-CONSULTA-LIMITE
                           PERFORM 3218-VERIFICA-DORMENTE
                           IF CLIENTE-FALECIDO
                               PERFORM 3211-CARREGA-AUTORIZACOES
                           END-IF
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    CARREGA AS AUTORIZACOES PENDENTES DO ESPOLIO NA CONTA
      *    WRK-GRP-CLIENTE/WRK-GRP-SEQ
      *-----------------------------------------------------
       3211-CARREGA-AUTORIZACOES.
           MOVE ZEROS TO WRK-ESP-QTD
           IF TEM-ESPAUT
               MOVE WRK-GRP-CLIENTE TO ESA-CLIENTE
               MOVE WRK-GRP-SEQ     TO ESA-SEQUENCIA
               MOVE ZEROS TO ESA-NUMERO
               MOVE '00' TO WRK-FS-ESPAUT
               START ARQ-ESPAUT KEY IS NOT LESS THAN ESA-CHAVE
                   INVALID KEY
                       MOVE '10' TO WRK-FS-ESPAUT
               END-START
               PERFORM 3212-LER-AUTORIZACAO
                   UNTIL WRK-FS-ESPAUT NOT = '00'
               MOVE '00' TO WRK-FS-ESPAUT
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA AUTORIZACAO DA CONTA E GUARDA A PENDENTE
      *-----------------------------------------------------
       3212-LER-AUTORIZACAO.
           READ ARQ-ESPAUT NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ESPAUT
               NOT AT END
                   IF ESA-CLIENTE = WRK-GRP-CLIENTE
                      AND ESA-SEQUENCIA = WRK-GRP-SEQ
                       IF ESA-PENDENTE AND WRK-ESP-QTD < 50
                           ADD 1 TO WRK-ESP-QTD
                           MOVE ESA-NUMERO
                               TO WRK-ESP-NUMERO(WRK-ESP-QTD)
                           MOVE ESA-VALOR
                               TO WRK-ESP-VALOR(WRK-ESP-QTD)
                           MOVE ESA-HISTORICO
                               TO WRK-ESP-HISTORICO(WRK-ESP-QTD)
                           MOVE 'N' TO WRK-ESP-USO(WRK-ESP-QTD)
                       END-IF
                   ELSE
                       MOVE '10' TO WRK-FS-ESPAUT
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PROCURA NA TABELA UMA AUTORIZACAO AINDA NAO USADA COM
      *    O VALOR E O HISTORICO DO DEBITO (WRK-ESP-PROC-*);
      *    DEVOLVE A POSICAO EM WRK-ESP-ACHADA (ZERO = NENHUMA)
      *-----------------------------------------------------
       3213-PROCURA-AUTORIZACAO.
           MOVE ZEROS TO WRK-ESP-ACHADA
           PERFORM 3214-CONFERE-AUTORIZACAO
               VARYING WRK-ESP-IDX FROM 1 BY 1
               UNTIL WRK-ESP-IDX > WRK-ESP-QTD
                  OR WRK-ESP-ACHADA > ZEROS.

       3214-CONFERE-AUTORIZACAO.
           IF WRK-ESP-USO(WRK-ESP-IDX) = 'N'
              AND WRK-ESP-VALOR(WRK-ESP-IDX) = WRK-ESP-PROC-VALOR
              AND WRK-ESP-HISTORICO(WRK-ESP-IDX) = WRK-ESP-PROC-HIST
               MOVE WRK-ESP-IDX TO WRK-ESP-ACHADA
           END-IF.

      *-----------------------------------------------------
      *    CONSULTA O LIMITE EFETIVO DA CONTA (COB35-LIMITE):
      *    OVERRIDE DO CTALIMIT OU PADRAO DA DECISAO DE CREDITO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONSULTA NO CTADORM SE A CONTA DO GRUPO ESTA MARCADA
      *    COMO DORMENTE (REATIVADA OU SEM REGISTRO DEBITA)
      *-----------------------------------------------------
       3218-VERIFICA-DORMENTE.
           MOVE 'N' TO WRK-CONTA-DORMENTE
           IF TEM-CTADORM
               MOVE WRK-GRP-CLIENTE TO DOR-CLIENTE
               MOVE WRK-GRP-SEQ     TO DOR-SEQUENCIA
               READ ARQ-DORMENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF DOR-DORMENTE
                           MOVE 'S' TO WRK-CONTA-DORMENTE
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    APLICA (OU REJEITA) UM MOVIMENTO DO GRUPO E LE O
      *    PROXIMO
               END-IF
           ELSE
               MOVE WRK-MOTIVO-GRUPO TO WRK-MOTIVO-MOV
               MOVE 'C' TO WRK-REJ-CODIGO
               PERFORM 3226-REJEITA-MOVIMENTO
           END-IF
           PERFORM 3100-RETURN-MOV.
      *-----------------------------------------------------
      *    APLICA UM DEBITO DEPOIS DA CRITICA DE LIMITE: DEBITO
      *    QUE DEIXARIA O SALDO ABAIXO DE -LIMITE E REJEITADO
      *    SOZINHO, SEM DERRUBAR O RESTO DO GRUPO. CONTA
      *    DORMENTE NAO ACEITA DEBITO NENHUM; CONTA DE FALECIDO
      *    SO O AUTORIZADO PARA O ESPOLIO
      *-----------------------------------------------------
       3221-APLICA-DEBITO.
           COMPUTE WRK-SALDO-PROPOSTO =
               WRK-SALDO-CORRENTE - SORT-VALOR
           MOVE ZEROS TO WRK-ESP-ACHADA
           IF CLIENTE-FALECIDO
               MOVE SORT-VALOR     TO WRK-ESP-PROC-VALOR
               MOVE SORT-HISTORICO TO WRK-ESP-PROC-HIST
               PERFORM 3213-PROCURA-AUTORIZACAO
           END-IF
           IF CLIENTE-FALECIDO AND WRK-ESP-ACHADA = ZEROS
               MOVE 'DEBITO DE CLIENTE FALECIDO' TO WRK-MOTIVO-MOV
               MOVE 'M' TO WRK-REJ-CODIGO
               PERFORM 3226-REJEITA-MOVIMENTO
           ELSE
           IF CONTA-DORMENTE
               MOVE 'DEBITO EM CONTA DORMENTE' TO WRK-MOTIVO-MOV
               MOVE 'D' TO WRK-REJ-CODIGO
               PERFORM 3226-REJEITA-MOVIMENTO
           ELSE
           IF WRK-SALDO-PROPOSTO < (ZERO - WRK-LIMITE-CONTA)
               MOVE 'DEBITO EXCEDE LIMITE DA CONTA'
                   TO WRK-MOTIVO-MOV
               MOVE 'L' TO WRK-REJ-CODIGO
               PERFORM 3226-REJEITA-MOVIMENTO
           ELSE
           IF WRK-TOT-BLOQUEADO > ZEROS
              AND WRK-SALDO-PROPOSTO < WRK-TOT-BLOQUEADO
               MOVE WRK-MOTIVO-BLOQUEIO TO WRK-MOTIVO-MOV
               MOVE 'B' TO WRK-REJ-CODIGO
               PERFORM 3226-REJEITA-MOVIMENTO
           ELSE
               ADD SORT-VALOR TO WRK-TOT-DEBITOS
               MOVE WRK-SALDO-PROPOSTO TO WRK-SALDO-CORRENTE
               ADD 1 TO WRK-TOTAL-APLICADOS
               PERFORM 3225-GRAVA-HISTORICO
               IF WRK-ESP-ACHADA > ZEROS
                   MOVE 'S' TO WRK-ESP-USO(WRK-ESP-ACHADA)
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME A LINHA DE REJEITO DO MOVIMENTO CORRENTE COM
      *    O MOTIVO E O CODIGO CARREGADOS PELO CHAMADOR E RETEM
      *    O REGISTRO DO MOVREJ ATE O FECHAMENTO DO GRUPO (TABELA
      *    CHEIA DESCARREGA NO MEIO, COMO O HISTORICO)
      *-----------------------------------------------------
       3226-REJEITA-MOVIMENTO.
           ADD 1 TO WRK-TOTAL-REJEITADOS
           MOVE SORT-SEQUENCIA TO REJ-SEQ
           MOVE SORT-VALOR     TO REJ-VALOR
           MOVE WRK-MOTIVO-MOV TO REJ-MOTIVO
           WRITE REL-LINHA FROM WRK-LINHA-REJEITO
           IF WRK-REJ-QTD >= 1000
               PERFORM 3237-DESCARREGA-REJEITOS
           END-IF
           MOVE ZEROS          TO MRJ-MOVIMENTO
           MOVE WRK-DATA-HOJE  TO MRJ-DATA
           MOVE SORT-LOTE      TO MRJ-LOTE
           MOVE SORT-AGENCIA   TO MRJ-AGENCIA
           MOVE WRK-REJ-CODIGO TO MRJ-CODIGO
           MOVE WRK-MOTIVO-MOV TO MRJ-MOTIVO
           MOVE SORT-CLIENTE   TO MRJ-CLIENTE
           MOVE SORT-SEQUENCIA TO MRJ-SEQUENCIA
           MOVE SORT-TIPO      TO MRJ-TIPO
           MOVE SORT-VALOR     TO MRJ-VALOR
           MOVE SORT-HISTORICO TO MRJ-HISTORICO
           ADD 1 TO WRK-REJ-QTD
           MOVE MOVREJ-REC TO WRK-REJ-LIN(WRK-REJ-QTD).

      *-----------------------------------------------------
      *    RETEM O MOVIMENTO APLICADO NA TABELA DE HISTORICO DO
           MOVE SORT-TIPO          TO MHS-TIPO
           MOVE SORT-VALOR         TO MHS-VALOR
           MOVE WRK-SALDO-CORRENTE TO MHS-SALDO
           MOVE SORT-AGENCIA       TO MHS-AGENCIA-LOTE
           MOVE SPACE              TO MHS-ORIGEM
           MOVE SPACE              TO MHS-ESTORNO
           MOVE ZEROS              TO MHS-DATA-VINCULO
           MOVE SORT-HISTORICO     TO MHS-HISTORICO
           ADD 1 TO WRK-HIS-QTD
           MOVE MOV-HIS-REC TO WRK-HIS-LIN(WRK-HIS-QTD).

      *-----------------------------------------------------
      *    FECHA O GRUPO: REGRAVA O SALDO DA CONTA, DESCARREGA O
      *    HISTORICO RETIDO DO GRUPO NO MOVHIST (ANTES DO
      *    CHECKPOINT, PELA MESMA REGRA DO SALDO), BAIXA AS
      *    AUTORIZACOES DO ESPOLIO USADAS E IMPRIME A LINHA COM
      *    ABERTURA, MOVIMENTOS E FECHAMENTO
      *-----------------------------------------------------
       3230-FECHA-GRUPO.
           IF GRUPO-OK
                   + WRK-TOT-CREDITOS - WRK-TOT-DEBITOS
               REWRITE CONTA-REC
               PERFORM 3235-DESCARREGA-HISTORICO
               PERFORM 3231-BAIXA-AUTORIZACAO
                   VARYING WRK-ESP-IDX FROM 1 BY 1
                   UNTIL WRK-ESP-IDX > WRK-ESP-QTD
               MOVE WRK-GRP-CLIENTE   TO DET-CLIENTE
               MOVE WRK-GRP-SEQ       TO DET-SEQ
               MOVE WRK-SALDO-ABERTURA TO DET-ABERTURA
               MOVE WRK-TOT-CREDITOS  TO DET-CREDITOS
               MOVE CTA-SALDO         TO DET-FECHAMENTO
               WRITE REL-LINHA FROM WRK-LINHA-CONTA
           END-IF
           PERFORM 3237-DESCARREGA-REJEITOS.

      *-----------------------------------------------------
      *    MARCA NO ESPAUT COMO UTILIZADA, COM A DATA DE NEGOCIO,
      *    A AUTORIZACAO DA TABELA CONSUMIDA POR UM DEBITO
      *-----------------------------------------------------
       3231-BAIXA-AUTORIZACAO.
           IF WRK-ESP-USO(WRK-ESP-IDX) = 'S'
               MOVE WRK-GRP-CLIENTE TO ESA-CLIENTE
               MOVE WRK-GRP-SEQ     TO ESA-SEQUENCIA
               MOVE WRK-ESP-NUMERO(WRK-ESP-IDX) TO ESA-NUMERO
               READ ARQ-ESPAUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET ESA-UTILIZADA TO TRUE
                       MOVE WRK-DATA-HOJE TO ESA-DATA-USO
                       REWRITE ESPAUT-REC
               END-READ
           END-IF.

      *-----------------------------------------------------
           MOVE WRK-HIS-LIN(WRK-HIS-IDX) TO MOV-HIS-REC
           WRITE MOV-HIS-REC.

      *-----------------------------------------------------
      *    DESCARREGA NO MOVREJ OS REJEITOS RETIDOS DO GRUPO E
      *    ESVAZIA A TABELA
      *-----------------------------------------------------
       3237-DESCARREGA-REJEITOS.
           PERFORM 3238-GRAVA-LINHA-REJ
               VARYING WRK-REJ-IDX FROM 1 BY 1
               UNTIL WRK-REJ-IDX > WRK-REJ-QTD
           MOVE ZEROS TO WRK-REJ-QTD.

       3238-GRAVA-LINHA-REJ.
           MOVE WRK-REJ-LIN(WRK-REJ-IDX) TO MOVREJ-REC
           WRITE MOVREJ-REC.

      *-----------------------------------------------------
      *    FASE DE TRANSFERENCIAS: APLICA AS TRANSFERENCIAS
      *    GUARDADAS NA FASE DE ENTRADA, AS DUAS PERNAS JUNTAS
      *-----------------------------------------------------
       4200-APLICA-TRANSFERENCIA.
           MOVE SPACES TO WRK-MOTIVO-MOV
           MOVE 'C' TO WRK-REJ-CODIGO
           MOVE 'N' TO WRK-TRF-BLOQUEIO
           IF TRF-CLI-ORIG = TRF-CLI-DEST
              AND TRF-SEQ-ORIG = TRF-SEQ-DEST
               MOVE 'TRANSF: CONTAS IGUAIS' TO WRK-MOTIVO-MOV
               MOVE 'O' TO WRK-REJ-CODIGO
           ELSE
               PERFORM 4210-VALIDA-ORIGEM
               IF WRK-MOTIVO-MOV = SPACES
                   MOVE WRK-MOTIVO-BLOQUEIO TO REJB-DETALHE
                   WRITE REL-LINHA FROM WRK-LINHA-REJ-BLOQ
               END-IF
               PERFORM 4240-GRAVA-REJEITO-TRANSF
           END-IF.

      *-----------------------------------------------------
      *    VALIDA A PONTA DE ORIGEM: CLIENTE ATIVO (OU FALECIDO
      *    COM AUTORIZACAO DO ESPOLIO), CONTA ABERTA E NAO
      *    DORMENTE E LIMITE SUFICIENTE PARA O DEBITO. INVASAO
      *    DE BLOQUEIO LIGA O SINALIZADOR PARA O REJEITO SAIR
      *    COM UMA SEGUNDA LINHA IDENTIFICANDO O BLOQUEIO
      *    (NUMERO E AUTORIDADE), COMO NO DEBITO COMUM - O
      *    MOTIVO DE 30 BYTES NAO COMPORTA AS DUAS INFORMACOES
      *-----------------------------------------------------
       4210-VALIDA-ORIGEM.
           MOVE SPACE TO WRK-LIM-DECISAO
           MOVE 'N' TO WRK-CLIENTE-FALECIDO
           MOVE ZEROS TO WRK-ESP-QTD WRK-ESP-ACHADA
           MOVE TRF-CLI-ORIG TO CLI-NUMERO
           READ CLIENTE-MASTER
               INVALID KEY
                       TO WRK-MOTIVO-MOV
               NOT INVALID KEY
                   MOVE CLI-DECISAO-CREDITO TO WRK-LIM-DECISAO
                   IF CLI-FALECIDO
                       MOVE 'S' TO WRK-CLIENTE-FALECIDO
                   ELSE
                   IF NOT CLI-ATIVO
                       MOVE 'TRANSF ORIGEM: CLIENTE INATIVO'
                           TO WRK-MOTIVO-MOV
                   END-IF
                   END-IF
           END-READ
           IF WRK-MOTIVO-MOV = SPACES
               MOVE TRF-CLI-ORIG TO CTA-CLIENTE
                       END-IF
               END-READ
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
               MOVE TRF-CLI-ORIG TO WRK-GRP-CLIENTE
               MOVE TRF-SEQ-ORIG TO WRK-GRP-SEQ
               PERFORM 3218-VERIFICA-DORMENTE
               IF CONTA-DORMENTE
                   MOVE 'TRANSF ORIGEM: CONTA DORMENTE'
                       TO WRK-MOTIVO-MOV
                   MOVE 'D' TO WRK-REJ-CODIGO
               END-IF
           END-IF
           IF WRK-MOTIVO-MOV = SPACES AND CLIENTE-FALECIDO
               PERFORM 3211-CARREGA-AUTORIZACOES
               MOVE TRF-VALOR     TO WRK-ESP-PROC-VALOR
               MOVE TRF-HISTORICO TO WRK-ESP-PROC-HIST
               PERFORM 3213-PROCURA-AUTORIZACAO
               IF WRK-ESP-ACHADA = ZEROS
                   MOVE 'TRANSF ORIGEM: CLIENTE FALECIDO'
                       TO WRK-MOTIVO-MOV
                   MOVE 'M' TO WRK-REJ-CODIGO
               END-IF
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
               MOVE 'C' TO WRK-LIM-FUNCAO
               MOVE ZEROS TO WRK-LIMITE-CONTA
               IF WRK-SALDO-PROPOSTO < (ZERO - WRK-LIMITE-CONTA)
                   MOVE 'TRANSF ORIGEM: EXCEDE LIMITE'
                       TO WRK-MOTIVO-MOV
                   MOVE 'L' TO WRK-REJ-CODIGO
               END-IF
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
                  AND WRK-SALDO-PROPOSTO < WRK-TOT-BLOQUEADO
                   MOVE 'TRANSF ORIGEM: INVADE BLOQUEIO'
                       TO WRK-MOTIVO-MOV
                   MOVE 'B' TO WRK-REJ-CODIGO
                   MOVE 'S' TO WRK-TRF-BLOQUEIO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    VALIDA A PONTA DE DESTINO: CLIENTE ATIVO (OU FALECIDO:
      *    O ESPOLIO RECEBE) E CONTA ABERTA
      *-----------------------------------------------------
       4220-VALIDA-DESTINO.
           MOVE TRF-CLI-DEST TO CLI-NUMERO
                   MOVE 'TRANSF DESTINO: SEM CLIENTE'
                       TO WRK-MOTIVO-MOV
               NOT INVALID KEY
                   IF NOT CLI-ATIVO AND NOT CLI-FALECIDO
                       MOVE 'TRANSF DESTINO: CLIENTE INATIVO'
                           TO WRK-MOTIVO-MOV
                   END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    GRAVA NO MOVREJ A TRANSFERENCIA REJEITADA, COM A
      *    IMAGEM DO DETALHE T (ANTES DO CHECKPOINT DA
      *    TRANSFERENCIA, QUE VEM LOGO DEPOIS)
      *-----------------------------------------------------
       4240-GRAVA-REJEITO-TRANSF.
           MOVE ZEROS          TO MRJ-MOVIMENTO
           MOVE WRK-DATA-HOJE  TO MRJ-DATA
           MOVE TRF-LOTE       TO MRJ-LOTE
           MOVE TRF-AGENCIA    TO MRJ-AGENCIA
           MOVE WRK-REJ-CODIGO TO MRJ-CODIGO
           MOVE WRK-MOTIVO-MOV TO MRJ-MOTIVO
           MOVE TRF-CLI-ORIG   TO MRJ-CLIENTE
           MOVE TRF-SEQ-ORIG   TO MRJ-SEQUENCIA
           MOVE 'T'            TO MRJ-TIPO
           MOVE TRF-VALOR      TO MRJ-VALOR
           MOVE TRF-CLI-DEST   TO MRJ-CLIENTE-DEST
           MOVE TRF-SEQ-DEST   TO MRJ-SEQ-DEST
           MOVE TRF-HISTORICO  TO MRJ-HISTORICO
           WRITE MOVREJ-REC.

      *-----------------------------------------------------
      *    APLICA AS DUAS PERNAS JA VALIDADAS: DEBITA A ORIGEM,
      *    CREDITA O DESTINO, GRAVA O HISTORICO DAS DUAS, BAIXA
      *    A AUTORIZACAO DO ESPOLIO USADA NA ORIGEM E IMPRIME A
      *    LINHA DA TRANSFERENCIA NO MOVREL
      *-----------------------------------------------------
       4230-POSTA-AS-DUAS-PERNAS.
           MOVE TRF-CLI-ORIG TO CTA-CLIENTE
           MOVE 'D'           TO MHS-TIPO
           MOVE TRF-VALOR     TO MHS-VALOR
           MOVE CTA-SALDO     TO MHS-SALDO
           MOVE TRF-AGENCIA   TO MHS-AGENCIA-LOTE
           MOVE 'T'           TO MHS-ORIGEM
           MOVE SPACE         TO MHS-ESTORNO
           MOVE ZEROS         TO MHS-DATA-VINCULO
           MOVE TRF-HISTORICO TO MHS-HISTORICO
           WRITE MOV-HIS-REC
           MOVE TRF-CLI-DEST TO CTA-CLIENTE
           MOVE TRF-SEQ-DEST TO CTA-SEQUENCIA
           MOVE 'C'           TO MHS-TIPO
           MOVE TRF-VALOR     TO MHS-VALOR
           MOVE CTA-SALDO     TO MHS-SALDO
           MOVE TRF-AGENCIA   TO MHS-AGENCIA-LOTE
           MOVE 'T'           TO MHS-ORIGEM
           MOVE SPACE         TO MHS-ESTORNO
           MOVE ZEROS         TO MHS-DATA-VINCULO
           MOVE TRF-HISTORICO TO MHS-HISTORICO
           WRITE MOV-HIS-REC
           IF WRK-ESP-ACHADA > ZEROS
               MOVE 'S' TO WRK-ESP-USO(WRK-ESP-ACHADA)
               MOVE TRF-CLI-ORIG TO WRK-GRP-CLIENTE
               MOVE TRF-SEQ-ORIG TO WRK-GRP-SEQ
               MOVE WRK-ESP-ACHADA TO WRK-ESP-IDX
               PERFORM 3231-BAIXA-AUTORIZACAO
           END-IF
           ADD 2 TO WRK-TOTAL-APLICADOS
           ADD 1 TO WRK-TRF-APLICADAS
           ADD TRF-VALOR TO WRK-DIA-DEBITOS
           MOVE TRF-VALOR    TO TRA-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TRANSF.

      *-----------------------------------------------------
      *    FASE DE ESTORNOS: LOCALIZA NO MOVHIST O ORIGINAL DE
      *    CADA ESTORNO DA NOITE, VALIDA, CALCULA O SALDO E SO
      *    ENTAO REGRAVA O MOVHIST (ORIGINAL MARCADO E LINHA DO
      *    ESTORNO VINCULADA). REGRAVADO O MOVHIST, O CHECKPOINT
      *    SAI COM A FASE H (E OS TOTAIS DO DIA JA COM OS
      *    ESTORNOS) E SO DEPOIS VEM O SALDO DAS CONTAS E A BAIXA
      *    DAS AUTORIZACOES DO ESPOLIO. A RETOMADA NA FASE H NAO
      *    REVALIDA (O ORIGINAL JA ESTA MARCADO): REFAZ OS SALDOS
      *    PELAS LINHAS DE ESTORNO DO DIA NO MOVHIST E AS BAIXAS
      *    PELO CHECKPOINT, AS DUAS COISAS SEM EFEITO EM DOBRO
      *-----------------------------------------------------
       5000-PROCESSA-ESTORNOS.
           IF ESTORNO-HIST-GRAVADO
               PERFORM 5500-RETOMA-SALDOS
           ELSE
           IF WRK-EST-QTD > ZEROS
               CLOSE ARQ-HISTORICO
               PERFORM 5100-LOCALIZA-ORIGINAIS
               PERFORM 5200-VALIDA-ESTORNO
                   VARYING WRK-EST-IDX FROM 1 BY 1
                   UNTIL WRK-EST-IDX > WRK-EST-QTD
               IF WRK-EST-APLICADOS > ZEROS
                   PERFORM 5300-REGRAVA-HISTORICO
                   MOVE 'H' TO WRK-FASE-ESTORNO
                   PERFORM 3250-GRAVA-CHECKPOINT
                   PERFORM 5400-REGRAVA-SALDO
                       VARYING WRK-EST-IDX FROM 1 BY 1
                       UNTIL WRK-EST-IDX > WRK-EST-QTD
               ELSE
                   OPEN EXTEND ARQ-HISTORICO
               END-IF
           END-IF
           END-IF.

      *-----------------------------------------------------
      *    PASSADA UNICA NO MOVHIST: CADA LINHA (QUE NAO SEJA
      *    ELA PROPRIA UM ESTORNO) A PARTIR DA MENOR DATA DE
      *    ORIGINAL PEDIDA E CONFRONTADA COM OS ESTORNOS
      *-----------------------------------------------------
       5100-LOCALIZA-ORIGINAIS.
           MOVE ZEROS TO WRK-HIS-ORDEM
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 5110-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO MOVHIST E A CONFRONTA COM A TABELA;
      *    A PRIMEIRA ENTRADA QUE TOMA A LINHA ENCERRA O
      *    CONFRONTO, PARA DOIS ESTORNOS IGUAIS NAO APONTAREM O
      *    MESMO ORIGINAL
      *-----------------------------------------------------
       5110-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-HIS-ORDEM
                   IF MHS-DATA NOT < WRK-EST-MENOR-DATA
                      AND NOT MHS-LINHA-ESTORNO
                       MOVE 'N' TO WRK-LINHA-TOMADA
                       PERFORM 5120-CONFRONTA-ESTORNO
                           VARYING WRK-EST-IDX FROM 1 BY 1
                           UNTIL WRK-EST-IDX > WRK-EST-QTD
                              OR LINHA-TOMADA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONFRONTA A LINHA LIDA COM UM ESTORNO AINDA SEM
      *    ORIGINAL: MESMA DATA E CONTA COM O MESMO VALOR TOMA A
      *    LINHA (OU, SE ELA JA FOI ESTORNADA, SO REGISTRA O
      *    FATO); VALOR DIFERENTE REGISTRA A DIVERGENCIA PARA O
      *    MOTIVO DO REJEITO
      *-----------------------------------------------------
       5120-CONFRONTA-ESTORNO.
           IF WRK-EST-ORDEM(WRK-EST-IDX) = ZEROS
              AND MHS-DATA = WRK-EST-DATA-ORIG(WRK-EST-IDX)
              AND MHS-CLIENTE = WRK-EST-CLIENTE(WRK-EST-IDX)
              AND MHS-SEQUENCIA = WRK-EST-SEQ(WRK-EST-IDX)
               IF MHS-VALOR = WRK-EST-VALOR(WRK-EST-IDX)
                   IF MHS-ESTORNADO
                       MOVE 'S' TO WRK-EST-JA-ESTORN(WRK-EST-IDX)
                   ELSE
                       MOVE WRK-HIS-ORDEM
                           TO WRK-EST-ORDEM(WRK-EST-IDX)
                       MOVE MHS-TIPO
                           TO WRK-EST-TIPO-ORIG(WRK-EST-IDX)
                       IF MHS-HISTORICO NUMERIC
                           MOVE MHS-HISTORICO
                               TO WRK-EST-HISTORICO(WRK-EST-IDX)
                       END-IF
                       MOVE 'S' TO WRK-LINHA-TOMADA
                   END-IF
               ELSE
                   MOVE 'S' TO WRK-EST-OUTRO-VAL(WRK-EST-IDX)
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    VALIDA UM ESTORNO: ORIGINAL ACHADO E CONTA EXISTENTE
      *    E ABERTA. O SALDO DE PARTIDA E O DO ULTIMO ESTORNO JA
      *    ACEITO NA MESMA CONTA NESTA FASE OU, NAO HAVENDO, O
      *    DO CTAMAST. ESTORNO DE CREDITO POSTA UM DEBITO E PASSA
      *    PELAS CRITICAS DO DEBITO (5240)
      *-----------------------------------------------------
       5200-VALIDA-ESTORNO.
           MOVE SPACES TO WRK-MOTIVO-MOV
           MOVE 'E' TO WRK-REJ-CODIGO
           MOVE 'N' TO WRK-TRF-BLOQUEIO
           MOVE ZEROS TO WRK-ESP-ACHADA
           EVALUATE TRUE
               WHEN WRK-EST-ORDEM(WRK-EST-IDX) NOT = ZEROS
                   CONTINUE
               WHEN WRK-EST-JA-ESTORN(WRK-EST-IDX) = 'S'
                   MOVE 'ESTORNO: ORIGINAL JA ESTORNADO'
                       TO WRK-MOTIVO-MOV
               WHEN WRK-EST-OUTRO-VAL(WRK-EST-IDX) = 'S'
                   MOVE 'ESTORNO: VALOR NAO CONFERE'
                       TO WRK-MOTIVO-MOV
               WHEN OTHER
                   MOVE 'ESTORNO: ORIGINAL NAO ACHADO'
                       TO WRK-MOTIVO-MOV
           END-EVALUATE
           IF WRK-MOTIVO-MOV = SPACES
               MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO CTA-CLIENTE
               MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO CTA-SEQUENCIA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE 'ESTORNO: SEM CONTA' TO WRK-MOTIVO-MOV
                   NOT INVALID KEY
                       IF CTA-ENCERRADA
                           MOVE 'ESTORNO: CONTA ENCERRADA'
                               TO WRK-MOTIVO-MOV
                       ELSE
                           MOVE CTA-SALDO TO WRK-SALDO-CORRENTE
                       END-IF
               END-READ
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
               PERFORM 5210-SALDO-DA-FASE
                   VARYING WRK-EST-AUX FROM 1 BY 1
                   UNTIL WRK-EST-AUX NOT < WRK-EST-IDX
               IF WRK-EST-TIPO-ORIG(WRK-EST-IDX) = 'C'
                   PERFORM 5240-CRITICA-DEBITO-ESTORNO
               END-IF
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
               PERFORM 5220-ACEITA-ESTORNO
           ELSE
               ADD 1 TO WRK-EST-REJEITADOS
               ADD 1 TO WRK-TOTAL-REJEITADOS
               MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO REJ-CLIENTE
               MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO REJ-SEQ
               MOVE WRK-EST-VALOR(WRK-EST-IDX)   TO REJ-VALOR
               MOVE WRK-MOTIVO-MOV TO REJ-MOTIVO
               WRITE REL-LINHA FROM WRK-LINHA-REJEITO
               IF TRF-INVADE-BLOQ
                   MOVE WRK-MOTIVO-BLOQUEIO TO REJB-DETALHE
                   WRITE REL-LINHA FROM WRK-LINHA-REJ-BLOQ
               END-IF
               PERFORM 5230-GRAVA-REJEITO-ESTORNO
           END-IF.

      *-----------------------------------------------------
      *    GRAVA NO MOVREJ O ESTORNO RECUSADO, REMONTANDO A LINHA
      *    DO MOVTO A PARTIR DA TABELA DA NOITE, COM O LOTE E A
      *    AGENCIA DE ORIGEM E O CODIGO DO MOTIVO
      *-----------------------------------------------------
       5230-GRAVA-REJEITO-ESTORNO.
           MOVE ZEROS          TO MRJ-MOVIMENTO
           MOVE WRK-DATA-HOJE  TO MRJ-DATA
           MOVE WRK-EST-LOTE(WRK-EST-IDX)    TO MRJ-LOTE
           MOVE WRK-EST-AGENCIA(WRK-EST-IDX) TO MRJ-AGENCIA
           MOVE WRK-REJ-CODIGO TO MRJ-CODIGO
           MOVE WRK-MOTIVO-MOV TO MRJ-MOTIVO
           MOVE WRK-EST-CLIENTE(WRK-EST-IDX)   TO MRJ-CLIENTE
           MOVE WRK-EST-SEQ(WRK-EST-IDX)       TO MRJ-SEQUENCIA
           MOVE 'E'            TO MRJ-TIPO
           MOVE WRK-EST-VALOR(WRK-EST-IDX)     TO MRJ-VALOR
           MOVE WRK-EST-DATA-ORIG(WRK-EST-IDX) TO MRJ-DATA-ORIGINAL
           WRITE MOVREJ-REC.

      *-----------------------------------------------------
      *    CRITICAS DO ESTORNO QUE POSTA UM DEBITO, AS MESMAS DO
      *    DEBITO COMUM MENOS A DE LIMITE (O ESTORNO DESFAZ UM
      *    CREDITO INDEVIDO): CLIENTE FALECIDO SO COM AUTORIZACAO
      *    DO ESPOLIO AINDA NAO TOMADA POR OUTRO ESTORNO DA FASE,
      *    CONTA DORMENTE NAO DEBITA E O SALDO NAO PODE CAIR
      *    ABAIXO DA SOMA BLOQUEADA
      *-----------------------------------------------------
       5240-CRITICA-DEBITO-ESTORNO.
           MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO WRK-GRP-CLIENTE
           MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO WRK-GRP-SEQ
           COMPUTE WRK-SALDO-PROPOSTO =
               WRK-SALDO-CORRENTE - WRK-EST-VALOR(WRK-EST-IDX)
           MOVE 'N' TO WRK-CLIENTE-FALECIDO
           MOVE ZEROS TO WRK-ESP-QTD
           MOVE WRK-GRP-CLIENTE TO CLI-NUMERO
           READ CLIENTE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CLI-FALECIDO
                       MOVE 'S' TO WRK-CLIENTE-FALECIDO
                   END-IF
           END-READ
           IF CLIENTE-FALECIDO
               PERFORM 3211-CARREGA-AUTORIZACOES
               PERFORM 5241-MARCA-JA-TOMADAS
                   VARYING WRK-EST-AUX FROM 1 BY 1
                   UNTIL WRK-EST-AUX NOT < WRK-EST-IDX
               MOVE WRK-EST-VALOR(WRK-EST-IDX) TO WRK-ESP-PROC-VALOR
               MOVE WRK-EST-HISTORICO(WRK-EST-IDX)
                   TO WRK-ESP-PROC-HIST
               PERFORM 3213-PROCURA-AUTORIZACAO
               IF WRK-ESP-ACHADA = ZEROS
                   MOVE 'ESTORNO: CLIENTE FALECIDO'
                       TO WRK-MOTIVO-MOV
                   MOVE 'M' TO WRK-REJ-CODIGO
               END-IF
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
               PERFORM 3218-VERIFICA-DORMENTE
               IF CONTA-DORMENTE
                   MOVE 'ESTORNO: CONTA DORMENTE' TO WRK-MOTIVO-MOV
                   MOVE 'D' TO WRK-REJ-CODIGO
               END-IF
           END-IF
           IF WRK-MOTIVO-MOV = SPACES
               PERFORM 3216-SOMA-BLOQUEIOS
               IF WRK-TOT-BLOQUEADO > ZEROS
                  AND WRK-SALDO-PROPOSTO < WRK-TOT-BLOQUEADO
                   MOVE 'ESTORNO: INVADE BLOQUEIO' TO WRK-MOTIVO-MOV
                   MOVE 'B' TO WRK-REJ-CODIGO
                   MOVE 'S' TO WRK-TRF-BLOQUEIO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    MARCA COMO JA USADA NA TABELA A AUTORIZACAO TOMADA POR
      *    UM ESTORNO ANTERIOR JA ACEITO NA MESMA CONTA
      *-----------------------------------------------------
       5241-MARCA-JA-TOMADAS.
           IF EST-APLICADO(WRK-EST-AUX)
              AND WRK-EST-ESPAUT(WRK-EST-AUX) > ZEROS
              AND WRK-EST-CLIENTE(WRK-EST-AUX) = WRK-GRP-CLIENTE
              AND WRK-EST-SEQ(WRK-EST-AUX) = WRK-GRP-SEQ
               PERFORM 5242-MARCA-AUTORIZACAO
                   VARYING WRK-ESP-IDX FROM 1 BY 1
                   UNTIL WRK-ESP-IDX > WRK-ESP-QTD
           END-IF.

       5242-MARCA-AUTORIZACAO.
           IF WRK-ESP-NUMERO(WRK-ESP-IDX) = WRK-EST-ESPAUT(WRK-EST-AUX)
               MOVE 'S' TO WRK-ESP-USO(WRK-ESP-IDX)
           END-IF.

      *-----------------------------------------------------
      *    TOMA COMO SALDO DE PARTIDA O DE UM ESTORNO ANTERIOR
      *    JA ACEITO NA MESMA CONTA (O ULTIMO PREVALECE)
      *-----------------------------------------------------
       5210-SALDO-DA-FASE.
           IF EST-APLICADO(WRK-EST-AUX)
              AND WRK-EST-CLIENTE(WRK-EST-AUX) =
                  WRK-EST-CLIENTE(WRK-EST-IDX)
              AND WRK-EST-SEQ(WRK-EST-AUX) = WRK-EST-SEQ(WRK-EST-IDX)
               MOVE WRK-EST-SALDO(WRK-EST-AUX) TO WRK-SALDO-CORRENTE
           END-IF.

      *-----------------------------------------------------
      *    ACEITA O ESTORNO: APLICA O EFEITO OPOSTO AO DO
      *    ORIGINAL NO SALDO, SOMA NOS VALORES APLICADOS DO DIA
      *    E IMPRIME A LINHA DO ESTORNO NO MOVREL
      *-----------------------------------------------------
       5220-ACEITA-ESTORNO.
           MOVE 'A' TO WRK-EST-SITUACAO(WRK-EST-IDX)
           IF WRK-EST-TIPO-ORIG(WRK-EST-IDX) = 'D'
               ADD WRK-EST-VALOR(WRK-EST-IDX) TO WRK-SALDO-CORRENTE
               ADD WRK-EST-VALOR(WRK-EST-IDX) TO WRK-DIA-CREDITOS
               MOVE 'C' TO EST-TIPO-NOVO
           ELSE
               SUBTRACT WRK-EST-VALOR(WRK-EST-IDX)
                   FROM WRK-SALDO-CORRENTE
               ADD WRK-EST-VALOR(WRK-EST-IDX) TO WRK-DIA-DEBITOS
               MOVE 'D' TO EST-TIPO-NOVO
           END-IF
           MOVE WRK-SALDO-CORRENTE TO WRK-EST-SALDO(WRK-EST-IDX)
           IF WRK-ESP-ACHADA > ZEROS
               MOVE WRK-ESP-NUMERO(WRK-ESP-ACHADA)
                   TO WRK-EST-ESPAUT(WRK-EST-IDX)
           END-IF
           ADD 1 TO WRK-EST-APLICADOS
           ADD 1 TO WRK-TOTAL-APLICADOS
           MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO EST-CLIENTE
           MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO EST-SEQ
           MOVE WRK-EST-DATA-ORIG(WRK-EST-IDX)(7:2) TO EST-DIA
           MOVE WRK-EST-DATA-ORIG(WRK-EST-IDX)(5:2) TO EST-MES
           MOVE WRK-EST-DATA-ORIG(WRK-EST-IDX)(1:4) TO EST-ANO
           MOVE WRK-EST-TIPO-ORIG(WRK-EST-IDX) TO EST-TIPO-ORIG
           MOVE WRK-EST-VALOR(WRK-EST-IDX)   TO EST-VALOR
           MOVE WRK-SALDO-CORRENTE TO EST-SALDO
           WRITE REL-LINHA FROM WRK-LINHA-ESTORNO.

      *-----------------------------------------------------
      *    REGRAVA O MOVHIST: COPIA PARA O ESTTMP MARCANDO OS
      *    ORIGINAIS ESTORNADOS, DEVOLVE AO MOVHIST E ACRESCENTA
      *    AS LINHAS DOS ESTORNOS. O MOVHIST FICA ABERTO PARA O
      *    FECHAMENTO DO PASSO
      *-----------------------------------------------------
       5300-REGRAVA-HISTORICO.
           MOVE ZEROS TO WRK-HIS-ORDEM
           OPEN INPUT ARQ-HISTORICO
           OPEN OUTPUT ARQ-HIST-TEMP
           IF WRK-FS-HISTORICO = '00'
               PERFORM 5310-COPIA-LINHA-HIST
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           END-IF
           CLOSE ARQ-HIST-TEMP
           OPEN INPUT ARQ-HIST-TEMP
           OPEN OUTPUT ARQ-HISTORICO
           MOVE '00' TO WRK-FS-TEMP
           PERFORM 5320-DEVOLVE-LINHA-HIST
               UNTIL WRK-FS-TEMP NOT = '00'
           CLOSE ARQ-HIST-TEMP
           PERFORM 5330-GRAVA-LINHA-ESTORNO
               VARYING WRK-EST-IDX FROM 1 BY 1
               UNTIL WRK-EST-IDX > WRK-EST-QTD.

      *-----------------------------------------------------
      *    COPIA UMA LINHA DO MOVHIST PARA O ESTTMP, MARCANDO A
      *    QUE FOR O ORIGINAL DE UM ESTORNO ACEITO
      *-----------------------------------------------------
       5310-COPIA-LINHA-HIST.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-HIS-ORDEM
                   PERFORM 5311-MARCA-ORIGINAL
                       VARYING WRK-EST-IDX FROM 1 BY 1
                       UNTIL WRK-EST-IDX > WRK-EST-QTD
                   MOVE MOV-HIS-REC TO TMP-HIS-REC
                   WRITE TMP-HIS-REC
           END-READ.

       5311-MARCA-ORIGINAL.
           IF EST-APLICADO(WRK-EST-IDX)
              AND WRK-EST-ORDEM(WRK-EST-IDX) = WRK-HIS-ORDEM
               MOVE 'R' TO MHS-ESTORNO
               MOVE WRK-DATA-HOJE TO MHS-DATA-VINCULO
           END-IF.

      *-----------------------------------------------------
      *    DEVOLVE UMA LINHA DO ESTTMP AO MOVHIST
      *-----------------------------------------------------
       5320-DEVOLVE-LINHA-HIST.
           READ ARQ-HIST-TEMP
               AT END
                   MOVE '10' TO WRK-FS-TEMP
               NOT AT END
                   MOVE TMP-HIS-REC TO MOV-HIS-REC
                   WRITE MOV-HIS-REC
           END-READ.

      *-----------------------------------------------------
      *    GRAVA NO MOVHIST A LINHA DE UM ESTORNO ACEITO, COM A
      *    NATUREZA OPOSTA A DO ORIGINAL E O VINCULO A ELE
      *-----------------------------------------------------
       5330-GRAVA-LINHA-ESTORNO.
           IF EST-APLICADO(WRK-EST-IDX)
               MOVE WRK-DATA-HOJE TO MHS-DATA
               MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO MHS-CLIENTE
               MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO MHS-SEQUENCIA
               IF WRK-EST-TIPO-ORIG(WRK-EST-IDX) = 'D'
                   MOVE 'C' TO MHS-TIPO
               ELSE
                   MOVE 'D' TO MHS-TIPO
               END-IF
               MOVE WRK-EST-VALOR(WRK-EST-IDX)   TO MHS-VALOR
               MOVE WRK-EST-SALDO(WRK-EST-IDX)   TO MHS-SALDO
               MOVE WRK-EST-AGENCIA(WRK-EST-IDX) TO MHS-AGENCIA-LOTE
               MOVE SPACE                        TO MHS-ORIGEM
               MOVE 'E'                          TO MHS-ESTORNO
               MOVE WRK-EST-DATA-ORIG(WRK-EST-IDX)
                   TO MHS-DATA-VINCULO
               MOVE WRK-EST-HISTORICO(WRK-EST-IDX) TO MHS-HISTORICO
               WRITE MOV-HIS-REC
           END-IF.

      *-----------------------------------------------------
      *    REGRAVA NO CTAMAST O SALDO RESULTANTE DE UM ESTORNO
      *    ACEITO (COM DOIS NA MESMA CONTA, O ULTIMO JA CARREGA
      *    O EFEITO DO ANTERIOR) E BAIXA A AUTORIZACAO DO ESPOLIO
      *    QUE ELE CONSUMIU
      *-----------------------------------------------------
       5400-REGRAVA-SALDO.
           IF EST-APLICADO(WRK-EST-IDX)
               MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO CTA-CLIENTE
               MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO CTA-SEQUENCIA
               READ CONTA-MASTER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WRK-EST-SALDO(WRK-EST-IDX) TO CTA-SALDO
                       REWRITE CONTA-REC
               END-READ
               IF WRK-EST-ESPAUT(WRK-EST-IDX) > ZEROS
                   MOVE WRK-EST-CLIENTE(WRK-EST-IDX) TO ESA-CLIENTE
                   MOVE WRK-EST-SEQ(WRK-EST-IDX)     TO ESA-SEQUENCIA
                   MOVE WRK-EST-ESPAUT(WRK-EST-IDX)  TO ESA-NUMERO
                   PERFORM 5410-BAIXA-ESPAUT-ESTORNO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    MARCA COMO UTILIZADA A AUTORIZACAO DO ESPOLIO DA CHAVE
      *    CARREGADA PELO CHAMADOR (JA UTILIZADA FICA COMO ESTA)
      *-----------------------------------------------------
       5410-BAIXA-ESPAUT-ESTORNO.
           IF TEM-ESPAUT
               READ ARQ-ESPAUT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ESA-PENDENTE
                           SET ESA-UTILIZADA TO TRUE
                           MOVE WRK-DATA-HOJE TO ESA-DATA-USO
                           REWRITE ESPAUT-REC
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    RETOMADA NA FASE H: O MOVHIST JA TEM OS ORIGINAIS
      *    MARCADOS E AS LINHAS DOS ESTORNOS DO DIA, CADA UMA COM
      *    O SALDO RESULTANTE. REGRAVA ESSE SALDO NO CTAMAST (NA
      *    ORDEM DO ARQUIVO, O ULTIMO DA CONTA PREVALECE) E BAIXA
      *    AS AUTORIZACOES GUARDADAS NO CHECKPOINT
      *-----------------------------------------------------
       5500-RETOMA-SALDOS.
           CLOSE ARQ-HISTORICO
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 5510-LER-LINHA-ESTORNO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           END-IF
           OPEN EXTEND ARQ-HISTORICO
           PERFORM 5520-BAIXA-CKPT-ESPAUT
               VARYING WRK-CKE-IDX FROM 1 BY 1
               UNTIL WRK-CKE-IDX > WRK-CKE-QTD.

       5510-LER-LINHA-ESTORNO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-DATA = WRK-DATA-HOJE
                      AND MHS-LINHA-ESTORNO
                       ADD 1 TO WRK-EST-APLICADOS
                       MOVE MHS-CLIENTE   TO CTA-CLIENTE
                       MOVE MHS-SEQUENCIA TO CTA-SEQUENCIA
                       READ CONTA-MASTER
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE MHS-SALDO TO CTA-SALDO
                               REWRITE CONTA-REC
                       END-READ
                   END-IF
           END-READ.

       5520-BAIXA-CKPT-ESPAUT.
           MOVE WRK-CKE-CLIENTE(WRK-CKE-IDX)   TO ESA-CLIENTE
           MOVE WRK-CKE-SEQUENCIA(WRK-CKE-IDX) TO ESA-SEQUENCIA
           MOVE WRK-CKE-NUMERO(WRK-CKE-IDX)    TO ESA-NUMERO
           PERFORM 5410-BAIXA-ESPAUT-ESTORNO.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS E EXIBE OS TOTAIS DO PASSO
      *-----------------------------------------------------
           CLOSE CONTA-MASTER
           CLOSE CLIENTE-MASTER
           CLOSE RELATORIO
           CLOSE ARQ-REJEITADOS
           CLOSE ARQ-HISTORICO
           IF TEM-BLOQJUD
               CLOSE ARQ-BLOQUEIOS
           END-IF
           IF TEM-CTADORM
               CLOSE ARQ-DORMENTES
           END-IF
           IF TEM-ESPAUT
               CLOSE ARQ-ESPAUT
           END-IF
           PERFORM 9100-LIMPA-CHECKPOINT
           PERFORM 9200-GRAVA-APLICADOS
           DISPLAY 'CONTAS PULADAS (RETOMADA): ' WRK-GRUPOS-PULADOS
           DISPLAY 'MOVIMENTOS REJEITADOS.: ' WRK-TOTAL-REJEITADOS
           DISPLAY 'TRANSF APLICADAS......: ' WRK-TRF-APLICADAS
           DISPLAY 'TRANSF REJEITADAS.....: ' WRK-TRF-REJEITADAS
           DISPLAY 'ESTORNOS APLICADOS....: ' WRK-EST-APLICADOS
           DISPLAY 'ESTORNOS REJEITADOS...: ' WRK-EST-REJEITADOS
           DISPLAY 'LOTES RECUSADOS.......: ' WRK-LOTES-RECUSADOS.

      *-----------------------------------------------------
