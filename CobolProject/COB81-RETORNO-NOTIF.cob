       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB81-RETORNO-NOTIF.
      ********************************
      *OBJETIVO : RETORNO DE ENTREGA DOS AVISOS AO CLIENTE DEVOLVIDO
      *           PELO GATEWAY DE MENSAGENS (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DO AVISO DA NOITE
      *            (COB80-NOTIFICA), NOS MOLDES DO RETORNO DE
      *            COBRANCA (COB60-COBRANCA). VALIDA O ARQUIVO DE
      *            RETORNO (HEADER, DETALHES E QUANTIDADE DO
      *            TRAILER); ARQUIVO FORA DE CONTROLE E RECUSADO
      *            INTEIRO. GUARDA OS AVISOS QUE FALHARAM, PROCURA
      *            CADA UM NO HISTORICO DE AVISOS (NOTIFHIS) PELO
      *            IDENTIFICADOR E LISTA POR AGENCIA DO CLIENTE O
      *            CONTATO QUE NAO RECEBEU (TELEFONE OU E-MAIL A
      *            CORRIGIR NO CADASTRO), COM OS TOTAIS DE
      *            ENTREGUES E FALHAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "NOTRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.

           SELECT ARQ-NOTIFHIS ASSIGN TO "NOTIFHIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-NOTIFHIS.

           SELECT WORK-SORT ASSIGN TO "NRTSORT".

           SELECT RELATORIO ASSIGN TO "RELNOTRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
           COPY NOTRET.

       FD  ARQ-NOTIFHIS.
       01  NHS-LINHA               PIC X(150).

       SD  WORK-SORT.
       01  SORT-REC.
           05 SORT-AGENCIA         PIC 9(04).
           05 SORT-CLIENTE         PIC 9(06).
           05 SORT-CON-SEQ         PIC 9(02).
           05 SORT-ID              PIC X(14).
           05 SORT-EVENTO          PIC X(02).
           05 SORT-CANAL           PIC X(01).
           05 SORT-DESTINO         PIC X(40).
           05 SORT-MOTIVO          PIC X(30).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'NOTIFRET'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-RETORNO          PIC X(02) VALUE '00'.
       77  WRK-FS-NOTIFHIS         PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-RETORNO         PIC X(01) VALUE 'N'.
           88 SEM-RETORNO          VALUE 'S'.
       77  WRK-TRAILER-LIDO        PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO         VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-MOTIVO-RECUSA       PIC X(40) VALUE SPACES.
       77  WRK-QTD-REGISTROS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DETALHES        PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-ENTREGUES       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-FALHAS          PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-LOCALIZADAS     PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-TAB             PIC 9(04) VALUE ZEROS.
       77  WRK-MAX-TAB             PIC 9(04) VALUE 3000.
       77  WRK-IDX                 PIC 9(04) VALUE ZEROS.
       77  WRK-MENOR-DATA          PIC 9(08) VALUE ZEROS.
       77  WRK-MAIOR-DATA          PIC 9(08) VALUE ZEROS.
       77  WRK-AGENCIA-ATUAL       PIC 9(04) VALUE ZEROS.
       77  WRK-AGE-FALHAS          PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).

      *    LINHA DO HISTORICO DE AVISOS LIDA DO NOTIFHIS
           COPY NOTIFIC.

      *    AVISOS QUE FALHARAM NA ENTREGA, A LOCALIZAR NO
      *    HISTORICO
       01  WRK-TAB-FALHAS.
           05 WRK-FAL OCCURS 3000 TIMES.
              10 WRK-FAL-ID        PIC X(14).
              10 WRK-FAL-MOTIVO    PIC X(30).
              10 WRK-FAL-ACHOU     PIC X(01).
                 88 FAL-ACHOU      VALUE 'S'.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'RETORNO DOS AVISOS AO CLIENTE'.
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
              ' - CONTATOS QUE NAO RECEBERAM'.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(16) VALUE
              'CLIENTE SQ EV C '.
           05 FILLER               PIC X(33) VALUE 'DESTINO'.
           05 FILLER               PIC X(30) VALUE 'MOTIVO'.

       01  WRK-LINHA-DET.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CON-SEQ          PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-EVENTO           PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CANAL            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-DESTINO          PIC X(32).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-MOTIVO           PIC X(30).

       01  WRK-LINHA-TOT-AGE.
           05 FILLER               PIC X(20) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'FALHAS DA AGENCIA..:'.
           05 TOT-AGE-QTD          PIC ZZZ.ZZ9.

       01  WRK-LINHA-RECUSA.
           05 FILLER               PIC X(18) VALUE
              'ARQUIVO RECUSADO: '.
           05 RCS-MOTIVO           PIC X(40).
           05 FILLER               PIC X(10) VALUE ' REGISTRO '.
           05 RCS-REGISTRO         PIC ZZZZZ9.

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
               IF NOT SEM-RETORNO
                   PERFORM 2000-VALIDA-ARQUIVO
                   IF WRK-MOTIVO-RECUSA = SPACES
                       PERFORM 3000-CARREGA-FALHAS
                       IF WRK-QTD-TAB > ZEROS
                           SORT WORK-SORT
                               ON ASCENDING KEY SORT-AGENCIA
                                                SORT-CLIENTE
                                                SORT-CON-SEQ
                                                SORT-ID
                               INPUT PROCEDURE 4000-LOCALIZA-AVISOS
                               OUTPUT PROCEDURE 5000-IMPRIME-SORT
                       END-IF
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
      *    ABRE O RELATORIO E CONFERE SE O GATEWAY MANDOU
      *    RETORNO NESTA NOITE (SEM ARQUIVO NAO HA O QUE FAZER)
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE 'N' TO WRK-SEM-RETORNO
           OPEN INPUT ARQ-RETORNO
           IF WRK-FS-RETORNO NOT = '00'
               MOVE 'S' TO WRK-SEM-RETORNO
               DISPLAY 'ARQUIVO DE RETORNO DOS AVISOS INEXISTENTE'
           ELSE
               CLOSE ARQ-RETORNO
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
           MOVE 'N' TO WRK-TRAILER-LIDO
           OPEN INPUT ARQ-RETORNO
           PERFORM 2100-VALIDA-REGISTRO
               UNTIL WRK-FS-RETORNO NOT = '00'
                  OR WRK-MOTIVO-RECUSA NOT = SPACES
           CLOSE ARQ-RETORNO
           IF WRK-MOTIVO-RECUSA = SPACES
               EVALUATE TRUE
                   WHEN WRK-QTD-REGISTROS = ZEROS
                       MOVE 'ARQUIVO VAZIO' TO WRK-MOTIVO-RECUSA
                   WHEN NOT TRAILER-LIDO
                       MOVE 'TRAILER AUSENTE' TO WRK-MOTIVO-RECUSA
                   WHEN WRK-TRL-QTD NOT = WRK-QTD-DETALHES
                       MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    LE UM REGISTRO E CONFERE O TIPO E A POSICAO
      *-----------------------------------------------------
       2100-VALIDA-REGISTRO.
           READ ARQ-RETORNO
               AT END
                   MOVE '10' TO WRK-FS-RETORNO
               NOT AT END
                   ADD 1 TO WRK-QTD-REGISTROS
                   EVALUATE TRUE
                       WHEN TRAILER-LIDO
                           MOVE 'REGISTRO APOS O TRAILER'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-QTD-REGISTROS = 1
                        AND NOT NRH-HEADER
                           MOVE 'HEADER DO RETORNO AUSENTE'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-QTD-REGISTROS = 1
                           CONTINUE
                       WHEN NRD-DETALHE
                           PERFORM 2110-CONFERE-DETALHE
                       WHEN NRT-TRAILER
                           PERFORM 2120-GUARDA-TRAILER
                       WHEN OTHER
                           MOVE 'TIPO DE REGISTRO INVALIDO'
                               TO WRK-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    CONTA O DETALHE, QUE PRECISA TRAZER IDENTIFICADOR
      *    NUMERICO E SITUACAO CONHECIDA
      *-----------------------------------------------------
       2110-CONFERE-DETALHE.
           IF NRD-DATA NOT NUMERIC
              OR NRD-SEQ NOT NUMERIC
              OR (NOT NRD-ENTREGUE AND NOT NRD-FALHOU)
               MOVE 'DETALHE COM IDENTIFICADOR OU SITUACAO INVALIDA'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               ADD 1 TO WRK-QTD-DETALHES
           END-IF.

      *-----------------------------------------------------
      *    GUARDA A QUANTIDADE DO TRAILER PARA A CONFERENCIA
      *-----------------------------------------------------
       2120-GUARDA-TRAILER.
           IF NRT-QTD NOT NUMERIC
               MOVE 'QUANTIDADE DO TRAILER NAO NUMERICA'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WRK-TRAILER-LIDO
               MOVE NRT-QTD TO WRK-TRL-QTD
           END-IF.

      *-----------------------------------------------------
      *    ARQUIVO RECUSADO: O MOTIVO E O REGISTRO ONDE A
      *    VALIDACAO PAROU VAO PARA O RELATORIO E PARA O LOG
      *-----------------------------------------------------
       2900-RECUSA-ARQUIVO.
           MOVE WRK-MOTIVO-RECUSA TO RCS-MOTIVO
           MOVE WRK-QTD-REGISTROS TO RCS-REGISTRO
           WRITE REL-LINHA FROM WRK-LINHA-RECUSA
           DISPLAY 'RETORNO RECUSADO: ' WRK-MOTIVO-RECUSA
               ' REGISTRO ' WRK-QTD-REGISTROS.

      *-----------------------------------------------------
      *    SEGUNDA PASSADA: CONTA ENTREGUES E FALHAS E GUARDA NA
      *    TABELA AS FALHAS, COM A FAIXA DE DATAS DOS AVISOS
      *    PARA LIMITAR A PROCURA NO HISTORICO
      *-----------------------------------------------------
       3000-CARREGA-FALHAS.
           OPEN INPUT ARQ-RETORNO
           PERFORM 3100-LER-RETORNO
               UNTIL WRK-FS-RETORNO NOT = '00'
           CLOSE ARQ-RETORNO.

       3100-LER-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE '10' TO WRK-FS-RETORNO
               NOT AT END
                   IF NRD-DETALHE
                       IF NRD-ENTREGUE
                           ADD 1 TO WRK-QTD-ENTREGUES
                       ELSE
                           ADD 1 TO WRK-QTD-FALHAS
                           PERFORM 3110-GUARDA-FALHA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GUARDA UMA FALHA NA TABELA. ESTOURO DA TABELA SO E
      *    AVISADO NO LOG: A FALHA FICA NOS TOTAIS SEM O DETALHE
      *-----------------------------------------------------
       3110-GUARDA-FALHA.
           IF WRK-QTD-TAB < WRK-MAX-TAB
               ADD 1 TO WRK-QTD-TAB
               MOVE NRD-ID     TO WRK-FAL-ID(WRK-QTD-TAB)
               MOVE NRD-MOTIVO TO WRK-FAL-MOTIVO(WRK-QTD-TAB)
               MOVE 'N'        TO WRK-FAL-ACHOU(WRK-QTD-TAB)
               IF WRK-QTD-TAB = 1 OR NRD-DATA < WRK-MENOR-DATA
                   MOVE NRD-DATA TO WRK-MENOR-DATA
               END-IF
               IF NRD-DATA > WRK-MAIOR-DATA
                   MOVE NRD-DATA TO WRK-MAIOR-DATA
               END-IF
           ELSE
               DISPLAY 'TABELA DE FALHAS CHEIA - AVISO '
                   NRD-ID ' SO NOS TOTAIS'
           END-IF.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: PROCURA NO HISTORICO DE
      *    AVISOS, DENTRO DA FAIXA DE DATAS, OS AVISOS QUE
      *    FALHARAM E LIBERA O CONTATO COM A AGENCIA DO CLIENTE
      *-----------------------------------------------------
       4000-LOCALIZA-AVISOS.
           OPEN INPUT ARQ-NOTIFHIS
           IF WRK-FS-NOTIFHIS = '00'
               PERFORM 4100-LER-NOTIFHIS
                   UNTIL WRK-FS-NOTIFHIS NOT = '00'
               CLOSE ARQ-NOTIFHIS
           ELSE
               DISPLAY 'HISTORICO DE AVISOS INEXISTENTE'
           END-IF.

       4100-LER-NOTIFHIS.
           READ ARQ-NOTIFHIS INTO NTF-DETALHE
               AT END
                   MOVE '10' TO WRK-FS-NOTIFHIS
               NOT AT END
                   IF NTD-DETALHE
                      AND NTD-DATA NOT < WRK-MENOR-DATA
                      AND NTD-DATA NOT > WRK-MAIOR-DATA
                       PERFORM 4110-PROCURA-FALHA
                           VARYING WRK-IDX FROM 1 BY 1
                           UNTIL WRK-IDX > WRK-QTD-TAB
                   END-IF
           END-READ.

       4110-PROCURA-FALHA.
           IF WRK-FAL-ID(WRK-IDX) = NTD-ID
              AND NOT FAL-ACHOU(WRK-IDX)
               MOVE 'S' TO WRK-FAL-ACHOU(WRK-IDX)
               ADD 1 TO WRK-QTD-LOCALIZADAS
               MOVE NTD-AGENCIA   TO SORT-AGENCIA
               MOVE NTD-CLIENTE   TO SORT-CLIENTE
               MOVE NTD-CON-SEQ   TO SORT-CON-SEQ
               MOVE NTD-ID        TO SORT-ID
               MOVE NTD-EVENTO    TO SORT-EVENTO
               MOVE NTD-CANAL     TO SORT-CANAL
               MOVE NTD-DESTINO   TO SORT-DESTINO
               MOVE WRK-FAL-MOTIVO(WRK-IDX) TO SORT-MOTIVO
               RELEASE SORT-REC
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: IMPRIME AS FALHAS AGRUPADAS
      *    POR AGENCIA
      *-----------------------------------------------------
       5000-IMPRIME-SORT.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 5100-RETURN-SORT
           PERFORM 5300-IMPRIME-AGENCIA UNTIL FIM-SORT.

       5100-RETURN-SORT.
           RETURN WORK-SORT
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    IMPRIME A SECAO DE UMA AGENCIA: CABECALHO, FALHAS E
      *    TOTAL DA AGENCIA
      *-----------------------------------------------------
       5300-IMPRIME-AGENCIA.
           MOVE SORT-AGENCIA TO WRK-AGENCIA-ATUAL
           MOVE ZEROS TO WRK-AGE-FALHAS
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE WRK-AGENCIA-ATUAL TO HDR-AGENCIA
           WRITE REL-LINHA FROM WRK-CABECALHO-AGE
           WRITE REL-LINHA FROM WRK-CABECALHO2
           PERFORM 5310-IMPRIME-FALHA
               UNTIL FIM-SORT
                  OR SORT-AGENCIA NOT = WRK-AGENCIA-ATUAL
           MOVE WRK-AGE-FALHAS TO TOT-AGE-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOT-AGE.

       5310-IMPRIME-FALHA.
           ADD 1 TO WRK-AGE-FALHAS
           MOVE SORT-CLIENTE TO DET-CLIENTE
           MOVE SORT-CON-SEQ TO DET-CON-SEQ
           MOVE SORT-EVENTO  TO DET-EVENTO
           MOVE SORT-CANAL   TO DET-CANAL
           MOVE SORT-DESTINO TO DET-DESTINO
           MOVE SORT-MOTIVO  TO DET-MOTIVO
           WRITE REL-LINHA FROM WRK-LINHA-DET
           PERFORM 5100-RETURN-SORT.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS E ENCERRA O RELATORIO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'AVISOS ENTREGUES.......: ' TO TOT-ROTULO
           MOVE WRK-QTD-ENTREGUES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'AVISOS QUE FALHARAM....: ' TO TOT-ROTULO
           MOVE WRK-QTD-FALHAS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'FALHAS SEM HISTORICO...: ' TO TOT-ROTULO
           COMPUTE TOT-QTD = WRK-QTD-FALHAS - WRK-QTD-LOCALIZADAS
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           DISPLAY 'AVISOS ENTREGUES......: ' WRK-QTD-ENTREGUES
           DISPLAY 'AVISOS QUE FALHARAM...: ' WRK-QTD-FALHAS
           DISPLAY 'FALHAS LOCALIZADAS....: ' WRK-QTD-LOCALIZADAS.
