       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB60-COBRANCA.
      ********************************
      *OBJETIVO : IMPORTACAO DO ARQUIVO RETORNO DE COBRANCA
      *           CNAB 400 COMO CREDITO EM CONTA (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            (JOB CLIBATCH) ANTES DA LIBERACAO E DO
      *            LANCAMENTO. LE O RETORNO DO BANCO COBRADOR
      *            (CNABRET, COPY CNAB400) EM DUAS PASSADAS. A
      *            PRIMEIRA SO VALIDA O ARQUIVO: HEADER DE RETORNO
      *            DE COBRANCA NA PRIMEIRA POSICAO, SEQUENCIAL DE
      *            CADA REGISTRO IGUAL A SUA POSICAO, SO DETALHES
      *            ENTRE O HEADER E O TRAILER, E A QUANTIDADE E O
      *            VALOR TOTAL DO TRAILER BATENDO COM OS DETALHES.
      *            ARQUIVO QUE NAO PASSA E RECUSADO INTEIRO (NENHUM
      *            CREDITO) E O MOTIVO SAI NO RELATORIO DE
      *            EXCECOES. A SEGUNDA PASSADA TRATA CADA TITULO:
      *            OCORRENCIA DE LIQUIDACAO DE TITULO CADASTRADO
      *            (TITCOB, COPY TITULO) EM ABERTO E COM CONTA
      *            ABERTA VIRA UM CREDITO DO VALOR PAGO NA CONTA
      *            DO TITULO, NUM LOTE PROPRIO DO MOVTO (AGENCIA
      *            INTERNA 9999, CABECALHO E TRAILER, HISTORICO
      *            0040), COMO FAZ O COB52-PARCELAS; A DATA DE
      *            CREDITO DO BANCO, SE FUTURA, VAI COMO DATA DE
      *            VALOR E O MOVLIBER RETEM O CREDITO ATE LA. O
      *            TITULO FICA LIQUIDADO, E UMA SEGUNDA LIQUIDACAO
      *            DO MESMO NOSSO NUMERO (NO MESMO ARQUIVO OU NUM
      *            RETORNO POSTERIOR) CAI COMO DUPLICADA. TITULO
      *            NAO CADASTRADO, BAIXADO, DE CONTA NAO ABERTA
      *            OU SEM VALOR PAGO, E AS OCORRENCIAS QUE NAO SAO
      *            LIQUIDACAO (ENTRADA, BAIXA, PROTESTO...), SAEM
      *            NO RELATORIO DE EXCECOES (EXCCNAB) PARA A
      *            COBRANCA TRATAR. OS CREDITOS GERADOS SAEM NO
      *            RELATORIO RELCNAB.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RETORNO ASSIGN TO "CNABRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.

           SELECT ARQ-TITULO ASSIGN TO "TITCOB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TIT-NOSSO-NUMERO
               ALTERNATE RECORD KEY IS TIT-CLIENTE WITH DUPLICATES
               FILE STATUS IS WRK-FS-TITULO.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CHAVE
               FILE STATUS IS WRK-FS-CONTA.

           SELECT ARQ-MOVIMENTO ASSIGN TO "MOVTO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MOVIMENTO.

           SELECT RELATORIO ASSIGN TO "RELCNAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

           SELECT REL-EXCECAO ASSIGN TO "EXCCNAB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXCECAO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RETORNO.
           COPY CNAB400.

       FD  ARQ-TITULO.
           COPY TITULO.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  ARQ-MOVIMENTO.
           COPY MOVIMENTO.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       FD  REL-EXCECAO.
       01  EXC-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'CNABIMP'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-RETORNO          PIC X(02) VALUE '00'.
       77  WRK-FS-TITULO           PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-MOVIMENTO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-FS-EXCECAO          PIC X(02) VALUE '00'.
       77  WRK-SEM-RETORNO         PIC X(01) VALUE 'N'.
           88 SEM-RETORNO          VALUE 'S'.
       77  WRK-SEM-TITULO          PIC X(01) VALUE 'N'.
           88 SEM-TITULO           VALUE 'S'.
       77  WRK-TRAILER-LIDO        PIC X(01) VALUE 'N'.
           88 TRAILER-LIDO         VALUE 'S'.
       77  WRK-MOTIVO-RECUSA       PIC X(40) VALUE SPACES.
       77  WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77  WRK-QTD-REGISTROS       PIC 9(06) VALUE ZEROS.
       77  WRK-QTD-DETALHES        PIC 9(08) VALUE ZEROS.
       77  WRK-SOMA-DETALHES       PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TRL-QTD             PIC 9(08) VALUE ZEROS.
       77  WRK-TRL-VALOR           PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS-QTD  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CREDITOS      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-EXCECOES-QTD  PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-EXCECOES      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-COBRANCA       PIC 9(04) VALUE 0040.
       77  WRK-DATA-CREDITO        PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    DATA DO ARQUIVO DO BANCO (DDMMAA) E A MESMA DATA
      *    REMONTADA NO FORMATO DA CASA (AAAAMMDD)
       01  WRK-DATA-DDMMAA.
           05 WRK-DMA-DIA          PIC 9(02).
           05 WRK-DMA-MES          PIC 9(02).
           05 WRK-DMA-ANO          PIC 9(02).
       01  WRK-DATA-AAAAMMDD.
           05 WRK-AMD-SECULO       PIC 9(02) VALUE 20.
           05 WRK-AMD-ANO          PIC 9(02).
           05 WRK-AMD-MES          PIC 9(02).
           05 WRK-AMD-DIA          PIC 9(02).
       01  WRK-DATA-AAAAMMDD-N REDEFINES WRK-DATA-AAAAMMDD
                                   PIC 9(08).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'CREDITOS DE COBRANCA - CNAB 400'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(13) VALUE 'NOSSO NUMERO'.
           05 FILLER               PIC X(10) VALUE 'CLIENTE SQ'.
           05 FILLER               PIC X(11) VALUE ' SEU NUMERO'.
           05 FILLER               PIC X(15) VALUE '     VALOR PAGO'.
           05 FILLER               PIC X(10) VALUE '  CREDITO'.

       01  WRK-LINHA-DET.
           05 DET-NOSSO-NUMERO     PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEQ              PIC 99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-SEU-NUMERO       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 DET-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 DET-DATA-CREDITO     PIC 9(08).

       01  WRK-CAB-EXCECAO1.
           05 FILLER               PIC X(34) VALUE
              'EXCECOES DO RETORNO DE COBRANCA'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HEX-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HEX-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HEX-ANO              PIC 9999.

       01  WRK-CAB-EXCECAO2.
           05 FILLER               PIC X(13) VALUE 'NOSSO NUMERO'.
           05 FILLER               PIC X(03) VALUE 'OC'.
           05 FILLER               PIC X(11) VALUE 'SEU NUMERO'.
           05 FILLER               PIC X(15) VALUE '          VALOR'.
           05 FILLER               PIC X(08) VALUE '  MOTIVO'.

       01  WRK-LINHA-EXCECAO.
           05 EXC-NOSSO-NUMERO     PIC X(12).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-OCORRENCIA       PIC X(02).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-SEU-NUMERO       PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 EXC-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 EXC-MOTIVO           PIC X(30).

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
               IF NOT SEM-RETORNO
                   PERFORM 2000-VALIDA-ARQUIVO
                   IF WRK-MOTIVO-RECUSA = SPACES
                       PERFORM 3000-IMPORTA-ARQUIVO
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
      *    ABRE OS RELATORIOS E CONFERE SE O BANCO MANDOU
      *    RETORNO NESTA NOITE (SEM ARQUIVO NAO HA O QUE FAZER)
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO2
           OPEN OUTPUT REL-EXCECAO
           MOVE WRK-DIA-HOJE TO HEX-DIA
           MOVE WRK-MES-HOJE TO HEX-MES
           MOVE WRK-ANO-HOJE TO HEX-ANO
           WRITE EXC-LINHA FROM WRK-CAB-EXCECAO1
           WRITE EXC-LINHA FROM WRK-CAB-EXCECAO2
           MOVE 'N' TO WRK-SEM-RETORNO
           OPEN INPUT ARQ-RETORNO
           IF WRK-FS-RETORNO NOT = '00'
               MOVE 'S' TO WRK-SEM-RETORNO
               DISPLAY 'ARQUIVO RETORNO INEXISTENTE - SEM CREDITOS'
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
           MOVE ZEROS TO WRK-SOMA-DETALHES
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
                   WHEN WRK-TRL-VALOR NOT = WRK-SOMA-DETALHES
                       MOVE 'VALOR TOTAL DO TRAILER NAO CONFERE'
                           TO WRK-MOTIVO-RECUSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    LE UM REGISTRO E CONFERE TIPO, POSICAO E SEQUENCIAL
      *    (O SEQUENCIAL OCUPA AS MESMAS POSICOES NOS TRES
      *    TIPOS DE REGISTRO)
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
                        AND (NOT CNH-HEADER OR NOT CNH-RETORNO
                             OR NOT CNH-COBRANCA)
                           MOVE 'HEADER DE RETORNO DE COBRANCA AUSENTE'
                               TO WRK-MOTIVO-RECUSA
                       WHEN CNH-SEQUENCIAL NOT NUMERIC
                           MOVE 'SEQUENCIAL INVALIDO'
                               TO WRK-MOTIVO-RECUSA
                       WHEN CNH-SEQUENCIAL NOT = WRK-QTD-REGISTROS
                           MOVE 'SEQUENCIAL FORA DE ORDEM'
                               TO WRK-MOTIVO-RECUSA
                       WHEN WRK-QTD-REGISTROS = 1
                           CONTINUE
                       WHEN CND-DETALHE
                           PERFORM 2110-SOMA-DETALHE
                       WHEN CNT-TRAILER
                           PERFORM 2120-GUARDA-TRAILER
                       WHEN OTHER
                           MOVE 'TIPO DE REGISTRO INVALIDO'
                               TO WRK-MOTIVO-RECUSA
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    CONTA O DETALHE E SOMA O VALOR DO TITULO
      *-----------------------------------------------------
       2110-SOMA-DETALHE.
           IF CND-VALOR-TITULO NOT NUMERIC
              OR CND-VALOR-PAGO NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO NO DETALHE'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               ADD 1 TO WRK-QTD-DETALHES
               ADD CND-VALOR-TITULO TO WRK-SOMA-DETALHES
           END-IF.

      *-----------------------------------------------------
      *    GUARDA OS TOTAIS DO TRAILER PARA A CONFERENCIA
      *-----------------------------------------------------
       2120-GUARDA-TRAILER.
           IF CNT-QTD-TITULOS NOT NUMERIC
              OR CNT-VALOR-TOTAL NOT NUMERIC
               MOVE 'TOTAIS DO TRAILER NAO NUMERICOS'
                   TO WRK-MOTIVO-RECUSA
           ELSE
               MOVE 'S' TO WRK-TRAILER-LIDO
               MOVE CNT-QTD-TITULOS TO WRK-TRL-QTD
               MOVE CNT-VALOR-TOTAL TO WRK-TRL-VALOR
           END-IF.

      *-----------------------------------------------------
      *    ARQUIVO RECUSADO: NENHUM CREDITO E GERADO, O MOTIVO E
      *    O REGISTRO ONDE A VALIDACAO PAROU VAO PARA OS DOIS
      *    RELATORIOS E PARA O LOG DO JOB
      *-----------------------------------------------------
       2900-RECUSA-ARQUIVO.
           MOVE WRK-MOTIVO-RECUSA TO RCS-MOTIVO
           MOVE WRK-QTD-REGISTROS TO RCS-REGISTRO
           WRITE REL-LINHA FROM WRK-LINHA-RECUSA
           WRITE EXC-LINHA FROM WRK-LINHA-RECUSA
           DISPLAY 'RETORNO RECUSADO: ' WRK-MOTIVO-RECUSA
               ' REGISTRO ' WRK-QTD-REGISTROS.

      *-----------------------------------------------------
      *    SEGUNDA PASSADA: ABRE O CADASTRO DE TITULOS, AS
      *    CONTAS E O LOTE INTERNO NO MOVTO (EM EXTEND, PARA
      *    SOMAR AOS MOVIMENTOS JA ENVIADOS) E TRATA CADA
      *    DETALHE DO RETORNO
      *-----------------------------------------------------
       3000-IMPORTA-ARQUIVO.
           MOVE 'N' TO WRK-SEM-TITULO
           OPEN I-O ARQ-TITULO
           IF WRK-FS-TITULO NOT = '00'
               MOVE 'S' TO WRK-SEM-TITULO
               DISPLAY 'CADASTRO DE TITULOS INEXISTENTE'
           END-IF
           OPEN INPUT CONTA-MASTER
           OPEN EXTEND ARQ-MOVIMENTO
           IF WRK-FS-MOVIMENTO NOT = '00'
               OPEN OUTPUT ARQ-MOVIMENTO
           END-IF
           MOVE 'H' TO MOV-CAB-TIPO
           MOVE WRK-AGENCIA-INTERNA TO MOV-CAB-AGENCIA
           MOVE WRK-DATA-HOJE-N TO MOV-CAB-DATA
           WRITE MOV-LOTE-CAB
           OPEN INPUT ARQ-RETORNO
           PERFORM 3100-LE-RETORNO
               UNTIL WRK-FS-RETORNO NOT = '00'
           CLOSE ARQ-RETORNO
           MOVE 'T' TO MOV-TRL-TIPO
           MOVE WRK-TOTAL-CREDITOS-QTD TO MOV-TRL-QTD
           MOVE ZEROS                  TO MOV-TRL-DEBITOS
           MOVE WRK-TOTAL-CREDITOS     TO MOV-TRL-CREDITOS
           WRITE MOV-LOTE-TRL
           CLOSE ARQ-MOVIMENTO
           CLOSE CONTA-MASTER
           IF NOT SEM-TITULO
               CLOSE ARQ-TITULO
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO REGISTRO; SO OS DETALHES INTERESSAM
      *-----------------------------------------------------
       3100-LE-RETORNO.
           READ ARQ-RETORNO
               AT END
                   MOVE '10' TO WRK-FS-RETORNO
               NOT AT END
                   IF CND-DETALHE
                       PERFORM 3200-TRATA-DETALHE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    DECIDE O DESTINO DO DETALHE: LIQUIDACAO VALIDA VIRA
      *    CREDITO, O RESTO VAI PARA O RELATORIO DE EXCECOES
      *-----------------------------------------------------
       3200-TRATA-DETALHE.
           MOVE SPACES TO WRK-MOTIVO
           IF NOT CND-LIQUIDACAO
               PERFORM 3300-DESCREVE-OCORRENCIA
           ELSE
               PERFORM 3210-CRITICA-LIQUIDACAO
           END-IF
           IF WRK-MOTIVO = SPACES
               PERFORM 3400-GERA-CREDITO
           ELSE
               PERFORM 3500-GRAVA-EXCECAO
           END-IF.

      *-----------------------------------------------------
      *    CONFERE O TITULO E A CONTA DE UMA LIQUIDACAO
      *-----------------------------------------------------
       3210-CRITICA-LIQUIDACAO.
           IF SEM-TITULO
               MOVE 'TITULO NAO CADASTRADO' TO WRK-MOTIVO
           ELSE
               MOVE CND-NOSSO-NUMERO TO TIT-NOSSO-NUMERO
               READ ARQ-TITULO
                   INVALID KEY
                       MOVE 'TITULO NAO CADASTRADO' TO WRK-MOTIVO
               END-READ
           END-IF
           IF WRK-MOTIVO = SPACES
               EVALUATE TRUE
                   WHEN TIT-LIQUIDADO
                       MOVE 'NOSSO NUMERO DUPLICADO' TO WRK-MOTIVO
                   WHEN TIT-BAIXADO
                       MOVE 'TITULO BAIXADO' TO WRK-MOTIVO
                   WHEN CND-VALOR-PAGO = ZEROS
                       MOVE 'LIQUIDACAO SEM VALOR PAGO' TO WRK-MOTIVO
                   WHEN OTHER
                       MOVE TIT-CLIENTE   TO CTA-CLIENTE
                       MOVE TIT-SEQUENCIA TO CTA-SEQUENCIA
                       READ CONTA-MASTER
                           INVALID KEY
                               MOVE 'CONTA DO TITULO INEXISTENTE'
                                   TO WRK-MOTIVO
                           NOT INVALID KEY
                               IF NOT CTA-ABERTA
                                   MOVE 'CONTA DO TITULO ENCERRADA'
                                       TO WRK-MOTIVO
                               END-IF
                       END-READ
               END-EVALUATE
           END-IF.

      *-----------------------------------------------------
      *    OCORRENCIA QUE NAO E LIQUIDACAO: NAO MEXE EM CONTA,
      *    SO VAI PARA A COBRANCA COM A DESCRICAO DO CODIGO
      *-----------------------------------------------------
       3300-DESCREVE-OCORRENCIA.
           EVALUATE TRUE
               WHEN CND-ENTRADA
                   MOVE 'OCORRENCIA: ENTRADA CONFIRMADA' TO WRK-MOTIVO
               WHEN CND-ENTRADA-REJ
                   MOVE 'OCORRENCIA: ENTRADA REJEITADA' TO WRK-MOTIVO
               WHEN CND-BAIXA
                   MOVE 'OCORRENCIA: BAIXA' TO WRK-MOTIVO
               WHEN CND-OCORRENCIA = '14'
                   MOVE 'OCORRENCIA: VENCIMENTO ALTERADO'
                       TO WRK-MOTIVO
               WHEN CND-OCORRENCIA = '23'
                   MOVE 'OCORRENCIA: ENVIADO A CARTORIO'
                       TO WRK-MOTIVO
               WHEN CND-OCORRENCIA = '24'
                   MOVE 'OCORRENCIA: INSTRUCAO REJEITADA'
                       TO WRK-MOTIVO
               WHEN OTHER
                   MOVE 'OCORRENCIA NAO LIQUIDACAO' TO WRK-MOTIVO
           END-EVALUATE.

      *-----------------------------------------------------
      *    GRAVA O CREDITO DO VALOR PAGO NA CONTA DO TITULO, DA
      *    O TITULO COMO LIQUIDADO E IMPRIME A LINHA. CREDITO
      *    COM DATA FUTURA DO BANCO LEVA A DATA DE VALOR
      *-----------------------------------------------------
       3400-GERA-CREDITO.
           MOVE ZEROS TO WRK-DATA-CREDITO
           IF CND-DATA-CREDITO NUMERIC
              AND CND-DATA-CREDITO NOT = ZEROS
               MOVE CND-DATA-CREDITO TO WRK-DATA-DDMMAA
               MOVE WRK-DMA-ANO TO WRK-AMD-ANO
               MOVE WRK-DMA-MES TO WRK-AMD-MES
               MOVE WRK-DMA-DIA TO WRK-AMD-DIA
               MOVE WRK-DATA-AAAAMMDD-N TO WRK-DATA-CREDITO
           END-IF
           MOVE TIT-CLIENTE    TO MOV-CLIENTE
           MOVE TIT-SEQUENCIA  TO MOV-SEQUENCIA
           MOVE 'C'            TO MOV-TIPO
           MOVE CND-VALOR-PAGO TO MOV-VALOR
           MOVE ZEROS          TO MOV-CLIENTE-DEST
           MOVE ZEROS          TO MOV-SEQ-DEST
           IF WRK-DATA-CREDITO > WRK-DATA-HOJE-N
               MOVE WRK-DATA-CREDITO TO MOV-DATA-VALOR
           ELSE
               MOVE ZEROS TO MOV-DATA-VALOR
           END-IF
           MOVE ZEROS          TO MOV-DATA-ORIGINAL
           MOVE WRK-HIST-COBRANCA TO MOV-HISTORICO
           WRITE MOV-LINHA
           ADD 1 TO WRK-TOTAL-CREDITOS-QTD
           ADD CND-VALOR-PAGO TO WRK-TOTAL-CREDITOS
           SET TIT-LIQUIDADO TO TRUE
           MOVE WRK-DATA-HOJE-N TO TIT-DATA-LIQUIDACAO
           MOVE CND-VALOR-PAGO  TO TIT-VALOR-PAGO
           REWRITE TITULO-REC
           MOVE TIT-NOSSO-NUMERO TO DET-NOSSO-NUMERO
           MOVE TIT-CLIENTE      TO DET-CLIENTE
           MOVE TIT-SEQUENCIA    TO DET-SEQ
           MOVE TIT-SEU-NUMERO   TO DET-SEU-NUMERO
           MOVE CND-VALOR-PAGO   TO DET-VALOR
           IF WRK-DATA-CREDITO = ZEROS
               MOVE WRK-DATA-HOJE-N TO DET-DATA-CREDITO
           ELSE
               MOVE WRK-DATA-CREDITO TO DET-DATA-CREDITO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-DET.

      *-----------------------------------------------------
      *    IMPRIME O DETALHE NO RELATORIO DE EXCECOES
      *-----------------------------------------------------
       3500-GRAVA-EXCECAO.
           ADD 1 TO WRK-TOTAL-EXCECOES-QTD
           MOVE CND-NOSSO-NUMERO TO EXC-NOSSO-NUMERO
           MOVE CND-OCORRENCIA   TO EXC-OCORRENCIA
           MOVE CND-SEU-NUMERO   TO EXC-SEU-NUMERO
           IF CND-LIQUIDACAO
               MOVE CND-VALOR-PAGO TO EXC-VALOR
               ADD CND-VALOR-PAGO TO WRK-TOTAL-EXCECOES
           ELSE
               MOVE CND-VALOR-TITULO TO EXC-VALOR
               ADD CND-VALOR-TITULO TO WRK-TOTAL-EXCECOES
           END-IF
           MOVE WRK-MOTIVO TO EXC-MOTIVO
           WRITE EXC-LINHA FROM WRK-LINHA-EXCECAO.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS, ENCERRA OS RELATORIOS E EXIBE O
      *    RESUMO DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CREDITOS GERADOS...:' TO TOT-ROTULO
           MOVE WRK-TOTAL-CREDITOS-QTD TO TOT-QTD
           MOVE WRK-TOTAL-CREDITOS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE SPACES TO EXC-LINHA
           WRITE EXC-LINHA
           MOVE 'EXCECOES...........:' TO TOT-ROTULO
           MOVE WRK-TOTAL-EXCECOES-QTD TO TOT-QTD
           MOVE WRK-TOTAL-EXCECOES TO TOT-VALOR
           WRITE EXC-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           CLOSE REL-EXCECAO
           DISPLAY 'REGISTROS NO RETORNO: ' WRK-QTD-REGISTROS
           DISPLAY 'CREDITOS GERADOS....: ' WRK-TOTAL-CREDITOS-QTD
           DISPLAY 'EXCECOES............: ' WRK-TOTAL-EXCECOES-QTD.
