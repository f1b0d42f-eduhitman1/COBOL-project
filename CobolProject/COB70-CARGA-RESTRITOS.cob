       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB70-CARGA-RESTRITOS.
      ********************************
      *OBJETIVO : CARGA DA LISTA RECEBIDA DE PESSOAS RESTRITAS
      *           (SANCOES E PEP) NO CADASTRO RESTRIT (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            ANTES DA TRIAGEM (COB71-TRIAGEM). A LISTA CHEGA
      *            INTEIRA (RESTLIST: CPF/CNPJ, NOME, TIPO DE LISTA
      *            S = SANCOES OU P = PEP, DATA DE INCLUSAO NA
      *            LISTA) E SUBSTITUI O CADASTRO RESTRIT (COPY
      *            RESTRITO), COM O NOME NORMALIZADO PELO
      *            COB69-NORMALIZA. LINHA COM TIPO INVALIDO, NOME
      *            EM BRANCO OU DOCUMENTO/DATA NAO NUMERICOS E
      *            RECUSADA NO RELATORIO RELRESTC; LINHA REPETIDA
      *            (MESMO DOCUMENTO, LISTA E NOME) ENTRA UMA VEZ SO.
      *            SEM LISTA NOVA (RESTLIST VAZIO) OU SEM NENHUMA
      *            LINHA VALIDA O CADASTRO ATUAL E MANTIDO, PARA
      *            UMA TRANSMISSAO FALHA NAO DESLIGAR A TRIAGEM.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-LISTA ASSIGN TO "RESTLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LISTA.

           SELECT ARQ-RESTRITOS ASSIGN TO "RESTRIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               ALTERNATE RECORD KEY IS RES-NOME-NORM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-RESTRITOS.

           SELECT RELATORIO ASSIGN TO "RELRESTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-LISTA.
       01  LST-LINHA.
           05 LST-CPF-CNPJ         PIC 9(14).
           05 FILLER               PIC X(01).
           05 LST-NOME             PIC X(40).
           05 FILLER               PIC X(01).
           05 LST-TIPO-LISTA       PIC X(01).
              88 LST-TIPO-VALIDO   VALUES 'S', 'P'.
           05 FILLER               PIC X(01).
           05 LST-DATA-INCLUSAO    PIC 9(08).

       FD  ARQ-RESTRITOS.
           COPY RESTRITO.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'RESTCARG'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-LISTA            PIC X(02) VALUE '00'.
       77  WRK-FS-RESTRITOS        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-LINHA-VALIDA        PIC X(01) VALUE 'N'.
           88 LINHA-VALIDA         VALUE 'S'.
       77  WRK-FASE                PIC X(01) VALUE 'V'.
           88 FASE-VALIDACAO       VALUE 'V'.
           88 FASE-CARGA           VALUE 'C'.
       77  WRK-MOTIVO              PIC X(30) VALUE SPACES.
       77  WRK-NOME-NORM           PIC X(30) VALUE SPACES.
       77  WRK-TOTAL-LIDOS         PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-VALIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-RECUSADOS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-GRAVADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-REPETIDOS     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SANCOES       PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-PEP           PIC 9(07) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(40) VALUE
              'CARGA DA LISTA DE PESSOAS RESTRITAS'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2          PIC X(80) VALUE
           'LINHA   CPF/CNPJ       NOME
      -    '           MOTIVO'.

       01  WRK-LINHA-RECUSA.
           05 RCS-LINHA            PIC ZZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RCS-CPF-CNPJ         PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RCS-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 RCS-MOTIVO           PIC X(26).

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TOT-ROTULO           PIC X(35).
           05 TOT-QTD              PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               PERFORM 2000-VALIDA-LISTA
               IF WRK-TOTAL-VALIDOS > ZEROS
                   PERFORM 3000-CARREGA-LISTA
               ELSE
                   DISPLAY 'SEM LISTA NOVA VALIDA - CADASTRO DE '
                       'RESTRITOS MANTIDO'
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
      *    BUSCA A DATA DE NEGOCIO E ABRE O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO2.

      *-----------------------------------------------------
      *    PRIMEIRA PASSADA: VALIDA A LISTA INTEIRA E IMPRIME AS
      *    RECUSAS, SEM TOCAR O CADASTRO ATUAL
      *-----------------------------------------------------
       2000-VALIDA-LISTA.
           SET FASE-VALIDACAO TO TRUE
           OPEN INPUT ARQ-LISTA
           IF WRK-FS-LISTA = '00'
               PERFORM 2100-LER-LISTA
                   UNTIL WRK-FS-LISTA NOT = '00'
               CLOSE ARQ-LISTA
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DA LISTA E A TRATA CONFORME A PASSADA
      *-----------------------------------------------------
       2100-LER-LISTA.
           READ ARQ-LISTA
               AT END
                   MOVE '10' TO WRK-FS-LISTA
               NOT AT END
                   PERFORM 2200-VALIDA-LINHA
                   IF FASE-VALIDACAO
                       ADD 1 TO WRK-TOTAL-LIDOS
                       IF LINHA-VALIDA
                           ADD 1 TO WRK-TOTAL-VALIDOS
                       ELSE
                           PERFORM 2300-IMPRIME-RECUSA
                       END-IF
                   ELSE
                       IF LINHA-VALIDA
                           PERFORM 3100-GRAVA-RESTRITO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONFERE OS CAMPOS DA LINHA DA LISTA
      *-----------------------------------------------------
       2200-VALIDA-LINHA.
           MOVE 'S' TO WRK-LINHA-VALIDA
           MOVE SPACES TO WRK-MOTIVO
           EVALUATE TRUE
               WHEN LST-CPF-CNPJ NOT NUMERIC
                   MOVE 'CPF/CNPJ NAO NUMERICO' TO WRK-MOTIVO
               WHEN LST-NOME = SPACES
                   MOVE 'NOME EM BRANCO' TO WRK-MOTIVO
               WHEN NOT LST-TIPO-VALIDO
                   MOVE 'TIPO DE LISTA INVALIDO' TO WRK-MOTIVO
               WHEN LST-DATA-INCLUSAO NOT NUMERIC
                   MOVE 'DATA DE INCLUSAO INVALIDA' TO WRK-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WRK-MOTIVO NOT = SPACES
               MOVE 'N' TO WRK-LINHA-VALIDA
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME A LINHA RECUSADA COM O MOTIVO
      *-----------------------------------------------------
       2300-IMPRIME-RECUSA.
           ADD 1 TO WRK-TOTAL-RECUSADOS
           MOVE WRK-TOTAL-LIDOS    TO RCS-LINHA
           MOVE LST-LINHA(1:14)    TO RCS-CPF-CNPJ
           MOVE LST-NOME           TO RCS-NOME
           MOVE WRK-MOTIVO         TO RCS-MOTIVO
           WRITE REL-LINHA FROM WRK-LINHA-RECUSA.

      *-----------------------------------------------------
      *    SEGUNDA PASSADA: RECRIA O CADASTRO DE RESTRITOS COM AS
      *    LINHAS VALIDAS DA LISTA
      *-----------------------------------------------------
       3000-CARREGA-LISTA.
           SET FASE-CARGA TO TRUE
           OPEN OUTPUT ARQ-RESTRITOS
           OPEN INPUT ARQ-LISTA
           PERFORM 2100-LER-LISTA
               UNTIL WRK-FS-LISTA NOT = '00'
           CLOSE ARQ-LISTA
           CLOSE ARQ-RESTRITOS.

      *-----------------------------------------------------
      *    GRAVA A PESSOA RESTRITA COM O NOME NORMALIZADO
      *-----------------------------------------------------
       3100-GRAVA-RESTRITO.
           CALL 'COB69-NORMALIZA' USING LST-NOME WRK-NOME-NORM
           MOVE SPACES TO RESTRITO-REC
           MOVE LST-CPF-CNPJ      TO RES-CPF-CNPJ
           MOVE LST-TIPO-LISTA    TO RES-TIPO-LISTA
           MOVE WRK-NOME-NORM     TO RES-NOME-NORM
           MOVE LST-NOME          TO RES-NOME
           MOVE LST-DATA-INCLUSAO TO RES-DATA-INCLUSAO
           MOVE WRK-DATA-HOJE-N   TO RES-DATA-CARGA
           WRITE RESTRITO-REC
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-REPETIDOS
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-GRAVADOS
                   IF RES-SANCAO
                       ADD 1 TO WRK-TOTAL-SANCOES
                   ELSE
                       ADD 1 TO WRK-TOTAL-PEP
                   END-IF
           END-WRITE.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS E FECHA O RELATORIO
      *-----------------------------------------------------
       9000-FINALIZE.
           IF WRK-TOTAL-RECUSADOS = ZEROS
               MOVE SPACES TO REL-LINHA
               MOVE 'NENHUMA LINHA RECUSADA' TO REL-LINHA(6:)
               WRITE REL-LINHA
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'LINHAS LIDAS DA LISTA.............' TO TOT-ROTULO
           MOVE WRK-TOTAL-LIDOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'LINHAS RECUSADAS..................' TO TOT-ROTULO
           MOVE WRK-TOTAL-RECUSADOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'LINHAS REPETIDAS..................' TO TOT-ROTULO
           MOVE WRK-TOTAL-REPETIDOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'PESSOAS GRAVADAS NO CADASTRO......' TO TOT-ROTULO
           MOVE WRK-TOTAL-GRAVADOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE '  LISTA DE SANCOES................' TO TOT-ROTULO
           MOVE WRK-TOTAL-SANCOES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE '  PESSOAS EXPOSTAS POLITICAMENTE..' TO TOT-ROTULO
           MOVE WRK-TOTAL-PEP TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           IF WRK-TOTAL-VALIDOS = ZEROS
               MOVE SPACES TO REL-LINHA
               MOVE 'SEM LINHA VALIDA - CADASTRO ANTERIOR MANTIDO'
                   TO REL-LINHA(6:)
               WRITE REL-LINHA
           END-IF
           CLOSE RELATORIO
           DISPLAY 'LINHAS LIDAS......: ' WRK-TOTAL-LIDOS
           DISPLAY 'LINHAS RECUSADAS..: ' WRK-TOTAL-RECUSADOS
           DISPLAY 'PESSOAS GRAVADAS..: ' WRK-TOTAL-GRAVADOS.
