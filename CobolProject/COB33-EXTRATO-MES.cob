      *            A LINHA DE SEM MOVIMENTO E O SALDO ATUAL
      *            ROTULADO COM A DATA DE NEGOCIO, SEM AFIRMAR
      *            FIGURA DE FIM DE MES.
      * 2026-10-15 IVN - O ESTORNO E O LANCAMENTO ESTORNADO (LINHAS
      *            E E R DO MOVHIST) SAEM AMARRADOS NO EXTRATO: O
      *            ORIGINAL LEVA A MARCA ESTORNADO EM DD/MM/AAAA E O
      *            ESTORNO LEVA A MARCA ESTORNO DE DD/MM/AAAA MAIS
      *            UMA LINHA LOGO ABAIXO REPETINDO O ORIGINAL (DATA,
      *            TIPO E VALOR), PARA O CLIENTE VER O PAR JUNTO
      *            MESMO QUANDO O ORIGINAL E DE OUTRO MES. A ORDEM
      *            CRONOLOGICA E O SALDO CORRENTE NAO MUDAM.
      * 2026-10-15 IVN - CADA MOVIMENTO SAI COM A DESCRICAO DO SEU
      *            CODIGO DE HISTORICO (MHS-HISTORICO, DESCRITO NA
      *            TABELA HISTCOD PELO COB58-HISTORICO); LINHA ANTIGA,
      *            SEM CODIGO, SAI COM A DESCRICAO EM BRANCO. A LINHA
      *            DO EXTRATO PASSA A 132 COLUNAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
              88 SORT-DEBITO       VALUE 'D'.
           05 SORT-VALOR           PIC 9(09)V99.
           05 SORT-SALDO           PIC S9(09)V99.
           05 SORT-ESTORNO         PIC X(01).
              88 SORT-LINHA-ESTORNO VALUE 'E'.
              88 SORT-ESTORNADO    VALUE 'R'.
           05 SORT-DATA-VINCULO    PIC 9(08).
           05 SORT-HISTORICO       PIC 9(04).

       FD  RELATORIO.
       01  REL-LINHA               PIC X(132).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'EXTRAMES'.
       77  WRK-FIM-HIST            PIC X(01) VALUE 'N'.
           88 FIM-HISTORICO        VALUE 'S'.
       77  WRK-NOME-TITULAR        PIC X(30) VALUE SPACES.
       77  WRK-HCD-SITUACAO        PIC X(01) VALUE SPACE.
           88 HCD-EXISTENTE        VALUE 'S' 'I'.
       77  WRK-HCD-DESCRICAO       PIC X(25) VALUE SPACES.
       77  WRK-HCD-NATUREZA        PIC X(01) VALUE SPACE.
       77  WRK-HCD-CONTA-GL        PIC X(10) VALUE SPACES.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MOV-TIPO             PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MOV-DESCRICAO        PIC X(25).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MOV-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(08) VALUE '  SALDO '.
           05 MOV-SALDO            PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MOV-MARCA            PIC X(23).

       01  WRK-MARCA-ESTORNO.
           05 MAR-ROTULO           PIC X(13).
           05 MAR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 MAR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 MAR-ANO              PIC 9999.

       01  WRK-LINHA-ORIGINAL.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(09) VALUE 'ORIGINAL '.
           05 ORI-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ORI-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 ORI-ANO              PIC 9999.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ORI-TIPO             PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ORI-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-FECHAMENTO.
           05 FILLER               PIC X(28) VALUE
                       MOVE MHS-TIPO       TO SORT-TIPO
                       MOVE MHS-VALOR      TO SORT-VALOR
                       MOVE MHS-SALDO      TO SORT-SALDO
                       MOVE MHS-ESTORNO    TO SORT-ESTORNO
                       IF MHS-LINHA-ESTORNO OR MHS-ESTORNADO
                           MOVE MHS-DATA-VINCULO TO SORT-DATA-VINCULO
                       ELSE
                           MOVE ZEROS TO SORT-DATA-VINCULO
                       END-IF
                       IF MHS-HISTORICO NUMERIC
                           MOVE MHS-HISTORICO TO SORT-HISTORICO
                       ELSE
                           MOVE ZEROS TO SORT-HISTORICO
                       END-IF
                       RELEASE SORT-REC
                   END-IF
           END-READ.
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME UM MOVIMENTO DA CONTA CORRENTE (COM A MARCA
      *    DO PAR DE ESTORNO, QUANDO HA), GUARDA O SALDO
      *    RESULTANTE COMO FECHAMENTO E AVANCA O HISTORICO
      *    ORDENADO
      *-----------------------------------------------------
       3400-IMPRIME-UM-MOV.
           ADD 1 TO WRK-MOVTOS-CONTA
           MOVE SORT-TIPO      TO MOV-TIPO
           MOVE SORT-VALOR     TO MOV-VALOR
           MOVE SORT-SALDO     TO MOV-SALDO
           PERFORM 3430-DESCREVE-HISTORICO
           MOVE SPACES         TO MOV-MARCA
           IF SORT-LINHA-ESTORNO OR SORT-ESTORNADO
               PERFORM 3410-MONTA-MARCA
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-MOV
           IF SORT-LINHA-ESTORNO
               PERFORM 3420-IMPRIME-ORIGINAL
           END-IF
           MOVE SORT-SALDO TO WRK-SALDO-FECHAMENTO
           PERFORM 3100-RETURN-HIST.

      *-----------------------------------------------------
      *    MONTA A MARCA DO PAR DE ESTORNO COM A DATA DA OUTRA
      *    PONTA
      *-----------------------------------------------------
       3410-MONTA-MARCA.
           IF SORT-LINHA-ESTORNO
               MOVE 'ESTORNO DE   ' TO MAR-ROTULO
           ELSE
               MOVE 'ESTORNADO EM ' TO MAR-ROTULO
           END-IF
           MOVE SORT-DATA-VINCULO(7:2) TO MAR-DIA
           MOVE SORT-DATA-VINCULO(5:2) TO MAR-MES
           MOVE SORT-DATA-VINCULO(1:4) TO MAR-ANO
           MOVE WRK-MARCA-ESTORNO TO MOV-MARCA.

      *-----------------------------------------------------
      *    IMPRIME LOGO ABAIXO DO ESTORNO O LANCAMENTO QUE ELE
      *    ANULA: MESMA CONTA E VALOR, NATUREZA OPOSTA E A DATA
      *    DO VINCULO
      *-----------------------------------------------------
       3420-IMPRIME-ORIGINAL.
           MOVE SORT-DATA-VINCULO(7:2) TO ORI-DIA
           MOVE SORT-DATA-VINCULO(5:2) TO ORI-MES
           MOVE SORT-DATA-VINCULO(1:4) TO ORI-ANO
           IF SORT-DEBITO
               MOVE 'C' TO ORI-TIPO
           ELSE
               MOVE 'D' TO ORI-TIPO
           END-IF
           MOVE SORT-VALOR TO ORI-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-ORIGINAL.

      *-----------------------------------------------------
      *    DESCREVE O CODIGO DE HISTORICO DO MOVIMENTO (CODIGO
      *    ZERADO, DE LINHA ANTERIOR A TABELA, OU NAO CADASTRADO
      *    FICA EM BRANCO; O INATIVO AINDA DESCREVE O QUE JA FOI
      *    LANCADO COM ELE)
      *-----------------------------------------------------
       3430-DESCREVE-HISTORICO.
           MOVE SPACES TO MOV-DESCRICAO
           IF SORT-HISTORICO NOT = ZEROS
               MOVE 'N' TO WRK-HCD-SITUACAO
               CALL 'COB58-HISTORICO' USING SORT-HISTORICO
                   WRK-HCD-SITUACAO WRK-HCD-DESCRICAO
                   WRK-HCD-NATUREZA WRK-HCD-CONTA-GL
               IF HCD-EXISTENTE
                   MOVE WRK-HCD-DESCRICAO TO MOV-DESCRICAO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS E EXIBE OS TOTAIS DO PASSO
      *-----------------------------------------------------
