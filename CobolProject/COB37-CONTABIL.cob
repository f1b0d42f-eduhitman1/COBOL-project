      *            CORROMPENDO EM SILENCIO OS NUMEROS DE OUTRA
      *            AGENCIA NUMA INTERFACE QUE EXISTE JUSTAMENTE
      *            PARA ACABAR COM ERRO DE REDIGITACAO.
      * 2026-10-15 IVN - OS ESTORNOS (LINHAS E DO MOVHIST, GRAVADAS
      *            PELO COB24) PASSAM A SAIR EM LINHAS PROPRIAS DO
      *            GLINTF (TIPO E, POR AGENCIA + TIPO DE CONTA, COM
      *            DEBITOS E CREDITOS DE ESTORNO), EM VEZ DE ENGORDAR
      *            OS DEBITOS E CREDITOS DO DIA NAS LINHAS D. O
      *            TRAILER GANHA OS TOTAIS DE ESTORNO NO FIM; OS
      *            TOTAIS QUE JA EXISTIAM CONTINUAM SO DAS LINHAS D.
      *            A TABELA DE GRUPOS DOBRA PARA 1300 ENTRADAS (A
      *            CLASSE E ENTRA NA CHAVE DO GRUPO).
      * 2026-10-15 IVN - A CONTA CONTABIL DO CODIGO DE HISTORICO DE
      *            CADA MOVIMENTO (MHS-HISTORICO, BUSCADA NA TABELA
      *            HISTCOD PELO COB58-HISTORICO) ENTRA NA CHAVE DO
      *            GRUPO E SAI NO FIM DA LINHA DE DETALHE DO GLINTF
      *            (GLD-CONTA-GL): O RAZAO PASSA A RECEBER OS TOTAIS
      *            POR CONTA CONTABIL. LINHA ANTIGA SEM CODIGO, OU
      *            CODIGO FORA DA TABELA, SAI COM A CONTA EM BRANCO.
      *            A TABELA DE GRUPOS PASSA A 5000 ENTRADAS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05 GLD-VAL-DEB          PIC 9(11)V99.
           05 GLD-QTD-CRED         PIC 9(06).
           05 GLD-VAL-CRED         PIC 9(11)V99.
           05 GLD-CONTA-GL         PIC X(10).
       01  GL-TRAILER.
           05 GLT-TIPO             PIC X(01).
           05 GLT-QTD-LINHAS       PIC 9(06).
           05 GLT-TOT-DEB          PIC 9(13)V99.
           05 GLT-TOT-CRED         PIC 9(13)V99.
           05 GLT-EST-DEB          PIC 9(13)V99.
           05 GLT-EST-CRED         PIC 9(13)V99.

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'CONTABIL'.
       77  WRK-TOTAL-LINHAS        PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEB             PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CRED            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-EST-DEB             PIC 9(13)V99 VALUE ZEROS.
       77  WRK-EST-CRED            PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CLASSE-MOV          PIC X(01) VALUE 'D'.
       77  WRK-GRP-QTD             PIC 9(04) VALUE ZEROS.
       77  WRK-GRP-IDX             PIC 9(04) VALUE ZEROS.
       77  WRK-GRP-ACHOU           PIC X(01) VALUE 'N'.
           88 GRUPO-ACHADO         VALUE 'S'.
       77  WRK-AGENCIA-MOV         PIC 9(04) VALUE ZEROS.
       77  WRK-TIPO-MOV            PIC X(02) VALUE SPACES.
       77  WRK-CONTA-GL-MOV        PIC X(10) VALUE SPACES.
       77  WRK-HCD-SITUACAO        PIC X(01) VALUE SPACE.
           88 HCD-EXISTENTE        VALUE 'S' 'I'.
       77  WRK-HCD-DESCRICAO       PIC X(25) VALUE SPACES.
       77  WRK-HCD-NATUREZA        PIC X(01) VALUE SPACE.
       77  WRK-HCD-CONTA-GL        PIC X(10) VALUE SPACES.
       77  WRK-TEM-CONTA           PIC X(01) VALUE 'N'.
           88 TEM-CONTA            VALUE 'S'.
       77  WRK-TEM-CLIENTE         PIC X(01) VALUE 'N'.
           88 GL-ESTOUROU          VALUE 'S'.

       01  WRK-GRUPOS-TAB.
           05 WRK-GRUPO-ENT        OCCURS 5000 TIMES.
              10 WRK-GRP-AGENCIA   PIC 9(04).
              10 WRK-GRP-TIPO      PIC X(02).
              10 WRK-GRP-CLASSE    PIC X(01).
              10 WRK-GRP-CONTA-GL  PIC X(10).
              10 WRK-GRP-QTD-DEB   PIC 9(06).
              10 WRK-GRP-VAL-DEB   PIC 9(11)V99.
              10 WRK-GRP-QTD-CRED  PIC 9(06).

      *-----------------------------------------------------
      *    DESCOBRE A AGENCIA DO TITULAR E O TIPO DA CONTA DO
      *    MOVIMENTO (SEM LEITURA POSSIVEL, AGENCIA 0000), SE
      *    ELE E UM ESTORNO (CLASSE E) OU LANCAMENTO COMUM (D) E
      *    A CONTA CONTABIL DO SEU CODIGO DE HISTORICO
      *-----------------------------------------------------
       2200-CLASSIFICA-MOVIMENTO.
           MOVE ZEROS TO WRK-AGENCIA-MOV
           MOVE SPACES TO WRK-TIPO-MOV
           MOVE SPACES TO WRK-CONTA-GL-MOV
           IF MHS-HISTORICO NUMERIC
              AND MHS-HISTORICO NOT = ZEROS
               MOVE 'N' TO WRK-HCD-SITUACAO
               CALL 'COB58-HISTORICO' USING MHS-HISTORICO
                   WRK-HCD-SITUACAO WRK-HCD-DESCRICAO
                   WRK-HCD-NATUREZA WRK-HCD-CONTA-GL
               IF HCD-EXISTENTE
                   MOVE WRK-HCD-CONTA-GL TO WRK-CONTA-GL-MOV
               END-IF
           END-IF
           IF MHS-LINHA-ESTORNO
               MOVE 'E' TO WRK-CLASSE-MOV
           ELSE
               MOVE 'D' TO WRK-CLASSE-MOV
           END-IF
           IF TEM-CLIENTE
               MOVE MHS-CLIENTE TO CLI-NUMERO
               READ CLIENTE-MASTER
           END-IF.

      *-----------------------------------------------------
      *    ACUMULA O MOVIMENTO NO GRUPO AGENCIA + TIPO + CLASSE +
      *    CONTA CONTABIL (CRIA O GRUPO NA PRIMEIRA OCORRENCIA,
      *    ATE 5000 GRUPOS). TABELA CHEIA MARCA O ESTOURO E NAO
      *    ACUMULA EM LUGAR NENHUM: O PASSO SERA RECUSADO COM RC
      *    8 EM VEZ DE SOMAR O EXCEDENTE NOS NUMEROS DE OUTRA
      *    AGENCIA
      *-----------------------------------------------------
       2300-ACUMULA-NO-GRUPO.
           MOVE 'N' TO WRK-GRP-ACHOU
               VARYING WRK-GRP-IDX FROM 1 BY 1
               UNTIL WRK-GRP-IDX > WRK-GRP-QTD OR GRUPO-ACHADO
           IF NOT GRUPO-ACHADO
               IF WRK-GRP-QTD < 5000
                   ADD 1 TO WRK-GRP-QTD
                   MOVE WRK-GRP-QTD TO WRK-GRP-IDX
                   MOVE WRK-AGENCIA-MOV
                       TO WRK-GRP-AGENCIA(WRK-GRP-IDX)
                   MOVE WRK-TIPO-MOV TO WRK-GRP-TIPO(WRK-GRP-IDX)
                   MOVE WRK-CLASSE-MOV
                       TO WRK-GRP-CLASSE(WRK-GRP-IDX)
                   MOVE WRK-CONTA-GL-MOV
                       TO WRK-GRP-CONTA-GL(WRK-GRP-IDX)
                   MOVE ZEROS TO WRK-GRP-QTD-DEB(WRK-GRP-IDX)
                   MOVE ZEROS TO WRK-GRP-VAL-DEB(WRK-GRP-IDX)
                   MOVE ZEROS TO WRK-GRP-QTD-CRED(WRK-GRP-IDX)
       2310-PROCURA-GRUPO.
           IF WRK-GRP-AGENCIA(WRK-GRP-IDX) = WRK-AGENCIA-MOV
              AND WRK-GRP-TIPO(WRK-GRP-IDX) = WRK-TIPO-MOV
              AND WRK-GRP-CLASSE(WRK-GRP-IDX) = WRK-CLASSE-MOV
              AND WRK-GRP-CONTA-GL(WRK-GRP-IDX) = WRK-CONTA-GL-MOV
               MOVE 'S' TO WRK-GRP-ACHOU
               SUBTRACT 1 FROM WRK-GRP-IDX
           END-IF.
           MOVE WRK-TOTAL-LINHAS TO GLT-QTD-LINHAS
           MOVE WRK-TOT-DEB      TO GLT-TOT-DEB
           MOVE WRK-TOT-CRED     TO GLT-TOT-CRED
           MOVE WRK-EST-DEB      TO GLT-EST-DEB
           MOVE WRK-EST-CRED     TO GLT-EST-CRED
           WRITE GL-TRAILER
           CLOSE ARQ-INTERFACE.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DE GRUPO (D = LANCAMENTOS, E =
      *    ESTORNOS) E SOMA NOS TOTAIS DO TRAILER DA CLASSE
      *-----------------------------------------------------
       3100-GRAVA-GRUPO.
           MOVE WRK-GRP-CLASSE(WRK-GRP-IDX) TO GLD-TIPO
           MOVE WRK-GRP-AGENCIA(WRK-GRP-IDX)  TO GLD-AGENCIA
           MOVE WRK-GRP-TIPO(WRK-GRP-IDX)     TO GLD-TIPO-CONTA
           MOVE WRK-GRP-QTD-DEB(WRK-GRP-IDX)  TO GLD-QTD-DEB
           MOVE WRK-GRP-VAL-DEB(WRK-GRP-IDX)  TO GLD-VAL-DEB
           MOVE WRK-GRP-QTD-CRED(WRK-GRP-IDX) TO GLD-QTD-CRED
           MOVE WRK-GRP-VAL-CRED(WRK-GRP-IDX) TO GLD-VAL-CRED
           MOVE WRK-GRP-CONTA-GL(WRK-GRP-IDX) TO GLD-CONTA-GL
           WRITE GL-DETALHE
           ADD 1 TO WRK-TOTAL-LINHAS
           IF WRK-GRP-CLASSE(WRK-GRP-IDX) = 'E'
               ADD WRK-GRP-VAL-DEB(WRK-GRP-IDX)  TO WRK-EST-DEB
               ADD WRK-GRP-VAL-CRED(WRK-GRP-IDX) TO WRK-EST-CRED
           ELSE
               ADD WRK-GRP-VAL-DEB(WRK-GRP-IDX)  TO WRK-TOT-DEB
               ADD WRK-GRP-VAL-CRED(WRK-GRP-IDX) TO WRK-TOT-CRED
           END-IF.

      *-----------------------------------------------------
      *    ENCERRA OS MESTRES E EXIBE OS TOTAIS DO PASSO
