       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB65-CALENDARIO.
      ********************************
      *OBJETIVO : CONSULTA DE DIA UTIL NO CALENDARIO DE FERIADOS
      *           (FERIADOS) DA PRACA DE PROCESSAMENTO
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA. A VIRADA DE DIA
      *            (COB31) ABRIA SEMPRE O DIA CORRIDO SEGUINTE E A
      *            DATA DE NEGOCIO CAIA EM SABADO, DOMINGO E
      *            FERIADO. DIA UTIL E O DIA DE SEGUNDA A SEXTA QUE
      *            NAO E FERIADO NACIONAL NEM FERIADO ESTADUAL OU
      *            MUNICIPAL DA PRACA DE PROCESSAMENTO (UF E
      *            MUNICIPIO DO PARAMETRO CALPARM; SEM O ARQUIVO SO
      *            OS NACIONAIS CONTAM). FUNCOES: U = A DATA E DIA
      *            UTIL? (RESPOSTA S/N); P = PRIMEIRO DIA UTIL A
      *            PARTIR DA DATA, ELA INCLUSIVE; S = PRIMEIRO DIA
      *            UTIL DEPOIS DA DATA; F = A DATA E O ULTIMO DIA
      *            UTIL DO MES? (RESPOSTA S/N). DATA INVALIDA VOLTA
      *            COM RESPOSTA N E A PROPRIA DATA NO RESULTADO. O
      *            CALENDARIO E CARREGADO EM MEMORIA NA PRIMEIRA
      *            CHAMADA (ATE 500 FERIADOS DA PRACA) E, NA
      *            PRIMEIRA EXECUCAO DA INSTALACAO, SEMEADO COM OS
      *            FERIADOS NACIONAIS FIXOS (ANO 0000), NOS MOLDES
      *            DA SEMENTE DO COB58-HISTORICO. OS MOVEIS
      *            (CARNAVAL, SEXTA-FEIRA SANTA, CORPUS CHRISTI) SAO
      *            CADASTRADOS ANO A ANO PELA TELA COB66-ADMFERIADO.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-FERIADOS ASSIGN TO "FERIADOS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FERIADOS.

           SELECT ARQ-PARAMETRO ASSIGN TO "CALPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-FERIADOS.
           COPY FERIADO.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-UF               PIC X(02).
           05 FILLER               PIC X(01).
           05 PRM-MUNICIPIO        PIC X(20).

       WORKING-STORAGE SECTION.
       77  WRK-FS-FERIADOS         PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-CARREGADO           PIC X(01) VALUE 'N'.
           88 CALENDARIO-CARREGADO VALUE 'S'.
       77  WRK-QTD-FERIADOS        PIC 9(03) VALUE ZEROS.
       77  WRK-MAX-FERIADOS        PIC 9(03) VALUE 500.
       77  WRK-IDX                 PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-DATA           PIC 9(07) VALUE ZEROS.
       77  WRK-DIA-SEMANA          PIC 9(01) VALUE ZEROS.
       77  WRK-DIA-UTIL            PIC X(01) VALUE 'N'.
           88 DIA-UTIL             VALUE 'S'.
       77  WRK-MES-DATA            PIC 9(02) VALUE ZEROS.

      *    PARAMETROS (PADROES VALEM SEM O CALPARM)
       77  WRK-UF-PRACA            PIC X(02) VALUE SPACES.
       77  WRK-MUNICIPIO-PRACA     PIC X(20) VALUE SPACES.

       01  WRK-DATA-TESTE.
           05 WRK-ANO-TESTE        PIC 9(04).
           05 WRK-MMDD-TESTE       PIC 9(04).
       01  WRK-DATA-TESTE-N REDEFINES WRK-DATA-TESTE
                                   PIC 9(08).

       01  WRK-FERIADOS-TAB.
           05 WRK-FERIADO-ENT      OCCURS 500 TIMES.
              10 WRK-FER-ANO       PIC 9(04).
              10 WRK-FER-MMDD      PIC 9(04).

      *    FERIADOS NACIONAIS FIXOS GRAVADOS NA PRIMEIRA EXECUCAO
       01  WRK-SEMENTES.
           05 FILLER PIC X(35) VALUE '00000101 N'.
           05 FILLER PIC X(30) VALUE 'CONFRATERNIZACAO UNIVERSAL'.
           05 FILLER PIC X(35) VALUE '00000421 N'.
           05 FILLER PIC X(30) VALUE 'TIRADENTES'.
           05 FILLER PIC X(35) VALUE '00000501 N'.
           05 FILLER PIC X(30) VALUE 'DIA DO TRABALHO'.
           05 FILLER PIC X(35) VALUE '00000907 N'.
           05 FILLER PIC X(30) VALUE 'INDEPENDENCIA DO BRASIL'.
           05 FILLER PIC X(35) VALUE '00001012 N'.
           05 FILLER PIC X(30) VALUE 'NOSSA SENHORA APARECIDA'.
           05 FILLER PIC X(35) VALUE '00001102 N'.
           05 FILLER PIC X(30) VALUE 'FINADOS'.
           05 FILLER PIC X(35) VALUE '00001115 N'.
           05 FILLER PIC X(30) VALUE 'PROCLAMACAO DA REPUBLICA'.
           05 FILLER PIC X(35) VALUE '00001120 N'.
           05 FILLER PIC X(30) VALUE 'CONSCIENCIA NEGRA'.
           05 FILLER PIC X(35) VALUE '00001225 N'.
           05 FILLER PIC X(30) VALUE 'NATAL'.
       01  WRK-SEMENTES-RED REDEFINES WRK-SEMENTES.
           05 WRK-SEMENTE          PIC X(65) OCCURS 9 TIMES.

       LINKAGE SECTION.
       01  LK-FUNCAO               PIC X(01).
           88 LK-E-DIA-UTIL        VALUE 'U'.
           88 LK-PROXIMO-A-PARTIR  VALUE 'P'.
           88 LK-PROXIMO-DEPOIS    VALUE 'S'.
           88 LK-ULTIMO-DO-MES     VALUE 'F'.
       01  LK-DATA                 PIC 9(08).
       01  LK-DATA-RESULTADO       PIC 9(08).
       01  LK-RESPOSTA             PIC X(01).

       PROCEDURE DIVISION USING LK-FUNCAO LK-DATA LK-DATA-RESULTADO
                                LK-RESPOSTA.

       0000-MAINLINE.
           IF NOT CALENDARIO-CARREGADO
               PERFORM 1000-CARREGA-CALENDARIO
           END-IF
           MOVE 'N' TO LK-RESPOSTA
           MOVE LK-DATA TO LK-DATA-RESULTADO
           MOVE ZEROS TO WRK-DIAS-DATA
           IF LK-DATA NUMERIC AND LK-DATA NOT = ZEROS
               COMPUTE WRK-DIAS-DATA =
                   FUNCTION INTEGER-OF-DATE(LK-DATA)
           END-IF
           IF WRK-DIAS-DATA > ZEROS
               EVALUATE TRUE
                   WHEN LK-E-DIA-UTIL
                       PERFORM 2000-VERIFICA-DIA
                       MOVE WRK-DIA-UTIL TO LK-RESPOSTA
                   WHEN LK-PROXIMO-A-PARTIR
                       PERFORM 2000-VERIFICA-DIA
                       PERFORM 2100-AVANCA-DIA UNTIL DIA-UTIL
                       MOVE WRK-DATA-TESTE-N TO LK-DATA-RESULTADO
                       MOVE 'S' TO LK-RESPOSTA
                   WHEN LK-PROXIMO-DEPOIS
                       PERFORM 2100-AVANCA-DIA
                       PERFORM 2100-AVANCA-DIA UNTIL DIA-UTIL
                       MOVE WRK-DATA-TESTE-N TO LK-DATA-RESULTADO
                       MOVE 'S' TO LK-RESPOSTA
                   WHEN LK-ULTIMO-DO-MES
                       PERFORM 3000-VERIFICA-ULTIMO-UTIL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           GOBACK.

      *-----------------------------------------------------
      *    LE A PRACA DE PROCESSAMENTO E CARREGA PARA A MEMORIA
      *    OS FERIADOS QUE VALEM NELA (SEMEANDO O ARQUIVO COM OS
      *    NACIONAIS FIXOS QUANDO ELE AINDA NAO EXISTE)
      *-----------------------------------------------------
       1000-CARREGA-CALENDARIO.
           PERFORM 1100-LER-PARAMETRO
           MOVE ZEROS TO WRK-QTD-FERIADOS
           OPEN INPUT ARQ-FERIADOS
           IF WRK-FS-FERIADOS = '35'
               PERFORM 1300-SEMEAR-FERIADOS
               OPEN INPUT ARQ-FERIADOS
           END-IF
           IF WRK-FS-FERIADOS = '00'
               PERFORM 1200-LER-FERIADO
                   UNTIL WRK-FS-FERIADOS NOT = '00'
               CLOSE ARQ-FERIADOS
           ELSE
               DISPLAY 'CALENDARIO DE FERIADOS INDISPONIVEL: '
                   WRK-FS-FERIADOS ' - SO SABADOS E DOMINGOS'
           END-IF
           MOVE 'S' TO WRK-CARREGADO.

      *-----------------------------------------------------
      *    LE A UF E O MUNICIPIO DA PRACA DE PROCESSAMENTO
      *    (CALPARM). SEM ARQUIVO SO OS FERIADOS NACIONAIS VALEM
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PRM-UF        TO WRK-UF-PRACA
                       MOVE PRM-MUNICIPIO TO WRK-MUNICIPIO-PRACA
               END-READ
               CLOSE ARQ-PARAMETRO
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO CALENDARIO E GUARDA O FERIADO SE ELE
      *    VALE NA PRACA (NACIONAL, DA UF OU DO MUNICIPIO)
      *-----------------------------------------------------
       1200-LER-FERIADO.
           READ ARQ-FERIADOS
               AT END
                   MOVE '10' TO WRK-FS-FERIADOS
               NOT AT END
                   IF FER-DATA NUMERIC
                      AND (FER-NACIONAL
                       OR (FER-ESTADUAL AND FER-UF = WRK-UF-PRACA
                           AND WRK-UF-PRACA NOT = SPACES)
                       OR (FER-MUNICIPAL AND FER-UF = WRK-UF-PRACA
                           AND FER-MUNICIPIO = WRK-MUNICIPIO-PRACA
                           AND WRK-MUNICIPIO-PRACA NOT = SPACES))
                       IF WRK-QTD-FERIADOS < WRK-MAX-FERIADOS
                           ADD 1 TO WRK-QTD-FERIADOS
                           MOVE FER-DATA(1:4)
                               TO WRK-FER-ANO(WRK-QTD-FERIADOS)
                           MOVE FER-DATA(5:4)
                               TO WRK-FER-MMDD(WRK-QTD-FERIADOS)
                       ELSE
                           DISPLAY 'CALENDARIO COM MAIS DE 500 '
                               'FERIADOS - IGNORADO: ' FER-DATA
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA OS FERIADOS NACIONAIS FIXOS NA PRIMEIRA EXECUCAO
      *-----------------------------------------------------
       1300-SEMEAR-FERIADOS.
           OPEN OUTPUT ARQ-FERIADOS
           PERFORM 1310-GRAVA-SEMENTE
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 9
           CLOSE ARQ-FERIADOS.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DA SEMENTE DE FERIADOS
      *-----------------------------------------------------
       1310-GRAVA-SEMENTE.
           MOVE WRK-SEMENTE(WRK-IDX) TO FER-LINHA
           WRITE FER-LINHA.

      *-----------------------------------------------------
      *    VERIFICA SE O DIA DA CONTAGEM (WRK-DIAS-DATA) E DIA
      *    UTIL: SABADO E DOMINGO NAO SAO (O DIA 1 DA CONTAGEM
      *    DO INTEGER-OF-DATE, 01/01/1601, E SEGUNDA-FEIRA);
      *    FERIADO DA DATA EXATA OU FIXO DO MESMO DIA E MES
      *    TAMBEM NAO
      *-----------------------------------------------------
       2000-VERIFICA-DIA.
           COMPUTE WRK-DATA-TESTE-N =
               FUNCTION DATE-OF-INTEGER(WRK-DIAS-DATA)
           MOVE FUNCTION MOD(WRK-DIAS-DATA, 7) TO WRK-DIA-SEMANA
           IF WRK-DIA-SEMANA = 6 OR WRK-DIA-SEMANA = 0
               MOVE 'N' TO WRK-DIA-UTIL
           ELSE
               MOVE 'S' TO WRK-DIA-UTIL
               PERFORM 2010-COMPARA-FERIADO
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > WRK-QTD-FERIADOS
                      OR NOT DIA-UTIL
           END-IF.

      *-----------------------------------------------------
      *    COMPARA A DATA COM UM FERIADO DA TABELA
      *-----------------------------------------------------
       2010-COMPARA-FERIADO.
           IF WRK-FER-MMDD(WRK-IDX) = WRK-MMDD-TESTE
              AND (WRK-FER-ANO(WRK-IDX) = WRK-ANO-TESTE
                OR WRK-FER-ANO(WRK-IDX) = ZEROS)
               MOVE 'N' TO WRK-DIA-UTIL
           END-IF.

      *-----------------------------------------------------
      *    AVANCA UM DIA CORRIDO E VERIFICA SE E DIA UTIL
      *-----------------------------------------------------
       2100-AVANCA-DIA.
           ADD 1 TO WRK-DIAS-DATA
           PERFORM 2000-VERIFICA-DIA.

      *-----------------------------------------------------
      *    A DATA E O ULTIMO DIA UTIL DO MES QUANDO E DIA UTIL E
      *    O PROXIMO DIA UTIL JA CAI EM OUTRO MES
      *-----------------------------------------------------
       3000-VERIFICA-ULTIMO-UTIL.
           PERFORM 2000-VERIFICA-DIA
           IF DIA-UTIL
               MOVE LK-DATA(5:2) TO WRK-MES-DATA
               PERFORM 2100-AVANCA-DIA
               PERFORM 2100-AVANCA-DIA UNTIL DIA-UTIL
               MOVE WRK-DATA-TESTE-N TO LK-DATA-RESULTADO
               IF WRK-DATA-TESTE(5:2) NOT = WRK-MES-DATA
                   MOVE 'S' TO LK-RESPOSTA
               END-IF
           END-IF.
