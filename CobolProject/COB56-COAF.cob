       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB56-COAF.
      ********************************
      *OBJETIVO : MONITORAMENTO NOTURNO DE MOVIMENTOS PARA O COAF
      *           (PREVENCAO A LAVAGEM DE DINHEIRO) (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            APOS O LANCAMENTO. A COMPLIANCE GARIMPAVA O
      *            MOVREL NA MAO ATRAS DE VALOR ALTO E NAO VIA O
      *            FRACIONAMENTO. ORDENA O MOVHIST DA JANELA MOVEL
      *            (SEM OS LOTES INTERNOS DA CASA, AGENCIA 9999)
      *            POR CLIENTE E APLICA TRES REGRAS, COM OS
      *            LIMITES DO PARAMETRO COAFPARM:
      *            1 - MOVIMENTO DO DIA NO LIMITE OU ACIMA;
      *            2 - FRACIONAMENTO: NA JANELA, VARIOS DEBITOS
      *            (OU VARIOS CREDITOS) LOGO ABAIXO DO LIMITE QUE
      *            SOMADOS CHEGAM NELE, COM PELO MENOS UM DO DIA;
      *            3 - TRANSITO: CONTA QUE RECEBEU TRANSFERENCIA
      *            ONTEM OU HOJE E TRANSFERIU PARA FORA HOJE.
      *            CADA ALERTA VAI PARA O COAFALR (COPY ALERTA)
      *            COM CLIENTE, CPF/CNPJ, AGENCIA, MOVIMENTOS E
      *            REGRA, PENDENTE PARA A TELA DA COMPLIANCE
      *            (COB57-ADMCOAF), E SAI NO RELATORIO RELCOAF.
      *            FRACIONAMENTO DE CLIENTE QUE JA TEM ALERTA DA
      *            REGRA 2 NA MESMA NATUREZA COBRINDO A JANELA
      *            (PENDENTE, COMUNICADO OU DESCARTADO) NAO E
      *            LEVANTADO DE NOVO: SAI NO RELATORIO COMO JA
      *            ALERTADO. AS REGRAS 1 E 3 SO OLHAM A SAIDA DO
      *            DIA E NAO SE REPETEM NA NOITE SEGUINTE.
      * 2026-10-15 IVN - LINHA DA CASA PASSA A SER RECONHECIDA PELO
      *            CODIGO DE HISTORICO (JUROS 0100, TARIFA 0110,
      *            PARCELA 0120), COMO NO COB55. O CORTE PELA
      *            AGENCIA 9999 DESCARTAVA OS MOVIMENTOS DO CLIENTE
      *            LANCADOS NO LOTE INTERNO (ORDENS, CHEQUES,
      *            FOLHA). A AGENCIA 9999 SO VALE PARA LINHA SEM
      *            CODIGO DE HISTORICO.
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

           SELECT ARQ-ALERTAS ASSIGN TO "COAFALR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ALR-CHAVE
               FILE STATUS IS WRK-FS-ALERTAS.

           SELECT ARQ-PARAMETRO ASSIGN TO "COAFPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARM.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT WORK-HIST ASSIGN TO "HISTSORT".

           SELECT RELATORIO ASSIGN TO "RELCOAF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-ALERTAS.
           COPY ALERTA.

       FD  ARQ-PARAMETRO.
       01  PARM-LINHA.
           05 PRM-LIMITE           PIC 9(09)V99.
           05 FILLER               PIC X(01).
           05 PRM-JANELA           PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-PERC-FAIXA       PIC 9(03).
           05 FILLER               PIC X(01).
           05 PRM-QTD-MINIMA       PIC 9(02).

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       SD  WORK-HIST.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==SRH-HIS-REC==
                                  LEADING ==MHS== BY ==SRH==.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'COAF'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-ALERTAS          PIC X(02) VALUE '00'.
       77  WRK-FS-PARM             PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-TEM-CLIENTE         PIC X(01) VALUE 'N'.
           88 TEM-CLIENTE          VALUE 'S'.
       77  WRK-FIM-SORT            PIC X(01) VALUE 'N'.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-JA-ALERTADO         PIC X(01) VALUE 'N'.
           88 JA-ALERTADO          VALUE 'S'.
       77  WRK-FIM-ALERTAS         PIC X(01) VALUE 'N'.
           88 FIM-ALERTAS          VALUE 'S'.
       77  WRK-TEM-ENTRADA         PIC X(01) VALUE 'N'.
           88 TEM-ENTRADA          VALUE 'S'.
       77  WRK-TEM-DO-DIA          PIC X(01) VALUE 'N'.
           88 TEM-DO-DIA           VALUE 'S'.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-JUROS          PIC 9(04) VALUE 0100.
       77  WRK-HIST-TARIFA         PIC 9(04) VALUE 0110.
       77  WRK-HIST-PARCELA        PIC 9(04) VALUE 0120.
       77  WRK-LINHA-CASA          PIC X(01) VALUE 'N'.
           88 LINHA-DA-CASA        VALUE 'S'.
      *    PARAMETROS (PADROES VALEM SEM O COAFPARM)
       77  WRK-LIMITE              PIC 9(09)V99 VALUE 50000,00.
       77  WRK-JANELA              PIC 9(03) VALUE 10.
       77  WRK-PERC-FAIXA          PIC 9(03) VALUE 50.
       77  WRK-QTD-MINIMA          PIC 9(02) VALUE 2.
       77  WRK-PISO-FAIXA          PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DATA-INICIO-JANELA  PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-INICIO-LEITURA PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ONTEM          PIC 9(08) VALUE ZEROS.
      *    GRUPO DO CLIENTE CORRENTE
       77  WRK-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROS.
       77  WRK-SEQ-ATUAL           PIC 9(02) VALUE ZEROS.
       77  WRK-REGRA               PIC X(01) VALUE SPACE.
       77  WRK-NATUREZA            PIC X(01) VALUE SPACE.
       77  WRK-QTD-MOVTOS          PIC 9(04) VALUE ZEROS.
       77  WRK-IDX                 PIC 9(04) VALUE ZEROS.
       77  WRK-IDX2                PIC 9(04) VALUE ZEROS.
       77  WRK-ORDEM               PIC 9(02) VALUE ZEROS.
       77  WRK-FAIXA-QTD           PIC 9(04) VALUE ZEROS.
       77  WRK-FAIXA-SOMA          PIC 9(11)V99 VALUE ZEROS.
       77  WRK-IDX-MOV             PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-INCLUI          PIC 9(04) VALUE ZEROS.
       77  WRK-DATA-AUX            PIC 9(08) VALUE ZEROS.
      *    CONTADORES DO PASSO
       77  WRK-TOTAL-HISTORICO     PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-JANELA        PIC 9(09) VALUE ZEROS.
       77  WRK-TOTAL-CLIENTES      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-EXCEDENTES    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-REGRA1        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-REGRA2        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-REGRA3        PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-SUPRIMIDOS    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DUPLICADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-LINHAS-PAGINA       PIC 9(02) VALUE ZEROS.
       77  WRK-PAGINA              PIC 9(04) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

      *    MOVIMENTOS DA JANELA DO CLIENTE CORRENTE, NA ORDEM DO
      *    SORT (CONTA, DATA, TIPO)
       01  WRK-TAB-MOVTOS.
           05 WRK-TMV-ENT          OCCURS 500 TIMES.
              10 WRK-TMV-DATA      PIC 9(08).
              10 WRK-TMV-SEQ       PIC 9(02).
              10 WRK-TMV-TIPO      PIC X(01).
              10 WRK-TMV-ORIGEM    PIC X(01).
              10 WRK-TMV-VALOR     PIC 9(09)V99.
              10 WRK-TMV-MARCA     PIC X(01).

      *    DATA AAAAMMDD DESMONTADA PARA IMPRESSAO DD/MM/AAAA
       01  WRK-DATA-DESMONTADA.
           05 WRK-DES-ANO          PIC 9(04).
           05 WRK-DES-MES          PIC 9(02).
           05 WRK-DES-DIA          PIC 9(02).
       01  WRK-DATA-IMPRESSA.
           05 IMP-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 IMP-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 IMP-ANO              PIC 9999.

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'MONITORAMENTO COAF - ALERTAS'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.
           05 FILLER               PIC X(06) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'PAG.: '.
           05 HDR-PAGINA           PIC ZZZ9.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(08) VALUE 'LIMITE: '.
           05 HDR-LIMITE           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(11) VALUE '  JANELA: '.
           05 HDR-JANELA           PIC ZZ9.
           05 FILLER               PIC X(15) VALUE ' DIAS  FAIXA: '.
           05 HDR-PERC             PIC ZZ9.
           05 FILLER               PIC X(01) VALUE '%'.

       01  WRK-LINHA-ALERTA.
           05 FILLER               PIC X(06) VALUE 'REGRA '.
           05 ALE-REGRA            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ALE-DESCRICAO        PIC X(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ALE-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ALE-NOME             PIC X(24).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ALE-CPF-CNPJ         PIC 9(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ALE-AGENCIA          PIC 9(04).

       01  WRK-LINHA-MOVTO.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 MVL-DATA             PIC X(10).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 FILLER               PIC X(06) VALUE 'CONTA '.
           05 MVL-SEQ              PIC 99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MVL-TIPO             PIC X(01).
           05 MVL-ORIGEM           PIC X(01).
           05 FILLER               PIC X(02) VALUE SPACES.
           05 MVL-VALOR            PIC ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-TOT-ALERTA.
           05 FILLER               PIC X(08) VALUE SPACES.
           05 FILLER               PIC X(12) VALUE 'MOVIMENTOS: '.
           05 TAL-QTD              PIC ZZZ9.
           05 FILLER               PIC X(10) VALUE '  TOTAL: '.
           05 TAL-VALOR            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 TAL-OBS              PIC X(20).

       01  WRK-LINHA-SUPRIMIDO.
           05 FILLER               PIC X(06) VALUE 'REGRA '.
           05 SUP-REGRA            PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(14) VALUE 'JA ALERTADO'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SUP-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 FILLER               PIC X(10) VALUE 'NATUREZA '.
           05 SUP-NATUREZA         PIC X(01).
           05 FILLER               PIC X(09) VALUE '  ALERTA '.
           05 SUP-DATA             PIC X(10).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 SUP-STATUS           PIC X(12).

       01  WRK-LINHA-QTD.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 QTD-ROTULO           PIC X(38).
           05 QTD-VALOR            PIC ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               SORT WORK-HIST
                   ON ASCENDING KEY SRH-CLIENTE SRH-SEQUENCIA
                                    SRH-DATA SRH-TIPO
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE 2000-SELECIONA-HISTORICO
                   OUTPUT PROCEDURE 3000-ANALISA-CLIENTES
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
      *    BUSCA A DATA DE NEGOCIO, LE O PARAMETRO, CALCULA A
      *    JANELA E ABRE OS ARQUIVOS. A LEITURA DO HISTORICO
      *    COMECA NO INICIO DA JANELA OU ONTEM (REGRA 3), O
      *    QUE FOR MAIS CEDO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           PERFORM 1100-LER-PARAMETRO
           COMPUTE WRK-PISO-FAIXA ROUNDED =
               WRK-LIMITE * WRK-PERC-FAIXA / 100
           COMPUTE WRK-DATA-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N)
                - WRK-JANELA + 1)
           COMPUTE WRK-DATA-ONTEM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE-N) - 1)
           MOVE WRK-DATA-INICIO-JANELA TO WRK-DATA-INICIO-LEITURA
           IF WRK-DATA-ONTEM < WRK-DATA-INICIO-LEITURA
               MOVE WRK-DATA-ONTEM TO WRK-DATA-INICIO-LEITURA
           END-IF
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE = '00'
               MOVE 'S' TO WRK-TEM-CLIENTE
           ELSE
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
           END-IF
           OPEN I-O ARQ-ALERTAS
           IF WRK-FS-ALERTAS = '35'
               OPEN OUTPUT ARQ-ALERTAS
               CLOSE ARQ-ALERTAS
               OPEN I-O ARQ-ALERTAS
           END-IF
           OPEN OUTPUT RELATORIO
           PERFORM 5100-IMPRIME-CABECALHO.

      *-----------------------------------------------------
      *    LE OS LIMITES DO COAFPARM (VALOR LIMITE, JANELA EM
      *    DIAS, PISO DA FAIXA DE FRACIONAMENTO EM PORCENTO DO
      *    LIMITE E QUANTIDADE MINIMA DE MOVIMENTOS). SEM
      *    ARQUIVO, OU COM VALOR INVALIDO, VALEM OS PADROES
      *-----------------------------------------------------
       1100-LER-PARAMETRO.
           OPEN INPUT ARQ-PARAMETRO
           IF WRK-FS-PARM = '00'
               READ ARQ-PARAMETRO
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PRM-LIMITE NUMERIC
                          AND PRM-LIMITE NOT = ZEROS
                           MOVE PRM-LIMITE TO WRK-LIMITE
                       END-IF
                       IF PRM-JANELA NUMERIC
                          AND PRM-JANELA NOT = ZEROS
                           MOVE PRM-JANELA TO WRK-JANELA
                       END-IF
                       IF PRM-PERC-FAIXA NUMERIC
                          AND PRM-PERC-FAIXA NOT = ZEROS
                          AND PRM-PERC-FAIXA < 100
                           MOVE PRM-PERC-FAIXA TO WRK-PERC-FAIXA
                       END-IF
                       IF PRM-QTD-MINIMA NUMERIC
                          AND PRM-QTD-MINIMA > 1
                           MOVE PRM-QTD-MINIMA TO WRK-QTD-MINIMA
                       END-IF
               END-READ
               CLOSE ARQ-PARAMETRO
           ELSE
               DISPLAY 'SEM PARAMETRO COAFPARM - VALEM OS PADROES'
           END-IF
           DISPLAY 'LIMITE.............: ' WRK-LIMITE
           DISPLAY 'JANELA (DIAS)......: ' WRK-JANELA
           DISPLAY 'PISO DA FAIXA (%)..: ' WRK-PERC-FAIXA
           DISPLAY 'QTD MINIMA.........: ' WRK-QTD-MINIMA.

      *-----------------------------------------------------
      *    FASE DE ENTRADA DO SORT: LINHAS DO PERIODO DE LEITURA,
      *    SO MOVIMENTO DO CLIENTE (FORA AS LINHAS DA CASA)
      *-----------------------------------------------------
       2000-SELECIONA-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 2100-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'SEM HISTORICO DE MOVIMENTOS - NADA A ANALISAR'
           END-IF.

       2100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-TOTAL-HISTORICO
                   PERFORM 2110-CLASSIFICA-LINHA
                   IF MHS-DATA NOT < WRK-DATA-INICIO-LEITURA
                      AND MHS-DATA NOT > WRK-DATA-HOJE-N
                      AND NOT LINHA-DA-CASA
                       ADD 1 TO WRK-TOTAL-JANELA
                       MOVE MOV-HIS-REC TO SRH-HIS-REC
                       RELEASE SRH-HIS-REC
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LINHA DA CASA (NAO E MOVIMENTO DO CLIENTE): JUROS,
      *    TARIFA OU PARCELA DE EMPRESTIMO PELO CODIGO DE
      *    HISTORICO. LINHA SEM CODIGO (ANTERIOR A ELE) VALE PELO
      *    LOTE INTERNO DA AGENCIA 9999
      *-----------------------------------------------------
       2110-CLASSIFICA-LINHA.
           MOVE 'N' TO WRK-LINHA-CASA
           IF MHS-HISTORICO NUMERIC
               IF MHS-HISTORICO = WRK-HIST-JUROS
                  OR MHS-HISTORICO = WRK-HIST-TARIFA
                  OR MHS-HISTORICO = WRK-HIST-PARCELA
                   MOVE 'S' TO WRK-LINHA-CASA
               END-IF
           ELSE
               IF MHS-AGENCIA-LOTE NUMERIC
                  AND MHS-AGENCIA-LOTE = WRK-AGENCIA-INTERNA
                   MOVE 'S' TO WRK-LINHA-CASA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: CARREGA OS MOVIMENTOS DE CADA
      *    CLIENTE E APLICA AS TRES REGRAS
      *-----------------------------------------------------
       3000-ANALISA-CLIENTES.
           MOVE 'N' TO WRK-FIM-SORT
           PERFORM 3900-RETURN-SORT
           PERFORM 3100-PROCESSA-CLIENTE UNTIL FIM-SORT.

      *-----------------------------------------------------
      *    CARREGA O GRUPO DO CLIENTE NA TABELA, BUSCA O
      *    CADASTRO E PASSA AS REGRAS
      *-----------------------------------------------------
       3100-PROCESSA-CLIENTE.
           MOVE SRH-CLIENTE TO WRK-CLIENTE-ATUAL
           MOVE ZEROS TO WRK-QTD-MOVTOS WRK-ORDEM
           ADD 1 TO WRK-TOTAL-CLIENTES
           PERFORM 3110-CARREGA-MOVIMENTO
               UNTIL FIM-SORT
                  OR SRH-CLIENTE NOT = WRK-CLIENTE-ATUAL
           PERFORM 3150-BUSCA-CLIENTE
           PERFORM 3200-REGRA-VALOR
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOVTOS
           MOVE 'C' TO WRK-NATUREZA
           PERFORM 3300-REGRA-FRACIONADO
           MOVE 'D' TO WRK-NATUREZA
           PERFORM 3300-REGRA-FRACIONADO
           PERFORM 3400-REGRA-TRANSITO.

      *-----------------------------------------------------
      *    GUARDA UMA LINHA DO GRUPO NA TABELA (ACIMA DE 500
      *    LINHAS NA JANELA O EXCESSO E CONTADO E IGNORADO)
      *-----------------------------------------------------
       3110-CARREGA-MOVIMENTO.
           IF WRK-QTD-MOVTOS < 500
               ADD 1 TO WRK-QTD-MOVTOS
               MOVE SRH-DATA      TO WRK-TMV-DATA(WRK-QTD-MOVTOS)
               MOVE SRH-SEQUENCIA TO WRK-TMV-SEQ(WRK-QTD-MOVTOS)
               MOVE SRH-TIPO      TO WRK-TMV-TIPO(WRK-QTD-MOVTOS)
               MOVE SRH-ORIGEM    TO WRK-TMV-ORIGEM(WRK-QTD-MOVTOS)
               MOVE SRH-VALOR     TO WRK-TMV-VALOR(WRK-QTD-MOVTOS)
               MOVE SPACE         TO WRK-TMV-MARCA(WRK-QTD-MOVTOS)
           ELSE
               ADD 1 TO WRK-TOTAL-EXCEDENTES
           END-IF
           PERFORM 3900-RETURN-SORT.

      *-----------------------------------------------------
      *    BUSCA NOME, CPF/CNPJ E AGENCIA DO CLIENTE (SEM
      *    CADASTRO FICAM EM BRANCO E ZERADOS)
      *-----------------------------------------------------
       3150-BUSCA-CLIENTE.
           MOVE SPACES TO CLI-NOME
           MOVE ZEROS TO CLI-CPF-CNPJ CLI-AGENCIA
           IF TEM-CLIENTE
               MOVE WRK-CLIENTE-ATUAL TO CLI-NUMERO
               READ CLIENTE-MASTER
                   INVALID KEY
                       MOVE SPACES TO CLI-NOME
                       MOVE ZEROS TO CLI-CPF-CNPJ CLI-AGENCIA
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    REGRA 1: CADA MOVIMENTO DO DIA NO LIMITE OU ACIMA
      *    GERA UM ALERTA PROPRIO
      *-----------------------------------------------------
       3200-REGRA-VALOR.
           IF WRK-TMV-DATA(WRK-IDX) = WRK-DATA-HOJE-N
              AND WRK-TMV-VALOR(WRK-IDX) NOT < WRK-LIMITE
               MOVE '1' TO WRK-REGRA
               PERFORM 4000-INICIA-ALERTA
               MOVE WRK-TMV-TIPO(WRK-IDX) TO ALR-NATUREZA
               MOVE WRK-IDX TO WRK-IDX-INCLUI
               PERFORM 4100-INCLUI-MOVIMENTO
               PERFORM 4200-GRAVA-ALERTA
               ADD 1 TO WRK-TOTAL-REGRA1
           END-IF.

      *-----------------------------------------------------
      *    REGRA 2: NA JANELA, MOVIMENTOS DA NATUREZA (C OU D)
      *    ENTRE O PISO DA FAIXA E O LIMITE, EM QUANTIDADE
      *    MINIMA E SOMANDO O LIMITE, COM UM DELES DO DIA
      *-----------------------------------------------------
       3300-REGRA-FRACIONADO.
           MOVE ZEROS TO WRK-FAIXA-QTD WRK-FAIXA-SOMA
           MOVE 'N' TO WRK-TEM-DO-DIA
           PERFORM 3310-SOMA-FAIXA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOVTOS
           IF WRK-FAIXA-QTD NOT < WRK-QTD-MINIMA
              AND WRK-FAIXA-SOMA NOT < WRK-LIMITE
              AND TEM-DO-DIA
               PERFORM 3320-VERIFICA-JA-ALERTADO
               IF JA-ALERTADO
                   PERFORM 3330-IMPRIME-SUPRIMIDO
               ELSE
                   PERFORM 3340-GERA-FRACIONADO
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    MARCA E SOMA UM MOVIMENTO QUE CAI NA FAIXA
      *-----------------------------------------------------
       3310-SOMA-FAIXA.
           MOVE SPACE TO WRK-TMV-MARCA(WRK-IDX)
           IF WRK-TMV-TIPO(WRK-IDX) = WRK-NATUREZA
              AND WRK-TMV-DATA(WRK-IDX) NOT < WRK-DATA-INICIO-JANELA
              AND WRK-TMV-VALOR(WRK-IDX) < WRK-LIMITE
              AND WRK-TMV-VALOR(WRK-IDX) NOT < WRK-PISO-FAIXA
               MOVE 'F' TO WRK-TMV-MARCA(WRK-IDX)
               ADD 1 TO WRK-FAIXA-QTD
               ADD WRK-TMV-VALOR(WRK-IDX) TO WRK-FAIXA-SOMA
               IF WRK-TMV-DATA(WRK-IDX) = WRK-DATA-HOJE-N
                   MOVE 'S' TO WRK-TEM-DO-DIA
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    PROCURA ALERTA DE FRACIONAMENTO DO CLIENTE NA MESMA
      *    NATUREZA QUE AINDA COBRE A JANELA ATUAL (QUALQUER
      *    STATUS): O PADRAO JA FOI LEVADO A COMPLIANCE
      *-----------------------------------------------------
       3320-VERIFICA-JA-ALERTADO.
           MOVE 'N' TO WRK-JA-ALERTADO
           MOVE 'N' TO WRK-FIM-ALERTAS
           MOVE WRK-CLIENTE-ATUAL TO ALR-CLIENTE
           MOVE '2' TO ALR-REGRA
           MOVE WRK-DATA-INICIO-JANELA TO ALR-DATA
           MOVE ZEROS TO ALR-ORDEM
           START ARQ-ALERTAS KEY IS NOT < ALR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-ALERTAS
           END-START
           PERFORM 3321-LER-ALERTA
               UNTIL FIM-ALERTAS OR JA-ALERTADO.

       3321-LER-ALERTA.
           READ ARQ-ALERTAS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-ALERTAS
               NOT AT END
                   IF ALR-CLIENTE NOT = WRK-CLIENTE-ATUAL
                      OR NOT ALR-REGRA-FRACIONADO
                       MOVE 'S' TO WRK-FIM-ALERTAS
                   ELSE
                       IF ALR-NATUREZA = WRK-NATUREZA
                          AND ALR-DATA-FIM NOT < WRK-DATA-INICIO-JANELA
                           MOVE 'S' TO WRK-JA-ALERTADO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME O FRACIONAMENTO SUPRIMIDO (O REGISTRO LIDO NO
      *    COAFALR E O ALERTA QUE JA COBRE O PADRAO)
      *-----------------------------------------------------
       3330-IMPRIME-SUPRIMIDO.
           ADD 1 TO WRK-TOTAL-SUPRIMIDOS
           MOVE '2' TO SUP-REGRA
           MOVE WRK-CLIENTE-ATUAL TO SUP-CLIENTE
           MOVE WRK-NATUREZA TO SUP-NATUREZA
           MOVE ALR-DATA TO WRK-DATA-AUX
           PERFORM 5400-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO SUP-DATA
           EVALUATE TRUE
               WHEN ALR-COMUNICADO
                   MOVE 'COMUNICADO' TO SUP-STATUS
               WHEN ALR-DESCARTADO
                   MOVE 'DESCARTADO' TO SUP-STATUS
               WHEN OTHER
                   MOVE 'PENDENTE' TO SUP-STATUS
           END-EVALUATE
           PERFORM 5200-CONTROLA-PAGINA
           WRITE REL-LINHA FROM WRK-LINHA-SUPRIMIDO
           ADD 1 TO WRK-LINHAS-PAGINA.

      *-----------------------------------------------------
      *    GERA O ALERTA DE FRACIONAMENTO COM OS MOVIMENTOS
      *    MARCADOS NA FAIXA
      *-----------------------------------------------------
       3340-GERA-FRACIONADO.
           MOVE '2' TO WRK-REGRA
           PERFORM 4000-INICIA-ALERTA
           MOVE WRK-NATUREZA TO ALR-NATUREZA
           PERFORM 3341-INCLUI-MARCADO
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOVTOS
           PERFORM 4200-GRAVA-ALERTA
           ADD 1 TO WRK-TOTAL-REGRA2.

       3341-INCLUI-MARCADO.
           IF WRK-TMV-MARCA(WRK-IDX) = 'F'
               MOVE WRK-IDX TO WRK-IDX-INCLUI
               PERFORM 4100-INCLUI-MOVIMENTO
           END-IF.

      *-----------------------------------------------------
      *    REGRA 3: POR CONTA, SAIDA POR TRANSFERENCIA HOJE COM
      *    ENTRADA POR TRANSFERENCIA ONTEM OU HOJE. UM ALERTA
      *    POR CONTA COM AS ENTRADAS E SAIDAS ENVOLVIDAS
      *-----------------------------------------------------
       3400-REGRA-TRANSITO.
           PERFORM 3410-LIMPA-MARCA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOVTOS
           PERFORM 3420-AVALIA-SAIDA
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTD-MOVTOS.

       3410-LIMPA-MARCA.
           MOVE SPACE TO WRK-TMV-MARCA(WRK-IDX).

      *-----------------------------------------------------
      *    SAIDA POR TRANSFERENCIA DO DIA NUMA CONTA AINDA NAO
      *    AVALIADA: MARCA AS PERNAS DA CONTA QUE ENTRAM NO
      *    PADRAO E, SE HOUVER ENTRADA, GERA O ALERTA
      *-----------------------------------------------------
       3420-AVALIA-SAIDA.
           IF WRK-TMV-MARCA(WRK-IDX) = SPACE
              AND WRK-TMV-TIPO(WRK-IDX) = 'D'
              AND WRK-TMV-ORIGEM(WRK-IDX) = 'T'
              AND WRK-TMV-DATA(WRK-IDX) = WRK-DATA-HOJE-N
               MOVE WRK-TMV-SEQ(WRK-IDX) TO WRK-SEQ-ATUAL
               MOVE 'N' TO WRK-TEM-ENTRADA
               PERFORM 3421-MARCA-PERNA
                   VARYING WRK-IDX2 FROM 1 BY 1
                   UNTIL WRK-IDX2 > WRK-QTD-MOVTOS
               IF TEM-ENTRADA
                   MOVE '3' TO WRK-REGRA
                   PERFORM 4000-INICIA-ALERTA
                   MOVE 'T' TO ALR-NATUREZA
                   PERFORM 3422-INCLUI-PERNA
                       VARYING WRK-IDX2 FROM 1 BY 1
                       UNTIL WRK-IDX2 > WRK-QTD-MOVTOS
                   PERFORM 4200-GRAVA-ALERTA
                   ADD 1 TO WRK-TOTAL-REGRA3
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    MARCA UMA PERNA DE TRANSFERENCIA DA CONTA: ENTRADA
      *    DE ONTEM OU HOJE (E) OU SAIDA DE HOJE (S). AS DEMAIS
      *    LINHAS DA CONTA FICAM COM X PARA NAO REAVALIAR
      *-----------------------------------------------------
       3421-MARCA-PERNA.
           IF WRK-TMV-SEQ(WRK-IDX2) = WRK-SEQ-ATUAL
               MOVE 'X' TO WRK-TMV-MARCA(WRK-IDX2)
               IF WRK-TMV-ORIGEM(WRK-IDX2) = 'T'
                   IF WRK-TMV-TIPO(WRK-IDX2) = 'C'
                      AND WRK-TMV-DATA(WRK-IDX2)
                          NOT < WRK-DATA-ONTEM
                       MOVE 'E' TO WRK-TMV-MARCA(WRK-IDX2)
                       MOVE 'S' TO WRK-TEM-ENTRADA
                   END-IF
                   IF WRK-TMV-TIPO(WRK-IDX2) = 'D'
                      AND WRK-TMV-DATA(WRK-IDX2) = WRK-DATA-HOJE-N
                       MOVE 'S' TO WRK-TMV-MARCA(WRK-IDX2)
                   END-IF
               END-IF
           END-IF.

       3422-INCLUI-PERNA.
           IF WRK-TMV-SEQ(WRK-IDX2) = WRK-SEQ-ATUAL
              AND (WRK-TMV-MARCA(WRK-IDX2) = 'E'
                OR WRK-TMV-MARCA(WRK-IDX2) = 'S')
               MOVE WRK-IDX2 TO WRK-IDX-INCLUI
               PERFORM 4100-INCLUI-MOVIMENTO
           END-IF.

      *-----------------------------------------------------
      *    LE O PROXIMO REGISTRO DO SORT
      *-----------------------------------------------------
       3900-RETURN-SORT.
           RETURN WORK-HIST
               AT END
                   MOVE 'S' TO WRK-FIM-SORT
           END-RETURN.

      *-----------------------------------------------------
      *    MONTA O ALERTA DA REGRA EM WRK-REGRA COM OS DADOS
      *    DO CLIENTE, PENDENTE E SEM MOVIMENTOS
      *-----------------------------------------------------
       4000-INICIA-ALERTA.
           INITIALIZE ALERTA-REC
           ADD 1 TO WRK-ORDEM
           MOVE WRK-CLIENTE-ATUAL TO ALR-CLIENTE
           MOVE WRK-REGRA         TO ALR-REGRA
           MOVE WRK-DATA-HOJE-N   TO ALR-DATA
           MOVE WRK-ORDEM         TO ALR-ORDEM
           MOVE CLI-NOME          TO ALR-NOME
           MOVE CLI-CPF-CNPJ      TO ALR-CPF-CNPJ
           MOVE CLI-AGENCIA       TO ALR-AGENCIA
           MOVE 99999999          TO ALR-DATA-INICIO
           SET ALR-PENDENTE       TO TRUE.

      *-----------------------------------------------------
      *    INCLUI NO ALERTA O MOVIMENTO WRK-IDX-INCLUI DA TABELA (SO
      *    OS DEZ PRIMEIROS SAO GUARDADOS; TODOS ENTRAM NOS
      *    TOTAIS E NO PERIODO)
      *-----------------------------------------------------
       4100-INCLUI-MOVIMENTO.
           ADD 1 TO ALR-QTD-MOVTOS
           ADD WRK-TMV-VALOR(WRK-IDX-INCLUI) TO ALR-VALOR-TOTAL
           IF WRK-TMV-DATA(WRK-IDX-INCLUI) < ALR-DATA-INICIO
               MOVE WRK-TMV-DATA(WRK-IDX-INCLUI) TO ALR-DATA-INICIO
           END-IF
           IF WRK-TMV-DATA(WRK-IDX-INCLUI) > ALR-DATA-FIM
               MOVE WRK-TMV-DATA(WRK-IDX-INCLUI) TO ALR-DATA-FIM
           END-IF
           IF ALR-QTD-MOVTOS NOT > 10
               MOVE ALR-QTD-MOVTOS TO WRK-IDX-MOV
               MOVE WRK-TMV-DATA(WRK-IDX-INCLUI)
                   TO ALR-MOV-DATA(WRK-IDX-MOV)
               MOVE WRK-TMV-SEQ(WRK-IDX-INCLUI)
                   TO ALR-MOV-SEQUENCIA(WRK-IDX-MOV)
               MOVE WRK-TMV-TIPO(WRK-IDX-INCLUI)
                   TO ALR-MOV-TIPO(WRK-IDX-MOV)
               MOVE WRK-TMV-ORIGEM(WRK-IDX-INCLUI)
                   TO ALR-MOV-ORIGEM(WRK-IDX-MOV)
               MOVE WRK-TMV-VALOR(WRK-IDX-INCLUI)
                   TO ALR-MOV-VALOR(WRK-IDX-MOV)
           END-IF.

      *-----------------------------------------------------
      *    GRAVA O ALERTA NO COAFALR E O IMPRIME. CHAVE REPETIDA
      *    SO ACONTECE EM REPROCESSAMENTO DA MESMA DATA: O
      *    ALERTA JA GRAVADO FICA COMO ESTA
      *-----------------------------------------------------
       4200-GRAVA-ALERTA.
           WRITE ALERTA-REC
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-DUPLICADOS
           END-WRITE
           PERFORM 5300-IMPRIME-ALERTA.

      *-----------------------------------------------------
      *    IMPRIME O CABECALHO DE PAGINA
      *-----------------------------------------------------
       5100-IMPRIME-CABECALHO.
           ADD 1 TO WRK-PAGINA
           MOVE ZEROS TO WRK-LINHAS-PAGINA
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           MOVE WRK-PAGINA   TO HDR-PAGINA
           MOVE WRK-LIMITE   TO HDR-LIMITE
           MOVE WRK-JANELA   TO HDR-JANELA
           MOVE WRK-PERC-FAIXA TO HDR-PERC
           WRITE REL-LINHA FROM WRK-CABECALHO1
           WRITE REL-LINHA FROM WRK-CABECALHO2
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA.

      *-----------------------------------------------------
      *    QUEBRA DE PAGINA A CADA 50 LINHAS
      *-----------------------------------------------------
       5200-CONTROLA-PAGINA.
           IF WRK-LINHAS-PAGINA >= 50
               PERFORM 5100-IMPRIME-CABECALHO
           END-IF.

      *-----------------------------------------------------
      *    IMPRIME O ALERTA: LINHA DA REGRA E DO CLIENTE, OS
      *    MOVIMENTOS GUARDADOS E A LINHA DE TOTAL
      *-----------------------------------------------------
       5300-IMPRIME-ALERTA.
           PERFORM 5200-CONTROLA-PAGINA
           MOVE ALR-REGRA TO ALE-REGRA
           EVALUATE TRUE
               WHEN ALR-REGRA-VALOR
                   MOVE 'VALOR UNICO' TO ALE-DESCRICAO
               WHEN ALR-REGRA-FRACIONADO
                   MOVE 'FRACIONAMENTO' TO ALE-DESCRICAO
               WHEN OTHER
                   MOVE 'TRANSITO' TO ALE-DESCRICAO
           END-EVALUATE
           MOVE ALR-CLIENTE  TO ALE-CLIENTE
           MOVE ALR-NOME     TO ALE-NOME
           MOVE ALR-CPF-CNPJ TO ALE-CPF-CNPJ
           MOVE ALR-AGENCIA  TO ALE-AGENCIA
           WRITE REL-LINHA FROM WRK-LINHA-ALERTA
           ADD 1 TO WRK-LINHAS-PAGINA
           PERFORM 5310-IMPRIME-MOVIMENTO
               VARYING WRK-IDX-MOV FROM 1 BY 1
               UNTIL WRK-IDX-MOV > 10
                  OR WRK-IDX-MOV > ALR-QTD-MOVTOS
           MOVE ALR-QTD-MOVTOS  TO TAL-QTD
           MOVE ALR-VALOR-TOTAL TO TAL-VALOR
           MOVE SPACES TO TAL-OBS
           IF ALR-QTD-MOVTOS > 10
               MOVE '(10 PRIMEIROS ACIMA)' TO TAL-OBS
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-TOT-ALERTA
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           ADD 2 TO WRK-LINHAS-PAGINA.

       5310-IMPRIME-MOVIMENTO.
           MOVE ALR-MOV-DATA(WRK-IDX-MOV) TO WRK-DATA-AUX
           PERFORM 5400-FORMATA-DATA
           MOVE WRK-DATA-IMPRESSA TO MVL-DATA
           MOVE ALR-MOV-SEQUENCIA(WRK-IDX-MOV) TO MVL-SEQ
           MOVE ALR-MOV-TIPO(WRK-IDX-MOV)      TO MVL-TIPO
           MOVE ALR-MOV-ORIGEM(WRK-IDX-MOV)    TO MVL-ORIGEM
           MOVE ALR-MOV-VALOR(WRK-IDX-MOV)     TO MVL-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-MOVTO
           ADD 1 TO WRK-LINHAS-PAGINA.

      *-----------------------------------------------------
      *    FORMATA A DATA AAAAMMDD DE WRK-DATA-AUX EM DD/MM/AAAA
      *-----------------------------------------------------
       5400-FORMATA-DATA.
           MOVE WRK-DATA-AUX TO WRK-DATA-DESMONTADA
           MOVE WRK-DES-DIA  TO IMP-DIA
           MOVE WRK-DES-MES  TO IMP-MES
           MOVE WRK-DES-ANO  TO IMP-ANO.

      *-----------------------------------------------------
      *    IMPRIME O RESUMO, ENCERRA OS ARQUIVOS E EXIBE OS
      *    TOTAIS DO PASSO
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'RESUMO' TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CLIENTES ANALISADOS...................' TO QTD-ROTULO
           MOVE WRK-TOTAL-CLIENTES TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'ALERTAS REGRA 1 (VALOR UNICO).........' TO QTD-ROTULO
           MOVE WRK-TOTAL-REGRA1 TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'ALERTAS REGRA 2 (FRACIONAMENTO).......' TO QTD-ROTULO
           MOVE WRK-TOTAL-REGRA2 TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'ALERTAS REGRA 3 (TRANSITO)............' TO QTD-ROTULO
           MOVE WRK-TOTAL-REGRA3 TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'FRACIONAMENTOS JA ALERTADOS...........' TO QTD-ROTULO
           MOVE WRK-TOTAL-SUPRIMIDOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           CLOSE RELATORIO
           IF TEM-CLIENTE
               CLOSE CLIENTE-MASTER
           END-IF
           CLOSE ARQ-ALERTAS
           DISPLAY 'LINHAS DE HISTORICO LIDAS: ' WRK-TOTAL-HISTORICO
           DISPLAY 'LINHAS NA JANELA.........: ' WRK-TOTAL-JANELA
           DISPLAY 'CLIENTES ANALISADOS......: ' WRK-TOTAL-CLIENTES
           DISPLAY 'ALERTAS REGRA 1..........: ' WRK-TOTAL-REGRA1
           DISPLAY 'ALERTAS REGRA 2..........: ' WRK-TOTAL-REGRA2
           DISPLAY 'ALERTAS REGRA 3..........: ' WRK-TOTAL-REGRA3
           DISPLAY 'FRACIONAMENTOS SUPRIMIDOS: ' WRK-TOTAL-SUPRIMIDOS
           IF WRK-TOTAL-DUPLICADOS > ZEROS
               DISPLAY 'ALERTAS JA GRAVADOS......: '
                   WRK-TOTAL-DUPLICADOS
           END-IF
           IF WRK-TOTAL-EXCEDENTES > ZEROS
               DISPLAY 'LINHAS ALEM DE 500 POR CLIENTE IGNORADAS: '
                   WRK-TOTAL-EXCEDENTES
           END-IF.
