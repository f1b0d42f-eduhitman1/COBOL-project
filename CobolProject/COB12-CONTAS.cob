      *            AUTOMATICAMENTE NA CONTA) E LIBERACAO PELO
      *            NUMERO. O LANCAMENTO NOTURNO PASSA A RECUSAR
      *            DEBITO QUE INVADA A SOMA BLOQUEADA.
      * 2026-10-15 IVN - INCLUIDA A OPCAO A - REATIVAR CONTA
      *            DORMENTE (ARQUIVO CTADORM, COPY DORMENTE, ALCADA
      *            DE SUPERVISAO): MOSTRA A DATA DA MARCACAO E DO
      *            ULTIMO MOVIMENTO DO CLIENTE E, CONFIRMADA, GRAVA
      *            O STATUS R COM O OPERADOR E A DATA. O OPERADOR
      *            PASSA A SER RECEBIDO DO CLIENTES.COB NO CALL.
      * 2026-10-15 IVN - INCLUIDA A OPCAO B - EXTRATO DA CONTA NA
      *            TELA, A PARTIR DO HISTORICO DE MOVIMENTOS
      *            (MOVHIST): DATA, TIPO, VALOR E SALDO APOS CADA
      *            MOVIMENTO, COM MARCA DE ESTORNO, FILTRO POR
      *            PERIODO E PAGINACAO PARA TRAS E PARA FRENTE (OS
      *            200 MAIS RECENTES DO PERIODO). O CABECALHO TRAZ O
      *            SALDO, O LIMITE EFETIVO (COB35-LIMITE), A SOMA DOS
      *            BLOQUEIOS JUDICIAIS (BLOQJUD) E O DISPONIVEL PELA
      *            MESMA REGRA DO LANCAMENTO NOTURNO, PARA O
      *            ATENDIMENTO EXPLICAR UM DISPONIVEL MENOR QUE O
      *            SALDO CONTABIL.
      * 2026-10-15 IVN - INCLUIDAS AS OPCOES DE ORDEM PERMANENTE
      *            (ARQUIVO ORDPERM, COPY ORDEM): C - INCLUSAO NA
      *            CONTA DE ORIGEM (TRANSFERENCIA PARA OUTRA CONTA
      *            ABERTA DA CASA OU SO DEBITO, VALOR EM CENTAVOS, DIA
      *            DO MES, INICIO A PARTIR DA DATA DE NEGOCIO E FIM
      *            OPCIONAL, NUMERADA AUTOMATICAMENTE NA CONTA),
      *            D - LISTAGEM DAS ORDENS DA CONTA E E - SUSPENSAO,
      *            REATIVACAO E CANCELAMENTO. A GERACAO DOS DEBITOS E
      *            DO CICLO NOTURNO (COB62-ORDENS E
      *            COB63-BAIXA-ORDENS).
      * 2026-10-15 IVN - INCLUIDAS AS OPCOES DE CHEQUES (ARQUIVO
      *            CHQMAST, COPY CHEQUE): F - EMISSAO DE TALAO PARA
      *            CONTA CORRENTE ABERTA (QUANTIDADE DE FOLHAS,
      *            PADRAO 20, NUMERADAS EM SEQUENCIA A PARTIR DA
      *            ULTIMA FOLHA JA EMITIDA PARA A CONTA, UM REGISTRO
      *            POR FOLHA) E G - SUSTACAO (COM MOTIVO),
      *            CANCELAMENTO E REVOGACAO DA SUSTACAO DE UMA
      *            FOLHA. FOLHA JA APRESENTADA NA COMPENSACAO DA
      *            NOITE NAO MUDA DE SITUACAO. A COMPENSACAO E A
      *            BAIXA SAO DO CICLO NOTURNO (COB78-COMPENSA E
      *            COB79-BAIXA-CHEQUES).
      * 2026-10-15 IVN - O CO-TITULAR INCLUIDO NASCE SEM MARCA DE
      *            REVISAO (COT-REVISAO EM BRANCO E DATA ZERADA); A
      *            MARCA E DO REGISTRO DE OBITO (COB90-OBITO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               RECORD KEY IS BLO-CHAVE
               FILE STATUS IS WRK-FS-BLOQUEIOS.

           SELECT ARQ-DORMENTES ASSIGN TO "CTADORM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DOR-CHAVE
               FILE STATUS IS WRK-FS-DORMENTES.

           SELECT ARQ-ORDENS ASSIGN TO "ORDPERM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORD-CHAVE
               FILE STATUS IS WRK-FS-ORDENS.

           SELECT ARQ-CHEQUES ASSIGN TO "CHQMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHQ-CHAVE
               FILE STATUS IS WRK-FS-CHEQUES.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTA-MASTER.
       FD  ARQ-BLOQUEIOS.
           COPY BLOQUEIO.

       FD  ARQ-DORMENTES.
           COPY DORMENTE.

       FD  ARQ-ORDENS.
           COPY ORDEM.

       FD  ARQ-CHEQUES.
           COPY CHEQUE.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       WORKING-STORAGE SECTION.
       77  WRK-FS-CONTA           PIC X(02) VALUE '00'.
       77  WRK-FS-CLIENTE         PIC X(02) VALUE '00'.
       77  WRK-BLO-MOTIVO         PIC X(30) VALUE SPACES.
       77  WRK-BLO-AUTORIDADE     PIC X(30) VALUE SPACES.
       77  WRK-BLO-NUMERO         PIC 9(02) VALUE ZEROS.
       77  WRK-FS-DORMENTES       PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO       PIC X(02) VALUE '00'.
       77  WRK-EXT-INICIO         PIC 9(08) VALUE ZEROS.
       77  WRK-EXT-FIM            PIC 9(08) VALUE ZEROS.
       77  WRK-EXT-ACHADOS        PIC 9(06) VALUE ZEROS.
       77  WRK-EXT-QTD            PIC 9(03) VALUE ZEROS.
       77  WRK-EXT-PROX           PIC 9(03) VALUE ZEROS.
       77  WRK-EXT-PAG-INI        PIC S9(04) VALUE ZEROS.
       77  WRK-EXT-ORDEM          PIC S9(04) VALUE ZEROS.
       77  WRK-EXT-POS            PIC S9(04) VALUE ZEROS.
       77  WRK-EXT-ACAO           PIC X(01) VALUE SPACE.
       77  WRK-TOT-BLOQUEADO      PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QTD-BLOQUEIOS      PIC 9(02) VALUE ZEROS.
       77  WRK-DISPONIVEL         PIC S9(11)V99 VALUE ZEROS.
       77  WRK-SALDO-EDT          PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-BLOQ-EDT           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DISP-EDT           PIC ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.
       77  WRK-FS-ORDENS          PIC X(02) VALUE '00'.
       77  WRK-PROX-ORDEM         PIC 9(03) VALUE ZEROS.
       77  WRK-ORD-NUMERO         PIC 9(02) VALUE ZEROS.
       77  WRK-ORD-TIPO           PIC X(01) VALUE SPACE.
       77  WRK-ORD-CLI-DEST       PIC 9(06) VALUE ZEROS.
       77  WRK-ORD-SEQ-DEST       PIC 9(02) VALUE ZEROS.
       77  WRK-ORD-VALOR-CENT     PIC 9(11) VALUE ZEROS.
       77  WRK-ORD-DIA            PIC 9(02) VALUE ZEROS.
       77  WRK-ORD-FIM            PIC 9(08) VALUE ZEROS.
       77  WRK-ORD-DESCRICAO      PIC X(20) VALUE SPACES.
       77  WRK-ORD-ACAO           PIC X(01) VALUE SPACE.
       77  WRK-ORD-MOTIVO         PIC X(40) VALUE SPACES.
       77  WRK-DESTINO-OK         PIC X(01) VALUE 'N'.
           88 DESTINO-OK          VALUE 'S'.
       77  WRK-VALOR-EDT          PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-FS-CHEQUES         PIC X(02) VALUE '00'.
       77  WRK-CHQ-QTD            PIC 9(02) VALUE ZEROS.
       77  WRK-CHQ-MAX-TALAO      PIC 9(02) VALUE 50.
       77  WRK-CHQ-PRIMEIRO       PIC 9(07) VALUE ZEROS.
       77  WRK-CHQ-ULTIMO         PIC 9(07) VALUE ZEROS.
       77  WRK-CHQ-FOLHA          PIC 9(07) VALUE ZEROS.
       77  WRK-CHQ-FALHAS         PIC 9(02) VALUE ZEROS.
       77  WRK-CHQ-NUMERO         PIC 9(06) VALUE ZEROS.
       77  WRK-CHQ-ACAO           PIC X(01) VALUE SPACE.
       77  WRK-CHQ-MOTIVO         PIC X(30) VALUE SPACES.
       77  WRK-CHQ-ALTERADO       PIC X(01) VALUE 'N'.
           88 CHQ-ALTERADO        VALUE 'S'.

      *    DATA DE NEGOCIO (COB17-DATAPROC), PISO DO INICIO DA
      *    ORDEM PERMANENTE
       01  WRK-DATA-NEGOCIO.
           05 WRK-NEG-ANO         PIC 9(04).
           05 WRK-NEG-MES         PIC 9(02).
           05 WRK-NEG-DIA         PIC 9(02).
       01  WRK-DATA-NEGOCIO-N REDEFINES WRK-DATA-NEGOCIO
                                  PIC 9(08).

       01  WRK-ORD-INICIO         PIC 9(08) VALUE ZEROS.
       01  WRK-ORD-INICIO-R REDEFINES WRK-ORD-INICIO.
           05 WRK-ORD-INI-ANO     PIC 9(04).
           05 WRK-ORD-INI-MES     PIC 9(02).
           05 WRK-ORD-INI-DIA     PIC 9(02).

      *    MES DE REFERENCIA (AAAAMM) GRAVADO NA REATIVACAO
       01  WRK-ORD-REFERENCIA.
           05 WRK-ORD-REF-ANO     PIC 9(04).
           05 WRK-ORD-REF-MES     PIC 9(02).
       01  WRK-ORD-REFERENCIA-N REDEFINES WRK-ORD-REFERENCIA
                                  PIC 9(06).

      *    FAIXA DO TALAO EMITIDO, PARA A MENSAGEM DA TELA
       01  WRK-MSG-TALAO.
           05 FILLER              PIC X(15) VALUE 'TALAO EMITIDO: '.
           05 MSG-TALAO-INICIO    PIC 9(06).
           05 FILLER              PIC X(03) VALUE ' A '.
           05 MSG-TALAO-FIM       PIC 9(06).

       01  WRK-ORD-TELA.
           05 WRK-ORD-TELA-LIN    PIC X(60) OCCURS 10 TIMES.

       01  WRK-ORD-LINHA.
           05 ORL-NUMERO          PIC 99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-TIPO            PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-CLI-DEST        PIC 9(06).
           05 FILLER              PIC X(01) VALUE '/'.
           05 ORL-SEQ-DEST        PIC 99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-DIA             PIC 99.
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-INICIO          PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-FIM             PIC 9(08).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-STATUS          PIC X(01).
           05 FILLER              PIC X(01) VALUE SPACE.
           05 ORL-OCORRENCIA      PIC X(01).

      *    MOVIMENTOS DA CONTA NO PERIODO, EM FILA CIRCULAR (FICAM
      *    OS 200 MAIS RECENTES; WRK-EXT-PROX E A PROXIMA POSICAO
      *    A GRAVAR, QUE COM A FILA CHEIA E A DO MAIS ANTIGO)
       01  WRK-EXT-TAB.
           05 WRK-EXT-ENT         OCCURS 200 TIMES.
              10 WRK-EXT-DATA     PIC 9(08).
              10 WRK-EXT-TIPO     PIC X(01).
              10 WRK-EXT-VALOR    PIC 9(09)V99.
              10 WRK-EXT-SALDO    PIC S9(09)V99.
              10 WRK-EXT-ESTORNO  PIC X(01).

       01  WRK-EXT-TELA.
           05 WRK-EXT-TELA-LIN    PIC X(60) OCCURS 10 TIMES.

       01  WRK-EXT-LINHA.
           05 EXL-DIA             PIC 99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 EXL-MES             PIC 99.
           05 FILLER              PIC X(01) VALUE '/'.
           05 EXL-ANO             PIC 9999.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 EXL-TIPO            PIC X(01).
           05 FILLER              PIC X(02) VALUE SPACES.
           05 EXL-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 EXL-SALDO           PIC ZZZ.ZZZ.ZZ9,99-.
           05 FILLER              PIC X(02) VALUE SPACES.
           05 EXL-MARCA           PIC X(09).

       01  WRK-LINHA-TAB.
           05 WRK-LINHA           OCCURS 10 TIMES.
           88 OPER-ADM            VALUE 01.
           88 OPER-USER           VALUE 02.
           88 OPER-SUPERVISOR     VALUE 03.
       01  LK-OPERADOR            PIC X(20).

       SCREEN SECTION.
       01 TELA-MENU-CTA.
           05 LINE 10 COLUMN 01 VALUE '8 - REGISTRAR BLOQUEIO JUDICIAL'.
           05 LINE 11 COLUMN 01 VALUE '9 - LIBERAR BLOQUEIO JUDICIAL'.
           05 LINE 12 COLUMN 01 VALUE '0 - SAIR'.
           05 LINE 03 COLUMN 41 VALUE 'A - REATIVAR CONTA DORMENTE'.
           05 LINE 04 COLUMN 41 VALUE 'B - EXTRATO DA CONTA'.
           05 LINE 05 COLUMN 41 VALUE 'C - INCLUIR ORDEM PERMANENTE'.
           05 LINE 06 COLUMN 41 VALUE 'D - LISTAR ORDENS DA CONTA'.
           05 LINE 07 COLUMN 41 VALUE 'E - SITUACAO DE ORDEM'.
           05 LINE 08 COLUMN 41 VALUE 'F - EMITIR TALAO DE CHEQUES'.
           05 LINE 09 COLUMN 41 VALUE 'G - SITUACAO DE CHEQUE'.
           05 LINE 13 COLUMN 01 VALUE 'OPCAO.......: '.
           05 LINE 13 COLUMN 16 PIC X(01) TO WRK-OPCAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
           05 LINE 15 COLUMN 01 VALUE 'SEQUENCIA DA CONTA..: '.
           05 LINE 15 COLUMN 23 PIC 9(02) TO WRK-CHAVE-SEQ.

       01 TELA-PERIODO-EXT.
           05 LINE 16 COLUMN 01 VALUE 'DATA INICIAL (AAAAMMDD): '.
           05 LINE 16 COLUMN 26 PIC 9(08) USING WRK-EXT-INICIO.
           05 LINE 17 COLUMN 01 VALUE 'DATA FINAL   (AAAAMMDD): '.
           05 LINE 17 COLUMN 26 PIC 9(08) USING WRK-EXT-FIM.

       01 TELA-NUMERO-ORDEM.
           05 LINE 16 COLUMN 01 VALUE 'NUMERO DA ORDEM.....: '.
           05 LINE 16 COLUMN 23 PIC 9(02) TO WRK-ORD-NUMERO.

       01 TELA-NUMERO-CHEQUE.
           05 LINE 16 COLUMN 01 VALUE 'NUMERO DO CHEQUE....: '.
           05 LINE 16 COLUMN 23 PIC 9(06) TO WRK-CHQ-NUMERO.

       01 TELA-ABRIR-CTA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'ABERTURA DE CONTA'
           05 LINE 07 COLUMN 01 VALUE 'CONFIRMA (S/N)......: '.
           05 LINE 07 COLUMN 23 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-REATIVA-CTA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'REATIVACAO DE CONTA DORMENTE'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM CTA-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'SEQUENCIA...........: '.
           05 LINE 04 COLUMN 23 PIC 9(02) FROM CTA-SEQUENCIA.
           05 LINE 05 COLUMN 01 VALUE 'TIPO................: '.
           05 LINE 05 COLUMN 23 PIC X(02) FROM CTA-TIPO.
           05 LINE 06 COLUMN 01 VALUE 'DORMENTE DESDE......: '.
           05 LINE 06 COLUMN 23 PIC 9(08) FROM DOR-DATA-MARCACAO.
           05 LINE 07 COLUMN 01 VALUE 'ULTIMO MOVIMENTO....: '.
           05 LINE 07 COLUMN 23 PIC 9(08) FROM DOR-ULT-MOVIMENTO.
           05 LINE 09 COLUMN 01
              VALUE 'CONFIRMA REATIVACAO (S/N): '.
           05 LINE 09 COLUMN 28 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-EXTRATO-CTA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'EXTRATO DA CONTA'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 02 COLUMN 01 VALUE 'CLIENTE: '.
           05 LINE 02 COLUMN 10 PIC 9(06) FROM CTA-CLIENTE.
           05 LINE 02 COLUMN 16 VALUE '/'.
           05 LINE 02 COLUMN 17 PIC 9(02) FROM CTA-SEQUENCIA.
           05 LINE 02 COLUMN 21 VALUE 'TIPO: '.
           05 LINE 02 COLUMN 27 PIC X(02) FROM CTA-TIPO.
           05 LINE 02 COLUMN 31 VALUE 'STATUS: '.
           05 LINE 02 COLUMN 39 PIC X(01) FROM CTA-STATUS.
           05 LINE 03 COLUMN 01 VALUE 'SALDO....: '.
           05 LINE 03 COLUMN 12 PIC X(15) FROM WRK-SALDO-EDT.
           05 LINE 03 COLUMN 31 VALUE 'LIMITE.....: '.
           05 LINE 03 COLUMN 44 PIC X(14) FROM WRK-LIMITE-EDT.
           05 LINE 04 COLUMN 01 VALUE 'BLOQUEADO: '.
           05 LINE 04 COLUMN 12 PIC X(14) FROM WRK-BLOQ-EDT.
           05 LINE 04 COLUMN 27 VALUE '('.
           05 LINE 04 COLUMN 28 PIC 9(02) FROM WRK-QTD-BLOQUEIOS.
           05 LINE 04 COLUMN 30 VALUE ')'.
           05 LINE 04 COLUMN 31 VALUE 'DISPONIVEL.: '.
           05 LINE 04 COLUMN 44 PIC X(15) FROM WRK-DISP-EDT.
           05 LINE 05 COLUMN 01 VALUE 'PERIODO..: '.
           05 LINE 05 COLUMN 12 PIC 9(08) FROM WRK-EXT-INICIO.
           05 LINE 05 COLUMN 21 VALUE 'A'.
           05 LINE 05 COLUMN 23 PIC 9(08) FROM WRK-EXT-FIM.
           05 LINE 05 COLUMN 31 VALUE 'MOVIMENTOS.: '.
           05 LINE 05 COLUMN 44 PIC 9(06) FROM WRK-EXT-ACHADOS.
           05 LINE 06 COLUMN 01
              VALUE 'DATA        T          VALOR            SALDO'.
           05 LINE 07 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(1).
           05 LINE 08 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(2).
           05 LINE 09 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(3).
           05 LINE 10 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(4).
           05 LINE 11 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(5).
           05 LINE 12 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(6).
           05 LINE 13 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(7).
           05 LINE 14 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(8).
           05 LINE 15 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(9).
           05 LINE 16 COLUMN 01 PIC X(60)
              FROM WRK-EXT-TELA-LIN(10).
           05 LINE 18 COLUMN 01
              VALUE 'A=ANTERIORES P=POSTERIORES F=FIM: '.
           05 LINE 18 COLUMN 36 PIC X(01) TO WRK-EXT-ACAO.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-ORDEM.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'INCLUSAO DE ORDEM PERMANENTE'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE DE ORIGEM...: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM CTA-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'SEQUENCIA...........: '.
           05 LINE 04 COLUMN 23 PIC 9(02) FROM CTA-SEQUENCIA.
           05 LINE 05 COLUMN 01 VALUE 'NUMERO DA ORDEM.....: '.
           05 LINE 05 COLUMN 23 PIC 9(02) FROM WRK-ORD-NUMERO.
           05 LINE 06 COLUMN 01 VALUE 'TIPO (T=TRANSF D=DEB): '.
           05 LINE 06 COLUMN 24 PIC X(01) USING WRK-ORD-TIPO.
           05 LINE 07 COLUMN 01 VALUE 'CLIENTE DE DESTINO..: '.
           05 LINE 07 COLUMN 23 PIC 9(06) USING WRK-ORD-CLI-DEST.
           05 LINE 08 COLUMN 01 VALUE 'SEQUENCIA DESTINO...: '.
           05 LINE 08 COLUMN 23 PIC 9(02) USING WRK-ORD-SEQ-DEST.
           05 LINE 09 COLUMN 01 VALUE 'VALOR (CENTAVOS)....: '.
           05 LINE 09 COLUMN 23 PIC 9(11) USING WRK-ORD-VALOR-CENT.
           05 LINE 10 COLUMN 01 VALUE 'DIA DO MES..........: '.
           05 LINE 10 COLUMN 23 PIC 9(02) USING WRK-ORD-DIA.
           05 LINE 11 COLUMN 01 VALUE 'INICIO (AAAAMMDD)...: '.
           05 LINE 11 COLUMN 23 PIC 9(08) USING WRK-ORD-INICIO.
           05 LINE 12 COLUMN 01 VALUE 'FIM (ZERO=SEM FIM)..: '.
           05 LINE 12 COLUMN 23 PIC 9(08) USING WRK-ORD-FIM.
           05 LINE 13 COLUMN 01 VALUE 'DESCRICAO...........: '.
           05 LINE 13 COLUMN 23 PIC X(20) USING WRK-ORD-DESCRICAO.
           05 LINE 15 COLUMN 01 VALUE 'CONFIRMA (S/N)......: '.
           05 LINE 15 COLUMN 23 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-LISTA-ORDENS.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'ORDENS PERMANENTES DA CONTA'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 02 COLUMN 01 VALUE 'CLIENTE: '.
           05 LINE 02 COLUMN 10 PIC 9(06) FROM CTA-CLIENTE.
           05 LINE 02 COLUMN 16 VALUE '/'.
           05 LINE 02 COLUMN 17 PIC 9(02) FROM CTA-SEQUENCIA.
           05 LINE 03 COLUMN 01
              VALUE 'NR T DESTINO            VALOR DIA INICIO   FIM'.
           05 LINE 03 COLUMN 52 VALUE 'S O'.
           05 LINE 04 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(1).
           05 LINE 05 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(2).
           05 LINE 06 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(3).
           05 LINE 07 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(4).
           05 LINE 08 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(5).
           05 LINE 09 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(6).
           05 LINE 10 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(7).
           05 LINE 11 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(8).
           05 LINE 12 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(9).
           05 LINE 13 COLUMN 01 PIC X(60)
              FROM WRK-ORD-TELA-LIN(10).
           05 LINE 14 COLUMN 01
              VALUE 'S: A=ATIVA S=SUSPENSA C=CANCELADA F=FINALIZADA'.
           05 LINE 15 COLUMN 01
              VALUE 'O: E=ENVIADA P=PENDENTE DE REENVIO'.
           05 LINE 17 COLUMN 01 VALUE 'TECLE ENTER PARA VOLTAR'.
           05 LINE 17 COLUMN 26 PIC X(01) TO WRK-CONFIRMA.
           05 LINE 20 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       01 TELA-SITUACAO-ORDEM.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'SITUACAO DE ORDEM PERMANENTE'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE DE ORIGEM...: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM ORD-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'SEQUENCIA...........: '.
           05 LINE 04 COLUMN 23 PIC 9(02) FROM ORD-SEQUENCIA.
           05 LINE 05 COLUMN 01 VALUE 'NUMERO DA ORDEM.....: '.
           05 LINE 05 COLUMN 23 PIC 9(02) FROM ORD-NUMERO.
           05 LINE 06 COLUMN 01 VALUE 'TIPO................: '.
           05 LINE 06 COLUMN 23 PIC X(01) FROM ORD-TIPO.
           05 LINE 07 COLUMN 01 VALUE 'DESTINO.............: '.
           05 LINE 07 COLUMN 23 PIC 9(06) FROM ORD-CLIENTE-DEST.
           05 LINE 07 COLUMN 29 VALUE '/'.
           05 LINE 07 COLUMN 30 PIC 9(02) FROM ORD-SEQ-DEST.
           05 LINE 08 COLUMN 01 VALUE 'VALOR...............: '.
           05 LINE 08 COLUMN 23 PIC X(14) FROM WRK-VALOR-EDT.
           05 LINE 09 COLUMN 01 VALUE 'DIA DO MES..........: '.
           05 LINE 09 COLUMN 23 PIC 9(02) FROM ORD-DIA.
           05 LINE 10 COLUMN 01 VALUE 'DESCRICAO...........: '.
           05 LINE 10 COLUMN 23 PIC X(20) FROM ORD-DESCRICAO.
           05 LINE 11 COLUMN 01 VALUE 'STATUS..............: '.
           05 LINE 11 COLUMN 23 PIC X(01) FROM ORD-STATUS.
           05 LINE 12 COLUMN 01 VALUE 'ULTIMO PAGAMENTO....: '.
           05 LINE 12 COLUMN 23 PIC 9(08) FROM ORD-DATA-ULT-PAGTO.
           05 LINE 14 COLUMN 01
              VALUE 'ACAO (S=SUSPENDER R=REATIVAR C=CANCELAR): '.
           05 LINE 14 COLUMN 44 PIC X(01) TO WRK-ORD-ACAO.

       01 TELA-TALAO.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'EMISSAO DE TALAO DE CHEQUES'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM CTA-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'SEQUENCIA...........: '.
           05 LINE 04 COLUMN 23 PIC 9(02) FROM CTA-SEQUENCIA.
           05 LINE 05 COLUMN 01 VALUE 'PRIMEIRA FOLHA......: '.
           05 LINE 05 COLUMN 23 PIC 9(07) FROM WRK-CHQ-PRIMEIRO.
           05 LINE 06 COLUMN 01 VALUE 'QUANTIDADE DE FOLHAS: '.
           05 LINE 06 COLUMN 23 PIC 9(02) USING WRK-CHQ-QTD.
           05 LINE 08 COLUMN 01 VALUE 'CONFIRMA (S/N)......: '.
           05 LINE 08 COLUMN 23 PIC X(01) TO WRK-CONFIRMA.

       01 TELA-SITUACAO-CHEQUE.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'SITUACAO DE CHEQUE'
              FOREGROUND-COLOR WRK-COR-NIVEL.
           05 LINE 03 COLUMN 01 VALUE 'CLIENTE.............: '.
           05 LINE 03 COLUMN 23 PIC 9(06) FROM CHQ-CLIENTE.
           05 LINE 04 COLUMN 01 VALUE 'SEQUENCIA...........: '.
           05 LINE 04 COLUMN 23 PIC 9(02) FROM CHQ-SEQUENCIA.
           05 LINE 05 COLUMN 01 VALUE 'NUMERO DO CHEQUE....: '.
           05 LINE 05 COLUMN 23 PIC 9(06) FROM CHQ-NUMERO.
           05 LINE 06 COLUMN 01 VALUE 'TALAO...............: '.
           05 LINE 06 COLUMN 23 PIC 9(06) FROM CHQ-TALAO-INICIO.
           05 LINE 06 COLUMN 30 VALUE 'A'.
           05 LINE 06 COLUMN 32 PIC 9(06) FROM CHQ-TALAO-FIM.
           05 LINE 07 COLUMN 01 VALUE 'EMITIDO EM..........: '.
           05 LINE 07 COLUMN 23 PIC 9(08) FROM CHQ-DATA-EMISSAO.
           05 LINE 08 COLUMN 01 VALUE 'STATUS..............: '.
           05 LINE 08 COLUMN 23 PIC X(01) FROM CHQ-STATUS.
           05 LINE 09 COLUMN 01 VALUE 'ULTIMA DEVOLUCAO....: '.
           05 LINE 09 COLUMN 23 PIC 9(02) FROM CHQ-ULT-ALINEA.
           05 LINE 10 COLUMN 01 VALUE 'MOTIVO DA SUSTACAO..: '.
           05 LINE 10 COLUMN 23 PIC X(30) USING WRK-CHQ-MOTIVO.
           05 LINE 12 COLUMN 01
              VALUE 'S: E=EMITIDO A=EM COMPENSACAO P=PAGO S=SUSTADO'.
           05 LINE 13 COLUMN 01
              VALUE '   C=CANCELADO D=DEVOLVIDO'.
           05 LINE 15 COLUMN 01
              VALUE 'ACAO (S=SUSTAR C=CANCELAR R=REVOGAR SUSTACAO): '.
           05 LINE 15 COLUMN 49 PIC X(01) TO WRK-CHQ-ACAO.

       01 TELA-LIMITE-CTA.
           05 BLANK SCREEN.
           05 LINE 01 COLUMN 01 VALUE 'LIMITE DA CONTA'
           05 LINE 17 COLUMN 01 PIC X(40) FROM WRK-MENSAGEM
              FOREGROUND-COLOR 4.

       PROCEDURE DIVISION USING LK-NIVEL-OPERADOR LK-OPERADOR.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               CLOSE ARQ-BLOQUEIOS
               OPEN I-O ARQ-BLOQUEIOS
           END-IF
           OPEN I-O ARQ-DORMENTES
           IF WRK-FS-DORMENTES = '35'
               OPEN OUTPUT ARQ-DORMENTES
               CLOSE ARQ-DORMENTES
               OPEN I-O ARQ-DORMENTES
           END-IF
           OPEN I-O ARQ-ORDENS
           IF WRK-FS-ORDENS = '35'
               OPEN OUTPUT ARQ-ORDENS
               CLOSE ARQ-ORDENS
               OPEN I-O ARQ-ORDENS
           END-IF
           OPEN I-O ARQ-CHEQUES
           IF WRK-FS-CHEQUES = '35'
               OPEN OUTPUT ARQ-CHEQUES
               CLOSE ARQ-CHEQUES
               OPEN I-O ARQ-CHEQUES
           END-IF
           MOVE 'N' TO WRK-SEM-CLIMAST
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
                   PERFORM 2800-REGISTRA-BLOQUEIO
               WHEN '9'
                   PERFORM 2850-LIBERA-BLOQUEIO
               WHEN 'A'
                   PERFORM 2880-REATIVA-DORMENTE
               WHEN 'B'
                   PERFORM 2940-EXTRATO-CONTA
               WHEN 'C'
                   PERFORM 2960-INCLUIR-ORDEM
               WHEN 'D'
                   PERFORM 2970-LISTAR-ORDENS
               WHEN 'E'
                   PERFORM 2980-SITUACAO-ORDEM
               WHEN 'F'
                   PERFORM 2990-EMITIR-TALAO
               WHEN 'G'
                   PERFORM 2995-SITUACAO-CHEQUE
               WHEN '0'
                   CONTINUE
               WHEN OTHER
           MOVE WRK-COTITULAR     TO COT-COTITULAR
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO COT-DATA-INCLUSAO
           MOVE SPACE  TO COT-REVISAO
           MOVE ZEROS  TO COT-DATA-REVISAO
           WRITE COTITULAR-REC
               INVALID KEY
                   MOVE 'CO-TITULAR JA CADASTRADO' TO WRK-MENSAGEM
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    REATIVA UMA CONTA MARCADA COMO DORMENTE (ALCADA DE
      *    SUPERVISAO): O REGISTRO DO CTADORM FICA COM STATUS R,
      *    O OPERADOR E A DATA, E O LANCAMENTO NOTURNO VOLTA A
      *    ACEITAR DEBITO NA CONTA
      *-----------------------------------------------------
       2880-REATIVA-DORMENTE.
           IF NOT OPER-ADM AND NOT OPER-SUPERVISOR
               MOVE 'OPCAO RESTRITA A SUPERVISAO' TO WRK-MENSAGEM
           ELSE
               PERFORM 2900-OBTER-CLIENTE
               PERFORM 2920-OBTER-SEQUENCIA
               MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
               MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE 'CONTA NAO ENCONTRADA' TO WRK-MENSAGEM
                   NOT INVALID KEY
                       PERFORM 2890-CONFIRMA-REATIVACAO
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    CONFERE A MARCACAO NO CTADORM, PEDE A CONFIRMACAO E
      *    GRAVA A REATIVACAO COM O OPERADOR E A DATA
      *-----------------------------------------------------
       2890-CONFIRMA-REATIVACAO.
           MOVE CTA-CHAVE TO DOR-CHAVE
           READ ARQ-DORMENTES
               INVALID KEY
                   MOVE 'CONTA NAO ESTA DORMENTE' TO WRK-MENSAGEM
               NOT INVALID KEY
                   IF NOT DOR-DORMENTE
                       MOVE 'CONTA NAO ESTA DORMENTE' TO WRK-MENSAGEM
                   ELSE
                       MOVE 'N' TO WRK-CONFIRMA
                       DISPLAY TELA-REATIVA-CTA
                       ACCEPT TELA-REATIVA-CTA
                       IF WRK-CONFIRMA-SIM
                           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                           SET DOR-REATIVADA TO TRUE
                           MOVE LK-OPERADOR TO DOR-OPERADOR
                           MOVE WRK-DATA-HOJE TO DOR-DATA-REATIVACAO
                           REWRITE DORMENTE-REC
                           MOVE 'CONTA REATIVADA COM SUCESSO'
                               TO WRK-MENSAGEM
                       ELSE
                           MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DO CLIENTE
      *-----------------------------------------------------
           DISPLAY TELA-CHAVE-SEQ
           ACCEPT TELA-CHAVE-SEQ.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DA ORDEM PERMANENTE NA CONTA
      *-----------------------------------------------------
       2925-OBTER-NUMERO-ORDEM.
           MOVE ZEROS TO WRK-ORD-NUMERO
           DISPLAY TELA-NUMERO-ORDEM
           ACCEPT TELA-NUMERO-ORDEM.

      *-----------------------------------------------------
      *    SOLICITA O NUMERO DO CHEQUE
      *-----------------------------------------------------
       2926-OBTER-NUMERO-CHEQUE.
           MOVE ZEROS TO WRK-CHQ-NUMERO
           DISPLAY TELA-NUMERO-CHEQUE
           ACCEPT TELA-NUMERO-CHEQUE.

      *-----------------------------------------------------
      *    EXTRATO DA CONTA NA TELA: PEDE A CONTA E O PERIODO
      *    (ZERADOS = TODO O HISTORICO), CARREGA OS MOVIMENTOS
      *    DO MOVHIST E PAGINA A PARTIR DOS MAIS RECENTES
      *-----------------------------------------------------
       2940-EXTRATO-CONTA.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
           READ CONTA-MASTER
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   PERFORM 2941-OBTER-PERIODO
           END-READ
           IF WRK-MENSAGEM = SPACES
               PERFORM 2942-CARREGA-HISTORICO
               PERFORM 2945-MONTA-CABECALHO-EXT
               IF WRK-EXT-QTD > 10
                   COMPUTE WRK-EXT-PAG-INI = WRK-EXT-QTD - 9
               ELSE
                   MOVE 1 TO WRK-EXT-PAG-INI
               END-IF
               IF WRK-EXT-ACHADOS = ZEROS
                   MOVE 'SEM MOVIMENTOS NO PERIODO' TO WRK-MENSAGEM
               ELSE
               IF WRK-EXT-ACHADOS > 200
                   MOVE 'MOSTRANDO OS 200 MAIS RECENTES'
                       TO WRK-MENSAGEM
               END-IF
               END-IF
               MOVE SPACE TO WRK-EXT-ACAO
               PERFORM 2947-EXIBE-PAGINA
                   UNTIL WRK-EXT-ACAO = 'F'
               MOVE SPACES TO WRK-MENSAGEM
           END-IF.

      *-----------------------------------------------------
      *    PEDE O PERIODO DO EXTRATO: INICIAL ZERADA PEGA DESDE
      *    O COMECO, FINAL ZERADA PEGA ATE HOJE
      *-----------------------------------------------------
       2941-OBTER-PERIODO.
           MOVE ZEROS TO WRK-EXT-INICIO WRK-EXT-FIM
           DISPLAY TELA-PERIODO-EXT
           ACCEPT TELA-PERIODO-EXT
           IF WRK-EXT-FIM = ZEROS
               MOVE 99999999 TO WRK-EXT-FIM
           END-IF
           IF WRK-EXT-FIM < WRK-EXT-INICIO
               MOVE 'PERIODO INVALIDO' TO WRK-MENSAGEM
           END-IF.

      *-----------------------------------------------------
      *    LE O MOVHIST INTEIRO E GUARDA NA FILA AS LINHAS DA
      *    CONTA DENTRO DO PERIODO (O ARQUIVO ESTA EM ORDEM DE
      *    LANCAMENTO, ENTAO A FILA FICA EM ORDEM CRONOLOGICA)
      *-----------------------------------------------------
       2942-CARREGA-HISTORICO.
           MOVE ZEROS TO WRK-EXT-ACHADOS WRK-EXT-QTD
           MOVE 1 TO WRK-EXT-PROX
           OPEN INPUT ARQ-HISTORICO
           IF WRK-FS-HISTORICO = '00'
               PERFORM 2943-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           END-IF.

      *-----------------------------------------------------
      *    LE UMA LINHA DO MOVHIST E GUARDA A DA CONTA
      *-----------------------------------------------------
       2943-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   IF MHS-CLIENTE = CTA-CLIENTE
                      AND MHS-SEQUENCIA = CTA-SEQUENCIA
                      AND MHS-DATA NOT < WRK-EXT-INICIO
                      AND MHS-DATA NOT > WRK-EXT-FIM
                       PERFORM 2944-GUARDA-MOVIMENTO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA O MOVIMENTO NA PROXIMA POSICAO DA FILA; COM A
      *    FILA CHEIA ELE TOMA O LUGAR DO MAIS ANTIGO
      *-----------------------------------------------------
       2944-GUARDA-MOVIMENTO.
           ADD 1 TO WRK-EXT-ACHADOS
           MOVE MHS-DATA    TO WRK-EXT-DATA(WRK-EXT-PROX)
           MOVE MHS-TIPO    TO WRK-EXT-TIPO(WRK-EXT-PROX)
           MOVE MHS-VALOR   TO WRK-EXT-VALOR(WRK-EXT-PROX)
           MOVE MHS-SALDO   TO WRK-EXT-SALDO(WRK-EXT-PROX)
           MOVE MHS-ESTORNO TO WRK-EXT-ESTORNO(WRK-EXT-PROX)
           IF WRK-EXT-QTD < 200
               ADD 1 TO WRK-EXT-QTD
           END-IF
           IF WRK-EXT-PROX = 200
               MOVE 1 TO WRK-EXT-PROX
           ELSE
               ADD 1 TO WRK-EXT-PROX
           END-IF.

      *-----------------------------------------------------
      *    MONTA O CABECALHO: SALDO, LIMITE EFETIVO, BLOQUEIOS
      *    E DISPONIVEL. O DISPONIVEL SEGUE A CRITICA DE DEBITO
      *    DO LANCAMENTO NOTURNO: COM BLOQUEIO O SALDO NAO PODE
      *    CAIR ABAIXO DA SOMA BLOQUEADA; SEM BLOQUEIO PODE IR
      *    ATE O LIMITE NEGATIVO
      *-----------------------------------------------------
       2945-MONTA-CABECALHO-EXT.
           PERFORM 2520-DECISAO-DO-TITULAR
           PERFORM 2530-CONSULTA-LIMITE
           PERFORM 2946-SOMA-BLOQUEIOS
           MOVE CTA-SALDO TO WRK-SALDO-EDT
           MOVE WRK-LIMITE-CONTA TO WRK-LIMITE-EDT
           MOVE WRK-TOT-BLOQUEADO TO WRK-BLOQ-EDT
           IF WRK-TOT-BLOQUEADO > ZEROS
               COMPUTE WRK-DISPONIVEL = CTA-SALDO - WRK-TOT-BLOQUEADO
           ELSE
               COMPUTE WRK-DISPONIVEL = CTA-SALDO + WRK-LIMITE-CONTA
           END-IF
           IF WRK-DISPONIVEL < ZEROS
               MOVE ZEROS TO WRK-DISPONIVEL
           END-IF
           MOVE WRK-DISPONIVEL TO WRK-DISP-EDT.

      *-----------------------------------------------------
      *    SOMA OS BLOQUEIOS JUDICIAIS DA CONTA NO BLOQJUD
      *-----------------------------------------------------
       2946-SOMA-BLOQUEIOS.
           MOVE ZEROS TO WRK-TOT-BLOQUEADO WRK-QTD-BLOQUEIOS
           MOVE CTA-CLIENTE   TO BLO-CLIENTE
           MOVE CTA-SEQUENCIA TO BLO-SEQUENCIA
           MOVE ZEROS TO BLO-NUMERO
           MOVE '00' TO WRK-FS-BLOQUEIOS
           START ARQ-BLOQUEIOS KEY IS NOT LESS THAN BLO-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-BLOQUEIOS
           END-START
           PERFORM 2949-LER-BLOQUEIO-SOMA
               UNTIL WRK-FS-BLOQUEIOS NOT = '00'.

      *-----------------------------------------------------
      *    EXIBE UMA PAGINA DE 10 MOVIMENTOS A PARTIR DE
      *    WRK-EXT-PAG-INI (1 = MAIS ANTIGO DA FILA) E TRATA A
      *    NAVEGACAO
      *-----------------------------------------------------
       2947-EXIBE-PAGINA.
           MOVE SPACES TO WRK-EXT-TELA
           PERFORM 2948-MONTA-LINHA-EXT
               VARYING WRK-EXT-ORDEM FROM WRK-EXT-PAG-INI BY 1
               UNTIL WRK-EXT-ORDEM > WRK-EXT-QTD
                  OR WRK-EXT-ORDEM > WRK-EXT-PAG-INI + 9
           MOVE SPACE TO WRK-EXT-ACAO
           DISPLAY TELA-EXTRATO-CTA
           ACCEPT TELA-EXTRATO-CTA
           MOVE SPACES TO WRK-MENSAGEM
           MOVE FUNCTION UPPER-CASE(WRK-EXT-ACAO) TO WRK-EXT-ACAO
           EVALUATE WRK-EXT-ACAO
               WHEN 'A'
                   IF WRK-EXT-PAG-INI > 1
                       SUBTRACT 10 FROM WRK-EXT-PAG-INI
                       IF WRK-EXT-PAG-INI < 1
                           MOVE 1 TO WRK-EXT-PAG-INI
                       END-IF
                   ELSE
                       MOVE 'INICIO DOS MOVIMENTOS' TO WRK-MENSAGEM
                   END-IF
               WHEN 'P'
                   IF WRK-EXT-PAG-INI + 10 NOT > WRK-EXT-QTD
                       ADD 10 TO WRK-EXT-PAG-INI
                   ELSE
                       MOVE 'FIM DOS MOVIMENTOS' TO WRK-MENSAGEM
                   END-IF
               WHEN 'F'
                   CONTINUE
               WHEN OTHER
                   MOVE 'USE A, P OU F' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    FORMATA NA LINHA DA TELA O MOVIMENTO DE ORDEM
      *    WRK-EXT-ORDEM, CONVERTENDO A ORDEM EM POSICAO DA FILA
      *-----------------------------------------------------
       2948-MONTA-LINHA-EXT.
           IF WRK-EXT-QTD < 200
               MOVE WRK-EXT-ORDEM TO WRK-EXT-POS
           ELSE
               COMPUTE WRK-EXT-POS = WRK-EXT-PROX + WRK-EXT-ORDEM - 1
               IF WRK-EXT-POS > 200
                   SUBTRACT 200 FROM WRK-EXT-POS
               END-IF
           END-IF
           MOVE WRK-EXT-DATA(WRK-EXT-POS)(7:2) TO EXL-DIA
           MOVE WRK-EXT-DATA(WRK-EXT-POS)(5:2) TO EXL-MES
           MOVE WRK-EXT-DATA(WRK-EXT-POS)(1:4) TO EXL-ANO
           MOVE WRK-EXT-TIPO(WRK-EXT-POS)  TO EXL-TIPO
           MOVE WRK-EXT-VALOR(WRK-EXT-POS) TO EXL-VALOR
           MOVE WRK-EXT-SALDO(WRK-EXT-POS) TO EXL-SALDO
           EVALUATE WRK-EXT-ESTORNO(WRK-EXT-POS)
               WHEN 'E'
                   MOVE 'ESTORNO' TO EXL-MARCA
               WHEN 'R'
                   MOVE 'ESTORNADO' TO EXL-MARCA
               WHEN OTHER
                   MOVE SPACES TO EXL-MARCA
           END-EVALUATE
           COMPUTE WRK-LINDX = WRK-EXT-ORDEM - WRK-EXT-PAG-INI + 1
           MOVE WRK-EXT-LINHA TO WRK-EXT-TELA-LIN(WRK-LINDX).

      *-----------------------------------------------------
      *    LE O PROXIMO BLOQUEIO DA CONTA E ACUMULA O VALOR
      *-----------------------------------------------------
       2949-LER-BLOQUEIO-SOMA.
           READ ARQ-BLOQUEIOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-BLOQUEIOS
               NOT AT END
                   IF BLO-CLIENTE = CTA-CLIENTE
                      AND BLO-SEQUENCIA = CTA-SEQUENCIA
                       ADD BLO-VALOR TO WRK-TOT-BLOQUEADO
                       ADD 1 TO WRK-QTD-BLOQUEIOS
                   ELSE
                       MOVE '10' TO WRK-FS-BLOQUEIOS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    INCLUI UMA ORDEM PERMANENTE NUMA CONTA ABERTA, COM O
      *    NUMERO ATRIBUIDO AUTOMATICAMENTE
      *-----------------------------------------------------
       2960-INCLUIR-ORDEM.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
           READ CONTA-MASTER
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   IF NOT CTA-ABERTA
                       MOVE 'CONTA ENCERRADA' TO WRK-MENSAGEM
                   ELSE
                       PERFORM 2961-CAPTA-E-GRAVA-ORDEM
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CAPTA OS DADOS DA ORDEM, VALIDA E GRAVA
      *-----------------------------------------------------
       2961-CAPTA-E-GRAVA-ORDEM.
           PERFORM 2964-PROXIMA-ORDEM
           IF WRK-PROX-ORDEM > 99
               MOVE 'LIMITE DE ORDENS DA CONTA' TO WRK-MENSAGEM
           ELSE
               MOVE WRK-PROX-ORDEM TO WRK-ORD-NUMERO
               MOVE 'T' TO WRK-ORD-TIPO
               MOVE ZEROS TO WRK-ORD-CLI-DEST WRK-ORD-SEQ-DEST
                   WRK-ORD-VALOR-CENT WRK-ORD-DIA WRK-ORD-FIM
               CALL 'COB17-DATAPROC' USING WRK-DATA-NEGOCIO
               MOVE WRK-DATA-NEGOCIO-N TO WRK-ORD-INICIO
               MOVE SPACES TO WRK-ORD-DESCRICAO
               MOVE 'N' TO WRK-CONFIRMA
               DISPLAY TELA-ORDEM
               ACCEPT TELA-ORDEM
               MOVE FUNCTION UPPER-CASE(WRK-ORD-TIPO) TO WRK-ORD-TIPO
               IF NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               ELSE
                   PERFORM 2962-VALIDA-ORDEM
                   IF WRK-ORD-MOTIVO NOT = SPACES
                       MOVE WRK-ORD-MOTIVO TO WRK-MENSAGEM
                   ELSE
                       PERFORM 2963-GRAVA-ORDEM
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CRITICA A ORDEM DIGITADA: TIPO, VALOR, DIA DO MES,
      *    INICIO (DATA VALIDA, NAO ANTERIOR A DATA DE NEGOCIO),
      *    FIM E, NA TRANSFERENCIA, A CONTA DE DESTINO (ABERTA E
      *    DIFERENTE DA ORIGEM). SAI COM O MOTIVO DA RECUSA OU EM
      *    BRANCO
      *-----------------------------------------------------
       2962-VALIDA-ORDEM.
           MOVE SPACES TO WRK-ORD-MOTIVO
           EVALUATE TRUE
               WHEN WRK-ORD-TIPO NOT = 'T' AND WRK-ORD-TIPO NOT = 'D'
                   MOVE 'TIPO INVALIDO - USE T OU D' TO WRK-ORD-MOTIVO
               WHEN WRK-ORD-VALOR-CENT = ZEROS
                   MOVE 'VALOR NAO INFORMADO' TO WRK-ORD-MOTIVO
               WHEN WRK-ORD-DIA < 1 OR WRK-ORD-DIA > 31
                   MOVE 'DIA DO MES INVALIDO' TO WRK-ORD-MOTIVO
               WHEN WRK-ORD-INI-MES < 1 OR WRK-ORD-INI-MES > 12
                 OR WRK-ORD-INI-DIA < 1 OR WRK-ORD-INI-DIA > 31
                   MOVE 'DATA DE INICIO INVALIDA' TO WRK-ORD-MOTIVO
               WHEN WRK-ORD-INICIO < WRK-DATA-NEGOCIO-N
                   MOVE 'INICIO ANTERIOR A DATA DE NEGOCIO'
                       TO WRK-ORD-MOTIVO
               WHEN WRK-ORD-FIM NOT = ZEROS
                AND WRK-ORD-FIM < WRK-ORD-INICIO
                   MOVE 'FIM ANTERIOR AO INICIO' TO WRK-ORD-MOTIVO
               WHEN WRK-ORD-TIPO = 'T'
                   PERFORM 2965-VERIFICA-DESTINO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    GRAVA A ORDEM ATIVA, SEM OCORRENCIA E SEM MES GERADO
      *-----------------------------------------------------
       2963-GRAVA-ORDEM.
           INITIALIZE ORDEM-REC
           MOVE WRK-CHAVE-CLIENTE TO ORD-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ORD-SEQUENCIA
           MOVE WRK-ORD-NUMERO    TO ORD-NUMERO
           MOVE WRK-ORD-TIPO      TO ORD-TIPO
           IF ORD-TRANSFERENCIA
               MOVE WRK-ORD-CLI-DEST TO ORD-CLIENTE-DEST
               MOVE WRK-ORD-SEQ-DEST TO ORD-SEQ-DEST
           END-IF
           COMPUTE ORD-VALOR = WRK-ORD-VALOR-CENT / 100
           MOVE WRK-ORD-DIA       TO ORD-DIA
           MOVE WRK-ORD-INICIO    TO ORD-DATA-INICIO
           MOVE WRK-ORD-FIM       TO ORD-DATA-FIM
           SET ORD-ATIVA TO TRUE
           MOVE WRK-ORD-DESCRICAO TO ORD-DESCRICAO
           SET ORD-SEM-OCORRENCIA TO TRUE
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WRK-DATA-HOJE TO ORD-DATA-CADASTRO
           MOVE LK-OPERADOR TO ORD-OPERADOR
           WRITE ORDEM-REC
               INVALID KEY
                   MOVE 'ORDEM JA CADASTRADA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   MOVE 'ORDEM INCLUIDA COM SUCESSO' TO WRK-MENSAGEM
           END-WRITE.

      *-----------------------------------------------------
      *    DESCOBRE O PROXIMO NUMERO DE ORDEM LIVRE DA CONTA
      *    (ULTIMO EXISTENTE + 1)
      *-----------------------------------------------------
       2964-PROXIMA-ORDEM.
           MOVE 1 TO WRK-PROX-ORDEM
           MOVE WRK-CHAVE-CLIENTE TO ORD-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ORD-SEQUENCIA
           MOVE ZEROS TO ORD-NUMERO
           MOVE '00' TO WRK-FS-ORDENS
           START ARQ-ORDENS KEY IS NOT LESS THAN ORD-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ORDENS
           END-START
           PERFORM 2966-LER-ORDEM-NUMERO
               UNTIL WRK-FS-ORDENS NOT = '00'.

      *-----------------------------------------------------
      *    CONFERE A CONTA DE DESTINO DA TRANSFERENCIA
      *-----------------------------------------------------
       2965-VERIFICA-DESTINO.
           IF WRK-ORD-CLI-DEST = WRK-CHAVE-CLIENTE
              AND WRK-ORD-SEQ-DEST = WRK-CHAVE-SEQ
               MOVE 'DESTINO IGUAL A ORIGEM' TO WRK-ORD-MOTIVO
           ELSE
               MOVE WRK-ORD-CLI-DEST TO CTA-CLIENTE
               MOVE WRK-ORD-SEQ-DEST TO CTA-SEQUENCIA
               READ CONTA-MASTER
                   INVALID KEY
                       MOVE 'CONTA DE DESTINO NAO ENCONTRADA'
                           TO WRK-ORD-MOTIVO
                   NOT INVALID KEY
                       IF NOT CTA-ABERTA
                           MOVE 'CONTA DE DESTINO ENCERRADA'
                               TO WRK-ORD-MOTIVO
                       END-IF
               END-READ
           END-IF.

      *-----------------------------------------------------
      *    LE A PROXIMA ORDEM DA CONTA PARA A NUMERACAO
      *-----------------------------------------------------
       2966-LER-ORDEM-NUMERO.
           READ ARQ-ORDENS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ORDENS
               NOT AT END
                   IF ORD-CLIENTE = WRK-CHAVE-CLIENTE
                      AND ORD-SEQUENCIA = WRK-CHAVE-SEQ
                       COMPUTE WRK-PROX-ORDEM = ORD-NUMERO + 1
                   ELSE
                       MOVE '10' TO WRK-FS-ORDENS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LISTA AS ORDENS PERMANENTES DA CONTA (ATE 10)
      *-----------------------------------------------------
       2970-LISTAR-ORDENS.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
           MOVE SPACES TO WRK-ORD-TELA
           MOVE ZEROS TO WRK-LINDX
           MOVE WRK-CHAVE-CLIENTE TO ORD-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ORD-SEQUENCIA
           MOVE ZEROS TO ORD-NUMERO
           MOVE '00' TO WRK-FS-ORDENS
           START ARQ-ORDENS KEY IS NOT LESS THAN ORD-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-ORDENS
           END-START
           PERFORM 2971-CARREGA-LINHA-ORDEM
               UNTIL WRK-LINDX = 10 OR WRK-FS-ORDENS NOT = '00'
           IF WRK-LINDX = ZERO
               MOVE 'CONTA SEM ORDENS PERMANENTES' TO WRK-MENSAGEM
           END-IF
           MOVE SPACE TO WRK-CONFIRMA
           DISPLAY TELA-LISTA-ORDENS
           ACCEPT TELA-LISTA-ORDENS
           MOVE SPACES TO WRK-MENSAGEM.

      *-----------------------------------------------------
      *    CARREGA UMA LINHA DA LISTAGEM DE ORDENS
      *-----------------------------------------------------
       2971-CARREGA-LINHA-ORDEM.
           READ ARQ-ORDENS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-ORDENS
               NOT AT END
                   IF ORD-CLIENTE = WRK-CHAVE-CLIENTE
                      AND ORD-SEQUENCIA = WRK-CHAVE-SEQ
                       ADD 1 TO WRK-LINDX
                       MOVE ORD-NUMERO       TO ORL-NUMERO
                       MOVE ORD-TIPO         TO ORL-TIPO
                       MOVE ORD-CLIENTE-DEST TO ORL-CLI-DEST
                       MOVE ORD-SEQ-DEST     TO ORL-SEQ-DEST
                       MOVE ORD-VALOR        TO ORL-VALOR
                       MOVE ORD-DIA          TO ORL-DIA
                       MOVE ORD-DATA-INICIO  TO ORL-INICIO
                       MOVE ORD-DATA-FIM     TO ORL-FIM
                       MOVE ORD-STATUS       TO ORL-STATUS
                       MOVE ORD-OCOR-SITUACAO TO ORL-OCORRENCIA
                       MOVE WRK-ORD-LINHA
                           TO WRK-ORD-TELA-LIN(WRK-LINDX)
                   ELSE
                       MOVE '10' TO WRK-FS-ORDENS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    SUSPENDE, REATIVA OU CANCELA UMA ORDEM PERMANENTE
      *-----------------------------------------------------
       2980-SITUACAO-ORDEM.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           PERFORM 2925-OBTER-NUMERO-ORDEM
           MOVE WRK-CHAVE-CLIENTE TO ORD-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO ORD-SEQUENCIA
           MOVE WRK-ORD-NUMERO    TO ORD-NUMERO
           READ ARQ-ORDENS
               INVALID KEY
                   MOVE 'ORDEM NAO ENCONTRADA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   IF ORD-CANCELADA OR ORD-FINALIZADA
                       MOVE 'ORDEM JA CANCELADA OU FINALIZADA'
                           TO WRK-MENSAGEM
                   ELSE
                       PERFORM 2981-APLICA-SITUACAO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    APLICA A ACAO ESCOLHIDA. SUSPENSAO E CANCELAMENTO
      *    DESCARTAM A OCORRENCIA PENDENTE DE REENVIO (A JA
      *    ENVIADA E BAIXADA NORMALMENTE NA NOITE). A
      *    REATIVACAO NAO COBRA OS MESES DA SUSPENSAO: O ULTIMO
      *    MES GERADO PASSA A SER, NO MINIMO, O ANTERIOR AO DA
      *    DATA DE NEGOCIO
      *-----------------------------------------------------
       2981-APLICA-SITUACAO.
           MOVE ORD-VALOR TO WRK-VALOR-EDT
           MOVE SPACE TO WRK-ORD-ACAO
           DISPLAY TELA-SITUACAO-ORDEM
           ACCEPT TELA-SITUACAO-ORDEM
           MOVE FUNCTION UPPER-CASE(WRK-ORD-ACAO) TO WRK-ORD-ACAO
           EVALUATE TRUE
               WHEN WRK-ORD-ACAO = 'S' AND ORD-ATIVA
                   SET ORD-SUSPENSA TO TRUE
                   IF ORD-OCOR-PENDENTE
                       SET ORD-SEM-OCORRENCIA TO TRUE
                   END-IF
                   REWRITE ORDEM-REC
                   MOVE 'ORDEM SUSPENSA' TO WRK-MENSAGEM
               WHEN WRK-ORD-ACAO = 'R' AND ORD-SUSPENSA
                   CALL 'COB17-DATAPROC' USING WRK-DATA-NEGOCIO
                   MOVE WRK-NEG-ANO TO WRK-ORD-REF-ANO
                   MOVE WRK-NEG-MES TO WRK-ORD-REF-MES
                   IF WRK-ORD-REF-MES = 01
                       MOVE 12 TO WRK-ORD-REF-MES
                       SUBTRACT 1 FROM WRK-ORD-REF-ANO
                   ELSE
                       SUBTRACT 1 FROM WRK-ORD-REF-MES
                   END-IF
                   IF ORD-ULT-REFERENCIA < WRK-ORD-REFERENCIA-N
                       MOVE WRK-ORD-REFERENCIA-N
                           TO ORD-ULT-REFERENCIA
                   END-IF
                   SET ORD-ATIVA TO TRUE
                   REWRITE ORDEM-REC
                   MOVE 'ORDEM REATIVADA' TO WRK-MENSAGEM
               WHEN WRK-ORD-ACAO = 'C'
                   SET ORD-CANCELADA TO TRUE
                   IF ORD-OCOR-PENDENTE
                       SET ORD-SEM-OCORRENCIA TO TRUE
                   END-IF
                   REWRITE ORDEM-REC
                   MOVE 'ORDEM CANCELADA' TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE 'SITUACAO NAO ALTERADA' TO WRK-MENSAGEM
           END-EVALUATE.

      *-----------------------------------------------------
      *    EMITE UM TALAO DE CHEQUES PARA UMA CONTA CORRENTE
      *    ABERTA
      *-----------------------------------------------------
       2990-EMITIR-TALAO.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           MOVE WRK-CHAVE-CLIENTE TO CTA-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CTA-SEQUENCIA
           READ CONTA-MASTER
               INVALID KEY
                   MOVE 'CONTA NAO ENCONTRADA' TO WRK-MENSAGEM
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN NOT CTA-ABERTA
                           MOVE 'CONTA ENCERRADA' TO WRK-MENSAGEM
                       WHEN NOT CTA-TIPO-CORRENTE
                           MOVE 'TALAO SO PARA CONTA CORRENTE'
                               TO WRK-MENSAGEM
                       WHEN OTHER
                           PERFORM 2991-CAPTA-E-GRAVA-TALAO
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    CAPTA A QUANTIDADE DE FOLHAS E GRAVA UM REGISTRO POR
      *    FOLHA, NUMERADAS A PARTIR DA ULTIMA JA EMITIDA + 1
      *-----------------------------------------------------
       2991-CAPTA-E-GRAVA-TALAO.
           PERFORM 2992-PROXIMO-CHEQUE
           MOVE 20 TO WRK-CHQ-QTD
           MOVE 'N' TO WRK-CONFIRMA
           DISPLAY TELA-TALAO
           ACCEPT TELA-TALAO
           COMPUTE WRK-CHQ-ULTIMO = WRK-CHQ-PRIMEIRO + WRK-CHQ-QTD - 1
           EVALUATE TRUE
               WHEN NOT WRK-CONFIRMA-SIM
                   MOVE 'OPERACAO CANCELADA' TO WRK-MENSAGEM
               WHEN WRK-CHQ-QTD = ZEROS
                 OR WRK-CHQ-QTD > WRK-CHQ-MAX-TALAO
                   MOVE 'QUANTIDADE DE FOLHAS INVALIDA (1 A 50)'
                       TO WRK-MENSAGEM
               WHEN WRK-CHQ-ULTIMO > 999999
                   MOVE 'LIMITE DE NUMERACAO DE CHEQUES'
                       TO WRK-MENSAGEM
               WHEN OTHER
                   ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
                   MOVE ZEROS TO WRK-CHQ-FALHAS
                   PERFORM 2994-GRAVA-FOLHA
                       VARYING WRK-CHQ-FOLHA FROM WRK-CHQ-PRIMEIRO
                       BY 1 UNTIL WRK-CHQ-FOLHA > WRK-CHQ-ULTIMO
                   IF WRK-CHQ-FALHAS > ZEROS
                       MOVE 'FOLHA JA CADASTRADA NA FAIXA DO TALAO'
                           TO WRK-MENSAGEM
                   ELSE
                       MOVE WRK-CHQ-PRIMEIRO TO MSG-TALAO-INICIO
                       MOVE WRK-CHQ-ULTIMO   TO MSG-TALAO-FIM
                       MOVE WRK-MSG-TALAO TO WRK-MENSAGEM
                   END-IF
           END-EVALUATE.

      *-----------------------------------------------------
      *    DESCOBRE O PRIMEIRO NUMERO LIVRE DA CONTA (ULTIMA
      *    FOLHA JA EMITIDA + 1)
      *-----------------------------------------------------
       2992-PROXIMO-CHEQUE.
           MOVE 1 TO WRK-CHQ-PRIMEIRO
           MOVE WRK-CHAVE-CLIENTE TO CHQ-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CHQ-SEQUENCIA
           MOVE ZEROS TO CHQ-NUMERO
           MOVE '00' TO WRK-FS-CHEQUES
           START ARQ-CHEQUES KEY IS NOT LESS THAN CHQ-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-CHEQUES
           END-START
           PERFORM 2993-LER-CHEQUE-NUMERO
               UNTIL WRK-FS-CHEQUES NOT = '00'.

      *-----------------------------------------------------
      *    LE A PROXIMA FOLHA DA CONTA PARA A NUMERACAO
      *-----------------------------------------------------
       2993-LER-CHEQUE-NUMERO.
           READ ARQ-CHEQUES NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CHEQUES
               NOT AT END
                   IF CHQ-CLIENTE = WRK-CHAVE-CLIENTE
                      AND CHQ-SEQUENCIA = WRK-CHAVE-SEQ
                       COMPUTE WRK-CHQ-PRIMEIRO = CHQ-NUMERO + 1
                   ELSE
                       MOVE '10' TO WRK-FS-CHEQUES
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA UMA FOLHA DO TALAO COMO EMITIDA
      *-----------------------------------------------------
       2994-GRAVA-FOLHA.
           INITIALIZE CHEQUE-REC
           MOVE WRK-CHAVE-CLIENTE TO CHQ-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CHQ-SEQUENCIA
           MOVE WRK-CHQ-FOLHA     TO CHQ-NUMERO
           SET CHQ-EMITIDO TO TRUE
           MOVE WRK-DATA-HOJE     TO CHQ-DATA-EMISSAO
           MOVE WRK-CHQ-PRIMEIRO  TO CHQ-TALAO-INICIO
           MOVE WRK-CHQ-ULTIMO    TO CHQ-TALAO-FIM
           MOVE LK-OPERADOR       TO CHQ-OPERADOR-EMISSAO
           MOVE WRK-DATA-HOJE     TO CHQ-DATA-SITUACAO
           MOVE LK-OPERADOR       TO CHQ-OPERADOR-SITUACAO
           WRITE CHEQUE-REC
               INVALID KEY
                   ADD 1 TO WRK-CHQ-FALHAS
           END-WRITE.

      *-----------------------------------------------------
      *    SUSTA, CANCELA OU REVOGA A SUSTACAO DE UMA FOLHA
      *-----------------------------------------------------
       2995-SITUACAO-CHEQUE.
           PERFORM 2900-OBTER-CLIENTE
           PERFORM 2920-OBTER-SEQUENCIA
           PERFORM 2926-OBTER-NUMERO-CHEQUE
           MOVE WRK-CHAVE-CLIENTE TO CHQ-CLIENTE
           MOVE WRK-CHAVE-SEQ     TO CHQ-SEQUENCIA
           MOVE WRK-CHQ-NUMERO    TO CHQ-NUMERO
           READ ARQ-CHEQUES
               INVALID KEY
                   MOVE 'CHEQUE NAO EMITIDO PARA A CONTA'
                       TO WRK-MENSAGEM
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CHQ-APRESENTADO
                           MOVE 'CHEQUE EM COMPENSACAO' TO WRK-MENSAGEM
                       WHEN CHQ-PAGO OR CHQ-DEVOLVIDO
                           MOVE 'CHEQUE JA PAGO OU DEVOLVIDO'
                               TO WRK-MENSAGEM
                       WHEN CHQ-CANCELADO
                           MOVE 'CHEQUE JA CANCELADO' TO WRK-MENSAGEM
                       WHEN OTHER
                           PERFORM 2996-APLICA-SITUACAO-CHEQUE
                   END-EVALUATE
           END-READ.

      *-----------------------------------------------------
      *    APLICA A ACAO ESCOLHIDA: SUSTACAO SO DE FOLHA
      *    EMITIDA E COM MOTIVO, CANCELAMENTO DE FOLHA EMITIDA OU
      *    SUSTADA, REVOGACAO SO DE FOLHA SUSTADA (VOLTA A
      *    EMITIDA). GRAVA O OPERADOR E A DATA DA SITUACAO
      *-----------------------------------------------------
       2996-APLICA-SITUACAO-CHEQUE.
           MOVE CHQ-MOTIVO-SUSTACAO TO WRK-CHQ-MOTIVO
           MOVE SPACE TO WRK-CHQ-ACAO
           DISPLAY TELA-SITUACAO-CHEQUE
           ACCEPT TELA-SITUACAO-CHEQUE
           MOVE FUNCTION UPPER-CASE(WRK-CHQ-ACAO) TO WRK-CHQ-ACAO
           MOVE 'S' TO WRK-CHQ-ALTERADO
           EVALUATE TRUE
               WHEN WRK-CHQ-ACAO = 'S' AND CHQ-EMITIDO
                    AND WRK-CHQ-MOTIVO = SPACES
                   MOVE 'N' TO WRK-CHQ-ALTERADO
                   MOVE 'MOTIVO DA SUSTACAO NAO INFORMADO'
                       TO WRK-MENSAGEM
               WHEN WRK-CHQ-ACAO = 'S' AND CHQ-EMITIDO
                   SET CHQ-SUSTADO TO TRUE
                   MOVE WRK-CHQ-MOTIVO TO CHQ-MOTIVO-SUSTACAO
                   MOVE 'CHEQUE SUSTADO' TO WRK-MENSAGEM
               WHEN WRK-CHQ-ACAO = 'C'
                   SET CHQ-CANCELADO TO TRUE
                   MOVE 'CHEQUE CANCELADO' TO WRK-MENSAGEM
               WHEN WRK-CHQ-ACAO = 'R' AND CHQ-SUSTADO
                   SET CHQ-EMITIDO TO TRUE
                   MOVE SPACES TO CHQ-MOTIVO-SUSTACAO
                   MOVE 'SUSTACAO REVOGADA' TO WRK-MENSAGEM
               WHEN OTHER
                   MOVE 'N' TO WRK-CHQ-ALTERADO
                   MOVE 'SITUACAO NAO ALTERADA' TO WRK-MENSAGEM
           END-EVALUATE
           IF CHQ-ALTERADO
               ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
               MOVE WRK-DATA-HOJE TO CHQ-DATA-SITUACAO
               MOVE LK-OPERADOR   TO CHQ-OPERADOR-SITUACAO
               REWRITE CHEQUE-REC
           END-IF.

      *-----------------------------------------------------
      *    ENCERRA OS ARQUIVOS DE CONTAS E DE CLIENTES
      *-----------------------------------------------------
           CLOSE CONTA-MASTER
           CLOSE ARQ-COTITULAR
           CLOSE ARQ-BLOQUEIOS
           CLOSE ARQ-DORMENTES
           CLOSE ARQ-ORDENS
           CLOSE ARQ-CHEQUES
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF.
