      *-----------------------------------------------------
      *    INFORME.CPY
      *    LAYOUT DO ARQUIVO DO INFORME DE RENDIMENTOS (INFORME)
      *    PARA O CANAL DE ENTREGA ELETRONICA. REGISTROS DE 120
      *    POSICOES: UM CABECALHO (H) COM O ANO-BASE, UM DETALHE
      *    (D) POR CLIENTE E CONTA DE QUE ELE E TITULAR (T) OU
      *    CO-TITULAR (C), E UM TRAILER (T) DE CONTROLE. OS
      *    TOTAIS DE SALDO E RENDIMENTOS DO TRAILER SOMAM SO OS
      *    DETALHES DE TITULAR (CADA CONTA UMA VEZ); A QUANTIDADE
      *    DE CONTAS DO TRAILER E A QUANTIDADE DESSES DETALHES.
      * 2026-10-15 IVN - CRIADO, GRAVADO PELO COB64-INFORME.
      *-----------------------------------------------------
       01  INF-DETALHE.
           05 INF-TIPO-REG         PIC X(01).
              88 INF-REG-DETALHE   VALUE 'D'.
           05 INF-ANO-BASE         PIC 9(04).
           05 INF-CPF-CNPJ         PIC 9(14).
           05 INF-CLIENTE          PIC 9(06).
           05 INF-NOME             PIC X(30).
           05 INF-AGENCIA          PIC 9(04).
           05 INF-CONTA-CLIENTE    PIC 9(06).
           05 INF-CONTA-SEQ        PIC 9(02).
           05 INF-CONTA-TIPO       PIC X(02).
           05 INF-VINCULO          PIC X(01).
              88 INF-TITULAR       VALUE 'T'.
              88 INF-COTITULAR     VALUE 'C'.
           05 INF-QTD-TITULARES    PIC 9(02).
           05 INF-SALDO-ANTERIOR   PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 INF-SALDO-ATUAL      PIC S9(11)V99
                                   SIGN LEADING SEPARATE.
           05 INF-RENDIMENTOS      PIC 9(11)V99.
           05 FILLER               PIC X(07).
       01  INF-CABECALHO.
           05 INF-CAB-TIPO         PIC X(01).
              88 INF-REG-CABECALHO VALUE 'H'.
           05 INF-CAB-ANO-BASE     PIC 9(04).
           05 INF-CAB-DATA-GERACAO PIC 9(08).
           05 FILLER               PIC X(107).
       01  INF-TRAILER.
           05 INF-TRL-TIPO         PIC X(01).
              88 INF-REG-TRAILER   VALUE 'T'.
           05 INF-TRL-QTD-DETALHES PIC 9(07).
           05 INF-TRL-QTD-CLIENTES PIC 9(07).
           05 INF-TRL-QTD-CONTAS   PIC 9(07).
           05 INF-TRL-SALDO-ANTERIOR PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 INF-TRL-SALDO-ATUAL  PIC S9(13)V99
                                   SIGN LEADING SEPARATE.
           05 INF-TRL-RENDIMENTOS  PIC 9(13)V99.
           05 FILLER               PIC X(51).
