      *-----------------------------------------------------
      *    RISCO.CPY
      *    LAYOUT DA FOTO DIARIA DA CARTEIRA EM ATRASO (RISCO):
      *    UMA LINHA POR CONTA COM SALDO NEGATIVO (ORIGEM C) OU
      *    CONTRATO DE EMPRESTIMO COM PARCELA VENCIDA (ORIGEM E),
      *    COM O INICIO DO ATRASO, O CONTADOR DE DIAS, A FAIXA,
      *    O RATING (RES. 2682: AA A H), A BASE E A PROVISAO.
      *    RSC-RATING-FECH GUARDA O RATING DO ULTIMO FECHAMENTO
      *    MENSAL (AA = EM DIA NO FECHAMENTO), PARA MOSTRAR A
      *    MIGRACAO ENTRE RATINGS. CONTA OU CONTRATO QUE SAIU DO
      *    ATRASO NO MES FICA NA FOTO COM RATING AA ATE O
      *    FECHAMENTO SEGUINTE. A PRIMEIRA LINHA E O CABECALHO
      *    (H) COM A DATA DE NEGOCIO DA FOTO; A LINHA DE DETALHE
      *    COMECA COM C OU E, ENTAO O PRIMEIRO BYTE DISTINGUE.
      *    AS LINHAS SAEM NA ORDEM DE RSC-CHAVE.
      * 2026-10-15 IVN - CRIADO PARA O PASSO DE ATRASO E PROVISAO
      *            (COB54-RISCO), QUE LE A FOTO DA NOITE ANTERIOR
      *            E GRAVA A DA NOITE.
      *-----------------------------------------------------
       01  RISCO-REC.
           05 RSC-CHAVE.
              10 RSC-ORIGEM        PIC X(01).
                 88 RSC-CONTA      VALUE 'C'.
                 88 RSC-EMPRESTIMO VALUE 'E'.
              10 RSC-CONTRATO      PIC 9(06).
              10 RSC-CLIENTE       PIC 9(06).
              10 RSC-SEQUENCIA     PIC 9(02).
           05 RSC-AGENCIA          PIC 9(04).
           05 RSC-DATA-INICIO      PIC 9(08).
           05 RSC-DIAS             PIC 9(05).
           05 RSC-FAIXA            PIC X(07).
           05 RSC-RATING           PIC X(02).
           05 RSC-RATING-FECH      PIC X(02).
           05 RSC-BASE             PIC 9(11)V99.
           05 RSC-PERC             PIC 9(03)V99.
           05 RSC-PROVISAO         PIC 9(11)V99.
       01  RISCO-CAB.
           05 RSC-CAB-TIPO         PIC X(01).
              88 RSC-CAB-FOTO      VALUE 'H'.
           05 RSC-CAB-DATA         PIC 9(08).
