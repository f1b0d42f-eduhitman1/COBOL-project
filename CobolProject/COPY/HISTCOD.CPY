      *-----------------------------------------------------
      *    HISTCOD.CPY
      *    LAYOUT DA LINHA DA TABELA DE HISTORICOS DE MOVIMENTO
      *    (HISTCOD): CODIGO, DESCRICAO QUE SAI NO EXTRATO,
      *    NATUREZA (D/C) E CONTA DO RAZAO (GL) ONDE O MOVIMENTO
      *    E TOTALIZADO NA INTERFACE CONTABIL. STATUS A/I COMO NA
      *    TABELA DE AGENCIAS: HISTORICO INATIVO CONTINUA
      *    DESCREVENDO O MOVIMENTO ANTIGO MAS NAO ACEITA NOVO.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA CONSULTA
      *            (COB58-HISTORICO, USADA PELOS BATCHES) E PELA
      *            MANUTENCAO (COB59-ADMHISTOR).
      *-----------------------------------------------------
       01  HCD-LINHA.
           05 HCD-CODIGO           PIC 9(04).
           05 FILLER               PIC X(01).
           05 HCD-DESCRICAO        PIC X(25).
           05 FILLER               PIC X(01).
           05 HCD-NATUREZA         PIC X(01).
              88 HCD-DEBITO        VALUE 'D'.
              88 HCD-CREDITO       VALUE 'C'.
           05 FILLER               PIC X(01).
           05 HCD-CONTA-GL         PIC X(10).
           05 FILLER               PIC X(01).
           05 HCD-STATUS           PIC X(01).
              88 HCD-INATIVO       VALUE 'I'.
