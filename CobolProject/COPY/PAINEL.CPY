      *-----------------------------------------------------
      *    PAINEL.CPY
      *    LAYOUT DO RETRATO MENSAL DA CARTEIRA POR AGENCIA
      *    (AGESNAP), CHAVEADO POR COMPETENCIA (AAAAMM) +
      *    CLI-AGENCIA. A AGENCIA 9999 GUARDA O TOTAL DA REDE E A
      *    DATA DE CORTE DO FECHAMENTO, QUE ABRE A JANELA DE
      *    TARIFAS E JUROS DO FECHAMENTO SEGUINTE. OS VALORES SAO
      *    A POSICAO DO DIA DO FECHAMENTO; COM O RETRATO GUARDADO,
      *    A COMPARACAO COM O MES ANTERIOR E COM O MESMO MES DO
      *    ANO ANTERIOR NAO PRECISA RELER HISTORICO ANTIGO.
      * 2026-10-15 IVN - CRIADO PARA O PAINEL MENSAL DAS AGENCIAS
      *            (COB87-PAINEL, JOB CLIMES).
      *-----------------------------------------------------
       01  PAINEL-REC.
           05 PNL-CHAVE.
              10 PNL-COMPETENCIA   PIC 9(06).
              10 PNL-AGENCIA       PIC 9(04).
           05 PNL-DATA-CORTE       PIC 9(08).
           05 PNL-CLI-ATIVOS       PIC 9(07).
           05 PNL-CLI-INATIVOS     PIC 9(07).
           05 PNL-CLI-NOVOS        PIC 9(07).
           05 PNL-CTA-CC           PIC 9(07).
           05 PNL-CTA-CP           PIC 9(07).
           05 PNL-CTA-CS           PIC 9(07).
           05 PNL-SALDO-POSITIVO   PIC 9(13)V99.
           05 PNL-NEG-QTD          PIC 9(07).
           05 PNL-NEG-VALOR        PIC 9(13)V99.
           05 PNL-NEG-LIMITE       PIC 9(13)V99.
           05 PNL-NEG-EXCEDIDAS    PIC 9(07).
           05 PNL-BLOQUEADO        PIC 9(13)V99.
           05 PNL-TARIFAS          PIC S9(13)V99.
           05 PNL-JUROS            PIC S9(13)V99.
