      *-----------------------------------------------------
      *    PARCELA.CPY
      *    LAYOUT DO REGISTRO DE PARCELA DE EMPRESTIMO
      *    (PARCELAS), CHAVEADO POR CONTRATO + NUMERO DA
      *    PARCELA. O CRONOGRAMA INTEIRO (TABELA PRICE) E
      *    GRAVADO NA CONTRATACAO. A PARCELA NASCE EM ABERTO
      *    (A), VAI A ENVIADA (E) QUANDO O DEBITO SAI NO MOVTO E
      *    A PAGA (P) QUANDO O DEBITO APARECE APLICADO NO
      *    MOVHIST. DEBITO RECUSADO PELO LANCAMENTO VOLTA A
      *    PARCELA PARA ABERTO: VENCIDA E EM ABERTO = ATRASADA,
      *    REENVIADA NA NOITE SEGUINTE.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA TELA DE
      *            EMPRESTIMOS (COB51-EMPRESTIMO) E PELOS PASSOS
      *            NOTURNOS DE DEBITO E BAIXA DE PARCELAS
      *            (COB52-PARCELAS E COB53-BAIXA-PARCELAS).
      *-----------------------------------------------------
       01  PARCELA-REC.
           05 PAR-CHAVE.
              10 PAR-CONTRATO      PIC 9(06).
              10 PAR-NUMERO        PIC 9(03).
           05 PAR-CLIENTE          PIC 9(06).
           05 PAR-SEQUENCIA        PIC 9(02).
           05 PAR-VENCIMENTO       PIC 9(08).
           05 PAR-VALOR            PIC 9(09)V99.
           05 PAR-AMORTIZACAO      PIC 9(09)V99.
           05 PAR-JUROS            PIC 9(09)V99.
           05 PAR-SALDO-DEVEDOR    PIC 9(09)V99.
           05 PAR-STATUS           PIC X(01).
              88 PAR-ABERTA        VALUE 'A'.
              88 PAR-ENVIADA       VALUE 'E'.
              88 PAR-PAGA          VALUE 'P'.
           05 PAR-DATA-ENVIO       PIC 9(08).
           05 PAR-DATA-PAGTO       PIC 9(08).
