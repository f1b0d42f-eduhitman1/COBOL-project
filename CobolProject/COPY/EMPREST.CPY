      *-----------------------------------------------------
      *    EMPREST.CPY
      *    LAYOUT DO REGISTRO DE CONTRATO DE EMPRESTIMO PESSOAL
      *    (EMPREST), CHAVEADO PELO NUMERO DO CONTRATO. GUARDA O
      *    CLIENTE, A CONTA DE DEBITO DAS PARCELAS, O PRINCIPAL,
      *    A TAXA MENSAL (EM PORCENTO), O PRAZO EM MESES, O
      *    PRIMEIRO VENCIMENTO E A PARCELA DA TABELA PRICE. AS
      *    PARCELAS EM SI VIVEM NO PARCELAS (COPY PARCELA).
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA TELA DE
      *            EMPRESTIMOS (COB51-EMPRESTIMO) E PELOS PASSOS
      *            NOTURNOS DE DEBITO E BAIXA DE PARCELAS
      *            (COB52-PARCELAS E COB53-BAIXA-PARCELAS).
      *-----------------------------------------------------
       01  EMPRESTIMO-REC.
           05 EMP-NUMERO           PIC 9(06).
           05 EMP-CLIENTE          PIC 9(06).
           05 EMP-SEQUENCIA        PIC 9(02).
           05 EMP-PRINCIPAL        PIC 9(09)V99.
           05 EMP-TAXA             PIC 9(02)V9(04).
           05 EMP-PRAZO            PIC 9(03).
           05 EMP-DATA-PRIM-VENC   PIC 9(08).
           05 EMP-DATA-CONTRATO    PIC 9(08).
           05 EMP-VALOR-PARCELA    PIC 9(09)V99.
           05 EMP-STATUS           PIC X(01).
              88 EMP-ATIVO         VALUE 'A'.
              88 EMP-QUITADO       VALUE 'Q'.
              88 EMP-CANCELADO     VALUE 'C'.
           05 EMP-OPERADOR         PIC X(20).
