      *-----------------------------------------------------
      *    TITULO.CPY
      *    LAYOUT DO REGISTRO DE TITULO DE COBRANCA (TITCOB),
      *    CHAVEADO PELO NOSSO NUMERO DO BOLETO, COM O CLIENTE
      *    COMO CHAVE ALTERNATIVA. E O CADASTRO QUE AMARRA CADA
      *    BOLETO EMITIDO PELO CLIENTE A CONTA QUE RECEBE O
      *    CREDITO DA LIQUIDACAO. O TITULO NASCE EM ABERTO (A),
      *    VAI A LIQUIDADO (L) QUANDO A LIQUIDACAO CHEGA NO
      *    ARQUIVO RETORNO DO BANCO COBRADOR E E CREDITADA, OU A
      *    BAIXADO (B) QUANDO O CLIENTE DESISTE DA COBRANCA.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA TELA DE TITULOS
      *            (COB61-TITULOS, QUE CADASTRA E BAIXA) E PELA
      *            IMPORTACAO DO RETORNO CNAB 400 (COB60-COBRANCA,
      *            QUE LIQUIDA).
      *-----------------------------------------------------
       01  TITULO-REC.
           05 TIT-NOSSO-NUMERO     PIC X(12).
           05 TIT-CLIENTE          PIC 9(06).
           05 TIT-SEQUENCIA        PIC 9(02).
           05 TIT-SEU-NUMERO       PIC X(10).
           05 TIT-VALOR            PIC 9(11)V99.
           05 TIT-VENCIMENTO       PIC 9(08).
           05 TIT-DATA-CADASTRO    PIC 9(08).
           05 TIT-STATUS           PIC X(01).
              88 TIT-ABERTO        VALUE 'A'.
              88 TIT-LIQUIDADO     VALUE 'L'.
              88 TIT-BAIXADO       VALUE 'B'.
           05 TIT-DATA-LIQUIDACAO  PIC 9(08).
           05 TIT-VALOR-PAGO       PIC 9(11)V99.
           05 TIT-OPERADOR         PIC X(20).
