      *-----------------------------------------------------
      *    CHEQUE.CPY
      *    LAYOUT DO REGISTRO DE FOLHA DE CHEQUE (CHQMAST),
      *    CHAVEADO PELA CONTA CORRENTE (CLIENTE + SEQUENCIA) +
      *    NUMERO DO CHEQUE. CADA FOLHA DE TALAO EMITIDO PELO
      *    COB12-CONTAS TEM AQUI UM REGISTRO, COM A FAIXA DO
      *    TALAO A QUE PERTENCE. SITUACOES: E = EMITIDA (EM
      *    PODER DO CLIENTE), A = APRESENTADA NA COMPENSACAO E
      *    ENVIADA A DEBITO NESTA NOITE, P = PAGA, S = SUSTADA
      *    (CONTRA-ORDEM DO CLIENTE, COM MOTIVO), C = CANCELADA
      *    PELO CLIENTE, D = DEVOLVIDA DE VEZ (SEGUNDA
      *    DEVOLUCAO POR FALTA DE FUNDOS). A FOLHA DEVOLVIDA
      *    PELA PRIMEIRA VEZ POR FALTA DE FUNDOS VOLTA PARA E,
      *    COM A ALINEA 11 EM CHQ-ULT-ALINEA, E PODE SER
      *    REAPRESENTADA. OS DADOS DA APRESENTACAO (BANCO
      *    APRESENTANTE E REFERENCIA DA CAMARA) SAO OS QUE VOLTAM
      *    NO ARQUIVO DE DEVOLUCAO.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA MANUTENCAO DE
      *            CONTAS (COB12-CONTAS) E PELOS PASSOS NOTURNOS DE
      *            COMPENSACAO E BAIXA DE CHEQUES (COB78-COMPENSA E
      *            COB79-BAIXA-CHEQUES).
      *-----------------------------------------------------
       01  CHEQUE-REC.
           05 CHQ-CHAVE.
              10 CHQ-CLIENTE       PIC 9(06).
              10 CHQ-SEQUENCIA     PIC 9(02).
              10 CHQ-NUMERO        PIC 9(06).
           05 CHQ-STATUS           PIC X(01).
              88 CHQ-EMITIDO       VALUE 'E'.
              88 CHQ-APRESENTADO   VALUE 'A'.
              88 CHQ-PAGO          VALUE 'P'.
              88 CHQ-SUSTADO       VALUE 'S'.
              88 CHQ-CANCELADO     VALUE 'C'.
              88 CHQ-DEVOLVIDO     VALUE 'D'.
           05 CHQ-DATA-EMISSAO     PIC 9(08).
           05 CHQ-TALAO-INICIO     PIC 9(06).
           05 CHQ-TALAO-FIM        PIC 9(06).
           05 CHQ-OPERADOR-EMISSAO PIC X(20).
           05 CHQ-DATA-SITUACAO    PIC 9(08).
           05 CHQ-OPERADOR-SITUACAO PIC X(20).
           05 CHQ-MOTIVO-SUSTACAO  PIC X(30).
           05 CHQ-APRESENTACAO.
              10 CHQ-DATA-APRESENTACAO PIC 9(08).
              10 CHQ-VALOR-APRESENTADO PIC 9(09)V99.
              10 CHQ-BANCO-APRESENTANTE PIC 9(03).
              10 CHQ-REFERENCIA    PIC X(20).
           05 CHQ-QTD-DEVOLUCOES   PIC 9(02).
           05 CHQ-ULT-ALINEA       PIC 9(02).
           05 CHQ-DATA-PAGAMENTO   PIC 9(08).
