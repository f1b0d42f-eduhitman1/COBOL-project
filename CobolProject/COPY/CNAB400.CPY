      *-----------------------------------------------------
      *    CNAB400.CPY
      *    LAYOUT DO ARQUIVO RETORNO DE COBRANCA CNAB 400 DO
      *    BANCO COBRADOR (CNABRET), REGISTROS DE 400 POSICOES.
      *    O PRIMEIRO BYTE DISTINGUE O REGISTRO: 0 = HEADER DO
      *    ARQUIVO, 1 = DETALHE (UM TITULO + UMA OCORRENCIA), 9 =
      *    TRAILER COM A QUANTIDADE DE TITULOS E O VALOR TOTAL.
      *    TODO REGISTRO TERMINA COM O SEQUENCIAL DO ARQUIVO
      *    (395-400). DATAS NO FORMATO DDMMAA E VALORES COM DUAS
      *    DECIMAIS IMPLICITAS. SO OS CAMPOS USADOS NA CASA SAO
      *    NOMEADOS; O RESTO DO LEIAUTE DO BANCO FICA EM FILLER.
      * 2026-10-15 IVN - CRIADO PARA A IMPORTACAO DO RETORNO
      *            (COB60-COBRANCA).
      *-----------------------------------------------------
       01  CNB-HEADER.
           05 CNH-TIPO             PIC X(01).
              88 CNH-HEADER        VALUE '0'.
           05 CNH-OPERACAO         PIC X(01).
              88 CNH-RETORNO       VALUE '2'.
           05 CNH-LIT-RETORNO      PIC X(07).
           05 CNH-SERVICO          PIC X(02).
              88 CNH-COBRANCA      VALUE '01'.
           05 CNH-LIT-SERVICO      PIC X(15).
           05 CNH-EMPRESA          PIC X(20).
           05 CNH-NOME-EMPRESA     PIC X(30).
           05 CNH-BANCO            PIC X(03).
           05 CNH-NOME-BANCO       PIC X(15).
           05 CNH-DATA-GERACAO     PIC X(06).
           05 FILLER               PIC X(294).
           05 CNH-SEQUENCIAL       PIC 9(06).
       01  CNB-DETALHE.
           05 CND-TIPO             PIC X(01).
              88 CND-DETALHE       VALUE '1'.
           05 CND-TIPO-INSCRICAO   PIC X(02).
           05 CND-INSCRICAO        PIC X(14).
           05 FILLER               PIC X(03).
           05 CND-EMPRESA          PIC X(17).
           05 CND-CONTROLE         PIC X(25).
           05 FILLER               PIC X(08).
           05 CND-NOSSO-NUMERO     PIC X(12).
           05 FILLER               PIC X(25).
           05 CND-CARTEIRA         PIC X(01).
           05 CND-OCORRENCIA       PIC X(02).
              88 CND-LIQUIDACAO    VALUE '06' '15' '17'.
              88 CND-ENTRADA       VALUE '02'.
              88 CND-ENTRADA-REJ   VALUE '03'.
              88 CND-BAIXA         VALUE '09' '10'.
           05 CND-DATA-OCORRENCIA  PIC X(06).
           05 CND-SEU-NUMERO       PIC X(10).
           05 FILLER               PIC X(20).
           05 CND-VENCIMENTO       PIC X(06).
           05 CND-VALOR-TITULO     PIC 9(11)V99.
           05 CND-BANCO-COBRADOR   PIC X(03).
           05 CND-AGENCIA-COBRADORA PIC X(05).
           05 CND-ESPECIE          PIC X(02).
           05 CND-DESPESAS         PIC 9(11)V99.
           05 CND-OUTRAS-DESPESAS  PIC 9(11)V99.
           05 CND-JUROS-ATRASO     PIC 9(11)V99.
           05 CND-IOF              PIC 9(11)V99.
           05 CND-ABATIMENTO       PIC 9(11)V99.
           05 CND-DESCONTO         PIC 9(11)V99.
           05 CND-VALOR-PAGO       PIC 9(11)V99.
           05 CND-JUROS-MORA       PIC 9(11)V99.
           05 CND-OUTROS-CREDITOS  PIC 9(11)V99.
           05 FILLER               PIC X(03).
           05 CND-DATA-CREDITO     PIC X(06).
           05 FILLER               PIC X(93).
           05 CND-SEQUENCIAL       PIC 9(06).
       01  CNB-TRAILER.
           05 CNT-TIPO             PIC X(01).
              88 CNT-TRAILER       VALUE '9'.
           05 CNT-RETORNO          PIC X(01).
           05 CNT-SERVICO          PIC X(02).
           05 CNT-BANCO            PIC X(03).
           05 FILLER               PIC X(10).
           05 CNT-QTD-TITULOS      PIC 9(08).
           05 CNT-VALOR-TOTAL      PIC 9(12)V99.
           05 FILLER               PIC X(355).
           05 CNT-SEQUENCIAL       PIC 9(06).
