      *-----------------------------------------------------
      *    FOLHA.CPY
      *    LAYOUT DO ARQUIVO DE FOLHA DE PAGAMENTO ENVIADO PELA
      *    EMPRESA CLIENTE (FOLHA), REGISTROS DE 80 POSICOES. O
      *    PRIMEIRO BYTE DISTINGUE O REGISTRO: H = HEADER (CNPJ DA
      *    EMPRESA, CONTA A DEBITAR, NUMERO DA REMESSA E DATA DO
      *    PAGAMENTO), D = DETALHE (UM FUNCIONARIO: CPF E VALOR
      *    LIQUIDO), T = TRAILER (QUANTIDADE DE FUNCIONARIOS E
      *    VALOR TOTAL). VALORES COM DUAS DECIMAIS IMPLICITAS. A
      *    MATRICULA E DA EMPRESA E SO VOLTA NO RETORNO (COPY
      *    FOLHRET).
      * 2026-10-15 IVN - CRIADO PARA A IMPORTACAO DA FOLHA DE
      *            PAGAMENTO (COB82-FOLHA).
      *-----------------------------------------------------
       01  FOLHA-HEADER.
           05 FLH-TIPO             PIC X(01).
              88 FLH-HEADER        VALUE 'H'.
           05 FLH-CNPJ             PIC 9(14).
           05 FLH-CLIENTE          PIC 9(06).
           05 FLH-SEQUENCIA        PIC 9(02).
           05 FLH-REMESSA          PIC 9(06).
           05 FLH-DATA             PIC 9(08).
           05 FILLER               PIC X(43).
       01  FOLHA-DETALHE.
           05 FLD-TIPO             PIC X(01).
              88 FLD-DETALHE       VALUE 'D'.
           05 FLD-CPF              PIC 9(14).
           05 FLD-VALOR            PIC 9(09)V99.
           05 FLD-MATRICULA        PIC X(10).
           05 FLD-NOME             PIC X(30).
           05 FILLER               PIC X(14).
       01  FOLHA-TRAILER.
           05 FLT-TIPO             PIC X(01).
              88 FLT-TRAILER       VALUE 'T'.
           05 FLT-QTD              PIC 9(06).
           05 FLT-VALOR            PIC 9(13)V99.
           05 FILLER               PIC X(58).
