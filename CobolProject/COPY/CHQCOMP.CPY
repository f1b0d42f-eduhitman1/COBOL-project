      *-----------------------------------------------------
      *    CHQCOMP.CPY
      *    LAYOUT DO ARQUIVO DE CHEQUES APRESENTADOS RECEBIDO DA
      *    CAMARA DE COMPENSACAO (CHQCOMP), REGISTROS DE 60
      *    POSICOES. O PRIMEIRO BYTE DISTINGUE O REGISTRO: H =
      *    HEADER (DATA DA SESSAO DE COMPENSACAO), D = DETALHE
      *    (UM CHEQUE SACADO CONTRA UMA CONTA DA CASA), T =
      *    TRAILER (QUANTIDADE DE CHEQUES E VALOR TOTAL). VALORES
      *    COM DUAS DECIMAIS IMPLICITAS. A REFERENCIA E A
      *    IDENTIFICACAO DO CHEQUE NA CAMARA E VOLTA NO ARQUIVO DE
      *    DEVOLUCAO (COPY CHQDEV).
      * 2026-10-15 IVN - CRIADO PARA A COMPENSACAO DE CHEQUES
      *            (COB78-COMPENSA).
      *-----------------------------------------------------
       01  CCP-HEADER.
           05 CCH-TIPO             PIC X(01).
              88 CCH-HEADER        VALUE 'H'.
           05 CCH-DATA             PIC 9(08).
           05 CCH-CAMARA           PIC X(10).
           05 FILLER               PIC X(41).
       01  CCP-DETALHE.
           05 CCD-TIPO             PIC X(01).
              88 CCD-DETALHE       VALUE 'D'.
           05 CCD-BANCO            PIC 9(03).
           05 CCD-CLIENTE          PIC 9(06).
           05 CCD-SEQUENCIA        PIC 9(02).
           05 CCD-NUMERO           PIC 9(06).
           05 CCD-VALOR            PIC 9(09)V99.
           05 CCD-REFERENCIA       PIC X(20).
           05 FILLER               PIC X(11).
       01  CCP-TRAILER.
           05 CCT-TIPO             PIC X(01).
              88 CCT-TRAILER       VALUE 'T'.
           05 CCT-QTD              PIC 9(06).
           05 CCT-VALOR            PIC 9(13)V99.
           05 FILLER               PIC X(38).
