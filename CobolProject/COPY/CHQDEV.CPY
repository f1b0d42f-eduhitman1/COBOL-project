      *-----------------------------------------------------
      *    CHQDEV.CPY
      *    LAYOUT DO ARQUIVO DE CHEQUES DEVOLVIDOS ENVIADO A
      *    CAMARA DE COMPENSACAO (CHQDEV), REGISTROS DE 60
      *    POSICOES, NOS MOLDES DO ARQUIVO DE ENTRADA (COPY
      *    CHQCOMP): H = HEADER (DATA DE NEGOCIO), D = DETALHE
      *    (CHEQUE DEVOLVIDO COM A ALINEA DO MOTIVO), T = TRAILER
      *    (QUANTIDADE E VALOR TOTAL). ALINEAS USADAS NA CASA:
      *    11 = SEM FUNDOS NA 1A APRESENTACAO, 12 = SEM FUNDOS NA
      *    2A APRESENTACAO, 13 = CONTA ENCERRADA, 20 = FOLHA
      *    CANCELADA PELO CORRENTISTA, 21 = CONTRA-ORDEM
      *    (SUSTACAO), 31 = ERRO FORMAL, 35 = FOLHA NAO EMITIDA
      *    PARA A CONTA, 49 = REMESSA NULA (FOLHA JA PAGA OU JA
      *    DEVOLVIDA DE VEZ). O MESMO LAYOUT DE DETALHE SERVE AO
      *    ARQUIVO DE TRABALHO (CHQDWRK) QUE LEVA AS DEVOLUCOES
      *    DA COMPENSACAO ATE A BAIXA.
      * 2026-10-15 IVN - CRIADO PARA A COMPENSACAO DE CHEQUES
      *            (COB78-COMPENSA E COB79-BAIXA-CHEQUES).
      *-----------------------------------------------------
       01  CDV-HEADER.
           05 CDH-TIPO             PIC X(01).
              88 CDH-HEADER        VALUE 'H'.
           05 CDH-DATA             PIC 9(08).
           05 FILLER               PIC X(51).
       01  CDV-DETALHE.
           05 CDD-TIPO             PIC X(01).
              88 CDD-DETALHE       VALUE 'D'.
           05 CDD-BANCO            PIC 9(03).
           05 CDD-CLIENTE          PIC 9(06).
           05 CDD-SEQUENCIA        PIC 9(02).
           05 CDD-NUMERO           PIC 9(06).
           05 CDD-VALOR            PIC 9(09)V99.
           05 CDD-ALINEA           PIC 9(02).
           05 CDD-REFERENCIA       PIC X(20).
           05 FILLER               PIC X(09).
       01  CDV-TRAILER.
           05 CDT-TIPO             PIC X(01).
              88 CDT-TRAILER       VALUE 'T'.
           05 CDT-QTD              PIC 9(06).
           05 CDT-VALOR            PIC 9(13)V99.
           05 FILLER               PIC X(38).
