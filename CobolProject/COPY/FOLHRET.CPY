      *-----------------------------------------------------
      *    FOLHRET.CPY
      *    LAYOUT DO ARQUIVO DE RETORNO DA FOLHA DE PAGAMENTO
      *    DEVOLVIDO A EMPRESA (FOLHRET), REGISTROS DE 80
      *    POSICOES, NOS MOLDES DO ARQUIVO DE ENTRADA (COPY
      *    FOLHA): H = HEADER (REMESSA E SITUACAO DA REMESSA: P =
      *    PROCESSADA, R = RECUSADA INTEIRA, COM O MOTIVO), D =
      *    DETALHE (UM FUNCIONARIO DA REMESSA: C = CREDITADO NA
      *    CONTA SALARIO INDICADA, R = REJEITADO COM O MOTIVO), T =
      *    TRAILER (QUANTIDADE E VALOR CREDITADOS E REJEITADOS).
      *    REMESSA QUE NAO PASSA NA CONFERENCIA DE ESTRUTURA VOLTA
      *    SO COM HEADER E TRAILER.
      * 2026-10-15 IVN - CRIADO PARA A IMPORTACAO DA FOLHA DE
      *            PAGAMENTO (COB82-FOLHA).
      *-----------------------------------------------------
       01  FOLHRET-HEADER.
           05 FRH-TIPO             PIC X(01).
              88 FRH-HEADER        VALUE 'H'.
           05 FRH-CNPJ             PIC 9(14).
           05 FRH-REMESSA          PIC 9(06).
           05 FRH-DATA             PIC 9(08).
           05 FRH-SITUACAO         PIC X(01).
              88 FRH-PROCESSADA    VALUE 'P'.
              88 FRH-RECUSADA      VALUE 'R'.
           05 FRH-MOTIVO           PIC X(40).
           05 FILLER               PIC X(10).
       01  FOLHRET-DETALHE.
           05 FRD-TIPO             PIC X(01).
              88 FRD-DETALHE       VALUE 'D'.
           05 FRD-CPF              PIC 9(14).
           05 FRD-VALOR            PIC 9(09)V99.
           05 FRD-MATRICULA        PIC X(10).
           05 FRD-SITUACAO         PIC X(01).
              88 FRD-CREDITADO     VALUE 'C'.
              88 FRD-REJEITADO     VALUE 'R'.
           05 FRD-CLIENTE          PIC 9(06).
           05 FRD-SEQUENCIA        PIC 9(02).
           05 FRD-MOTIVO           PIC X(30).
           05 FILLER               PIC X(05).
       01  FOLHRET-TRAILER.
           05 FRT-TIPO             PIC X(01).
              88 FRT-TRAILER       VALUE 'T'.
           05 FRT-QTD-CREDITADOS   PIC 9(06).
           05 FRT-VALOR-CREDITADO  PIC 9(13)V99.
           05 FRT-QTD-REJEITADOS   PIC 9(06).
           05 FRT-VALOR-REJEITADO  PIC 9(13)V99.
           05 FILLER               PIC X(37).
