      *-----------------------------------------------------
      *    CCS.CPY
      *    LAYOUT DO ARQUIVO DE RELACIONAMENTOS PARA O CCS
      *    (CADASTRO DE CLIENTES DO SFN, BANCO CENTRAL).
      *    REGISTROS DE 100 POSICOES: UM CABECALHO (0) COM O
      *    CNPJ BASE DA INSTITUICAO, A DATA-BASE E A SEQUENCIA
      *    DO ARQUIVO; UM DETALHE (1) POR EVENTO DE INICIO (I)
      *    OU FIM (F) DE RELACIONAMENTO DE UM CPF/CNPJ COM UMA
      *    CONTA, COMO TITULAR (T) OU CO-TITULAR (C); E UM
      *    TRAILER (9) COM AS QUANTIDADES DE CONTROLE. O TIPO DE
      *    PESSOA (F/J) SAI PELO TAMANHO DO DOCUMENTO (ATE 11
      *    DIGITOS E CPF). A DATA DE FIM DO EVENTO DE INICIO E
      *    ZERADA.
      * 2026-10-15 IVN - CRIADO, GRAVADO PELO COB68-CCS.
      *-----------------------------------------------------
       01  CCS-DETALHE.
           05 CCS-TIPO-REG         PIC X(01).
              88 CCS-REG-DETALHE   VALUE '1'.
           05 CCS-EVENTO           PIC X(01).
              88 CCS-INICIO        VALUE 'I'.
              88 CCS-FIM           VALUE 'F'.
           05 CCS-TIPO-PESSOA      PIC X(01).
              88 CCS-PESSOA-FISICA VALUE 'F'.
              88 CCS-PESSOA-JURIDICA VALUE 'J'.
           05 CCS-CPF-CNPJ         PIC 9(14).
           05 CCS-VINCULO          PIC X(01).
           05 CCS-AGENCIA          PIC 9(04).
           05 CCS-CONTA            PIC 9(06).
           05 CCS-CONTA-SEQ        PIC 9(02).
           05 CCS-CONTA-TIPO       PIC X(02).
           05 CCS-DATA-INICIO      PIC 9(08).
           05 CCS-DATA-FIM         PIC 9(08).
           05 FILLER               PIC X(52).
       01  CCS-CABECALHO.
           05 CCS-CAB-TIPO         PIC X(01).
              88 CCS-REG-CABECALHO VALUE '0'.
           05 CCS-CAB-CNPJ-BASE    PIC 9(08).
           05 CCS-CAB-DATA-BASE    PIC 9(08).
           05 CCS-CAB-DATA-GERACAO PIC 9(08).
           05 CCS-CAB-SEQUENCIA    PIC 9(06).
           05 FILLER               PIC X(69).
       01  CCS-TRAILER.
           05 CCS-TRL-TIPO         PIC X(01).
              88 CCS-REG-TRAILER   VALUE '9'.
           05 CCS-TRL-QTD-REGISTROS PIC 9(07).
           05 CCS-TRL-QTD-EVENTOS  PIC 9(07).
           05 CCS-TRL-QTD-INICIOS  PIC 9(07).
           05 CCS-TRL-QTD-FINS     PIC 9(07).
           05 FILLER               PIC X(71).
