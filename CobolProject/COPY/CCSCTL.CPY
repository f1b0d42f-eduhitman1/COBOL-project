      *-----------------------------------------------------
      *    CCSCTL.CPY
      *    LAYOUT DO CONTROLE DO ULTIMO ESTADO INFORMADO AO CCS
      *    (CADASTRO DE CLIENTES DO SFN): UMA LINHA POR
      *    RELACIONAMENTO EM VIGOR JA COMUNICADO AO BANCO
      *    CENTRAL (CPF/CNPJ + CONTA + VINCULO T = TITULAR OU
      *    C = CO-TITULAR + CLIENTE), COM AGENCIA, TIPO DA CONTA
      *    E DATA DE INICIO INFORMADA. A PRIMEIRA LINHA E O
      *    CABECALHO (H) COM A DATA DE NEGOCIO DO ESTADO E A
      *    SEQUENCIA DO ULTIMO ARQUIVO CCS GERADO; A LINHA DE
      *    DETALHE COMECA PELO DOCUMENTO (NUMERICO), ENTAO O
      *    PRIMEIRO BYTE DISTINGUE. AS LINHAS SAEM NA ORDEM DE
      *    CCT-CHAVE.
      * 2026-10-15 IVN - CRIADO PARA O PASSO DO CCS (COB68-CCS),
      *            QUE LE O ESTADO DA NOITE ANTERIOR E GRAVA O DA
      *            NOITE.
      *-----------------------------------------------------
       01  CCSCTL-REC.
           05 CCT-CHAVE.
              10 CCT-CPF-CNPJ      PIC 9(14).
              10 CCT-CONTA-CLIENTE PIC 9(06).
              10 CCT-CONTA-SEQ     PIC 9(02).
              10 CCT-VINCULO       PIC X(01).
                 88 CCT-TITULAR    VALUE 'T'.
                 88 CCT-COTITULAR  VALUE 'C'.
              10 CCT-CLIENTE       PIC 9(06).
           05 CCT-AGENCIA          PIC 9(04).
           05 CCT-CONTA-TIPO       PIC X(02).
           05 CCT-DATA-INICIO      PIC 9(08).
       01  CCSCTL-CAB.
           05 CCT-CAB-TIPO         PIC X(01).
              88 CCT-CAB-CONTROLE  VALUE 'H'.
           05 CCT-CAB-DATA         PIC 9(08).
           05 CCT-CAB-SEQUENCIA    PIC 9(06).
