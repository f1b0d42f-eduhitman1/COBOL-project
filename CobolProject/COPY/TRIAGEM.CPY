      *-----------------------------------------------------
      *    TRIAGEM.CPY
      *    LAYOUT DA FILA DE REVISAO DA COMPLIANCE PARA OS
      *    ACERTOS DA TRIAGEM CONTRA O CADASTRO DE PESSOAS
      *    RESTRITAS (TRIAGEM), CHAVEADO POR CLIENTE + CHAVE DA
      *    PESSOA RESTRITA (COPY RESTRITO): O MESMO ACERTO NAO
      *    ENTRA DUAS VEZES NA FILA. ACERTO POR DOCUMENTO (D) E
      *    ACERTO CONFIRMADO DE LISTA; ACERTO SO POR NOME
      *    NORMALIZADO (N) E POSSIVEL ACERTO (HOMONIMO). ORIGEM
      *    T = CLIENTE DO CLIMAST; C = CO-TITULAR DO COTITUL
      *    (COM A CONTA). GUARDA OS DADOS DO CLIENTE E DA LISTA
      *    NA DATA DA TRIAGEM. O ACERTO NASCE PENDENTE (P) E A
      *    COMPLIANCE O MARCA COMO CONFIRMADO (C) OU DESCARTADO
      *    (D), COM OPERADOR E DATA DA ANALISE.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA TRIAGEM NOTURNA
      *            (COB71-TRIAGEM, QUE GRAVA) E PELA TELA DA
      *            COMPLIANCE (COB72-ADMTRIAGEM, QUE ANALISA).
      *-----------------------------------------------------
       01  TRIAGEM-REC.
           05 TRI-CHAVE.
              10 TRI-CLIENTE       PIC 9(06).
              10 TRI-RES-CPF-CNPJ  PIC 9(14).
              10 TRI-TIPO-LISTA    PIC X(01).
                 88 TRI-SANCAO     VALUE 'S'.
                 88 TRI-PEP        VALUE 'P'.
              10 TRI-RES-NOME-NORM PIC X(30).
           05 TRI-TIPO-ACERTO      PIC X(01).
              88 TRI-ACERTO-DOCUMENTO VALUE 'D'.
              88 TRI-ACERTO-NOME      VALUE 'N'.
           05 TRI-ORIGEM           PIC X(01).
              88 TRI-ORIGEM-CLIENTE   VALUE 'T'.
              88 TRI-ORIGEM-COTITULAR VALUE 'C'.
           05 TRI-CONTA-CLIENTE    PIC 9(06).
           05 TRI-CONTA-SEQ        PIC 9(02).
           05 TRI-NOME             PIC X(30).
           05 TRI-CPF-CNPJ         PIC 9(14).
           05 TRI-AGENCIA          PIC 9(04).
           05 TRI-RES-NOME         PIC X(40).
           05 TRI-RES-DATA-INCLUSAO PIC 9(08).
           05 TRI-DATA             PIC 9(08).
           05 TRI-STATUS           PIC X(01).
              88 TRI-PENDENTE      VALUE 'P'.
              88 TRI-CONFIRMADO    VALUE 'C'.
              88 TRI-DESCARTADO    VALUE 'D'.
           05 TRI-OPERADOR         PIC X(20).
           05 TRI-DATA-ANALISE     PIC 9(08).
