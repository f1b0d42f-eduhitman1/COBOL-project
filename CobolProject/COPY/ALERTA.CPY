      *-----------------------------------------------------
      *    ALERTA.CPY
      *    LAYOUT DO ALERTA DE MONITORAMENTO COAF (COAFALR),
      *    CHAVEADO POR CLIENTE + REGRA + DATA DO ALERTA + ORDEM.
      *    REGRAS: 1 = MOVIMENTO UNICO NO LIMITE OU ACIMA; 2 =
      *    FRACIONAMENTO (VARIOS VALORES LOGO ABAIXO DO LIMITE
      *    SOMANDO O LIMITE NA JANELA MOVEL); 3 = TRANSITO (ENTRADA
      *    E SAIDA POR TRANSFERENCIA NO MESMO DIA OU NO SEGUINTE).
      *    GUARDA OS DADOS DO CLIENTE NA DATA DO ALERTA, O PERIODO,
      *    A QUANTIDADE E O TOTAL DOS MOVIMENTOS ENVOLVIDOS E OS
      *    DEZ PRIMEIROS DELES. O ALERTA NASCE PENDENTE (P) E A
      *    COMPLIANCE O MARCA COMO COMUNICADO AO COAF (C) OU
      *    DESCARTADO (D), COM OPERADOR E DATA DA ANALISE.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELO MONITORAMENTO
      *            NOTURNO (COB56-COAF, QUE GRAVA) E PELA TELA DA
      *            COMPLIANCE (COB57-ADMCOAF, QUE ANALISA).
      *-----------------------------------------------------
       01  ALERTA-REC.
           05 ALR-CHAVE.
              10 ALR-CLIENTE       PIC 9(06).
              10 ALR-REGRA         PIC X(01).
                 88 ALR-REGRA-VALOR       VALUE '1'.
                 88 ALR-REGRA-FRACIONADO  VALUE '2'.
                 88 ALR-REGRA-TRANSITO    VALUE '3'.
              10 ALR-DATA          PIC 9(08).
              10 ALR-ORDEM         PIC 9(02).
           05 ALR-NOME             PIC X(30).
           05 ALR-CPF-CNPJ         PIC 9(14).
           05 ALR-AGENCIA          PIC 9(04).
           05 ALR-NATUREZA         PIC X(01).
           05 ALR-DATA-INICIO      PIC 9(08).
           05 ALR-DATA-FIM         PIC 9(08).
           05 ALR-QTD-MOVTOS       PIC 9(04).
           05 ALR-VALOR-TOTAL      PIC 9(11)V99.
           05 ALR-STATUS           PIC X(01).
              88 ALR-PENDENTE      VALUE 'P'.
              88 ALR-COMUNICADO    VALUE 'C'.
              88 ALR-DESCARTADO    VALUE 'D'.
           05 ALR-OPERADOR         PIC X(20).
           05 ALR-DATA-ANALISE     PIC 9(08).
           05 ALR-MOVTO            OCCURS 10 TIMES.
              10 ALR-MOV-DATA      PIC 9(08).
              10 ALR-MOV-SEQUENCIA PIC 9(02).
              10 ALR-MOV-TIPO      PIC X(01).
              10 ALR-MOV-ORIGEM    PIC X(01).
              10 ALR-MOV-VALOR     PIC 9(09)V99.
