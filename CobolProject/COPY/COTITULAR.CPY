      *            (MANUTENCAO) E PELO CLIENTES.COB (REGRA DE
      *            INATIVACAO: QUEM E CO-TITULAR DE CONTA ABERTA
      *            NAO PODE SER INATIVADO).
      * 2026-10-15 IVN - INCLUIDOS COT-REVISAO E COT-DATA-REVISAO.
      *            NO REGISTRO DO OBITO (COB90-OBITO) TODA
      *            COTITULARIDADE EM QUE O FALECIDO APARECE, COMO
      *            TITULAR OU COMO CO-TITULAR, FICA MARCADA R (EM
      *            REVISAO) COM A DATA, ATE A SUPERVISAO CONCLUIR A
      *            REVISAO NO MESMO PROGRAMA. REGISTRO PASSA DE 22
      *            PARA 31 POSICOES (CONVERSAO COB91-CONV-COTITUL,
      *            JOB CLICOTCV).
      *-----------------------------------------------------
       01  COTITULAR-REC.
           05 COT-CHAVE.
              10 COT-SEQUENCIA     PIC 9(02).
              10 COT-COTITULAR     PIC 9(06).
           05 COT-DATA-INCLUSAO    PIC 9(08).
           05 COT-REVISAO          PIC X(01).
              88 COT-EM-REVISAO    VALUE 'R'.
              88 COT-SEM-REVISAO   VALUE SPACE.
           05 COT-DATA-REVISAO     PIC 9(08).
