      *            DIGITO (CLIENTE), ENTAO O PRIMEIRO BYTE DISTINGUE
      *            H / T / DETALHE. TRANSFERENCIA (TIPO T) ENTRA
      *            NOS DOIS TOTAIS DO TRAILER, DEBITO E CREDITO.
      * 2026-10-15 IVN - INCLUIDO O TIPO E (ESTORNO DE UM LANCAMENTO
      *            JA APLICADO). A LINHA APONTA O ORIGINAL NO MOVHIST
      *            PELA CONTA (CLIENTE + SEQUENCIA), PELO VALOR E
      *            PELA DATA DE NEGOCIO EM QUE ELE FOI APLICADO
      *            (MOV-DATA-ORIGINAL, CAMPO NOVO NO FIM DA LINHA,
      *            ZERADO NOS DEMAIS TIPOS). A NATUREZA DO ESTORNO E
      *            A OPOSTA DA DO ORIGINAL E SO E CONHECIDA NO
      *            LANCAMENTO, ENTAO O ESTORNO CONTA NA QUANTIDADE DO
      *            TRAILER MAS NAO ENTRA NOS TOTAIS DE DEBITOS E
      *            CREDITOS.
      * 2026-10-15 IVN - INCLUIDO O CODIGO DE HISTORICO (MOV-HISTORICO,
      *            TABELA HISTCOD) NO FIM DA LINHA DE DETALHE. O
      *            LANCAMENTO RECUSA CODIGO INEXISTENTE OU INATIVO E
      *            D/C COM CODIGO DE NATUREZA CONTRARIA; NA
      *            TRANSFERENCIA O CODIGO VALE PARA AS DUAS PERNAS E
      *            NO ESTORNO O LANCAMENTO HERDA O DO ORIGINAL.
      *-----------------------------------------------------
       01  MOV-LINHA.
           05 MOV-CLIENTE          PIC 9(06).
              88 MOV-DEBITO        VALUE 'D'.
              88 MOV-CREDITO       VALUE 'C'.
              88 MOV-TRANSFERENCIA VALUE 'T'.
              88 MOV-ESTORNO       VALUE 'E'.
           05 MOV-VALOR            PIC 9(09)V99.
           05 MOV-CLIENTE-DEST     PIC 9(06).
           05 MOV-SEQ-DEST         PIC 9(02).
           05 MOV-DATA-VALOR       PIC 9(08).
           05 MOV-DATA-ORIGINAL    PIC 9(08).
           05 MOV-HISTORICO        PIC 9(04).
       01  MOV-LOTE-CAB.
           05 MOV-CAB-TIPO         PIC X(01).
              88 MOV-CAB-LOTE      VALUE 'H'.
