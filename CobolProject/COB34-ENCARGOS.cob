      *            LOTE PROPRIO (AGENCIA INTERNA 9999) COM
      *            CABECALHO E TRAILER, COMO O COB24 AGORA EXIGE
      *            DE TODO LOTE DO MOVTO.
      * 2026-10-15 IVN - ZERA A DATA DO ORIGINAL (MOV-DATA-ORIGINAL),
      *            CAMPO NOVO DO MOVTO USADO SO PELO ESTORNO.
      * 2026-10-15 IVN - CARIMBA NO MOVTO O CODIGO DE HISTORICO DE CADA
      *            ENCARGO (0100 JUROS DE POUPANCA, 0110 TARIFA DE
      *            MANUTENCAO CC, SEMEADOS NA TABELA HISTCOD), PARA O
      *            EXTRATO DESCREVER E A CONTABILIDADE CLASSIFICAR.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-TOTAL-JUROS-VAL     PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOTAL-TARIFA-VAL    PIC 9(11)V99 VALUE ZEROS.
       77  WRK-AGENCIA-INTERNA     PIC 9(04) VALUE 9999.
       77  WRK-HIST-JUROS-CP       PIC 9(04) VALUE 0100.
       77  WRK-HIST-TARIFA-CC      PIC 9(04) VALUE 0110.
       77  WRK-QTD-LOTE            PIC 9(06) VALUE ZEROS.

       01  WRK-DATA-HOJE.
               ADD 1 TO WRK-TOTAL-JUROS-QTD
               ADD WRK-VALOR-ENCARGO TO WRK-TOTAL-JUROS-VAL
               MOVE 'C' TO MOV-TIPO
               MOVE WRK-HIST-JUROS-CP TO MOV-HISTORICO
               PERFORM 2300-GRAVA-MOVIMENTO
               MOVE 'JUROS CP' TO DET-ENCARGO
               PERFORM 2400-IMPRIME-DETALHE
           ADD 1 TO WRK-TOTAL-TARIFA-QTD
           ADD WRK-VALOR-ENCARGO TO WRK-TOTAL-TARIFA-VAL
           MOVE 'D' TO MOV-TIPO
           MOVE WRK-HIST-TARIFA-CC TO MOV-HISTORICO
           PERFORM 2300-GRAVA-MOVIMENTO
           MOVE 'TARIFA  ' TO DET-ENCARGO
           PERFORM 2400-IMPRIME-DETALHE.

      *-----------------------------------------------------
      *    GRAVA UMA LINHA DE MOVIMENTO NO MOVTO PARA A CONTA
      *    CORRENTE (O TIPO E O HISTORICO JA FORAM CARREGADOS
      *    PELO CHAMADOR)
      *-----------------------------------------------------
       2300-GRAVA-MOVIMENTO.
           MOVE CTA-CLIENTE       TO MOV-CLIENTE
           MOVE ZEROS             TO MOV-CLIENTE-DEST
           MOVE ZEROS             TO MOV-SEQ-DEST
           MOVE ZEROS             TO MOV-DATA-VALOR
           MOVE ZEROS             TO MOV-DATA-ORIGINAL
           WRITE MOV-LINHA
           ADD 1 TO WRK-QTD-LOTE.

