      *            TRANSFERIDOS E OS TOTAIS - A LISTAGEM POR
      *            AGENCIA E AS CARTEIRAS DOS GERENTES JA SAEM
      *            CERTAS NA NOITE SEGUINTE.
      * 2026-10-15 IVN - AS LINHAS DO JORNAL DA TRANSFERENCIA TAMBEM
      *            VAO PARA O ESPELHO INDEXADO (CLIJIDX) PELO
      *            COB75-JORNAL-IDX.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           MOVE CLIENTE-REC          TO JRN-DEPOIS
           MOVE SPACES TO JRN-OPERADOR-CAPTURA
           WRITE JORNAL-REC
           CALL 'COB75-JORNAL-IDX' USING JORNAL-REC
           CLOSE ARQ-JORNAL
           MOVE '00' TO WRK-FS-JORNAL.

