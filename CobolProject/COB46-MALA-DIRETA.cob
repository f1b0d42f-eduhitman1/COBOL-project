      *            (CONSENTIMENTO N) FICA FORA DA MALA. QUEM NAO
      *            TEM ENTRADA NENHUMA NAO SE OPOS E SEGUE
      *            ENTRANDO.
      * 2026-10-15 IVN - CLIENTE FALECIDO (STATUS O) NUNCA ENTRA NA
      *            MALA, QUALQUER QUE SEJA O CRITERIO DO PARAMETRO;
      *            O TOTAL DOS QUE FICARAM DE FORA SAI NO RESUMO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-OPT-OUT             PIC X(01) VALUE 'N'.
           88 CLIENTE-OPT-OUT      VALUE 'S'.
       77  WRK-TOTAL-OPT-OUT       PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALECIDOS     PIC 9(06) VALUE ZEROS.

       01  PARM-AREA.
           05 PRM-STATUS           PIC X(01).
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDOS
                   PERFORM 2200-APLICA-CRITERIOS
                   IF CLIENTE-SELECIONADO AND CLI-FALECIDO
                       ADD 1 TO WRK-TOTAL-FALECIDOS
                       MOVE 'N' TO WRK-SELECIONADO
                   END-IF
                   IF CLIENTE-SELECIONADO
                       PERFORM 2250-VERIFICA-OPT-OUT
                       IF CLIENTE-OPT-OUT
           DISPLAY 'CLIENTES LIDOS......: ' WRK-TOTAL-LIDOS
           DISPLAY 'ETIQUETAS GERADAS...: ' WRK-TOTAL-ETIQUETAS
           DISPLAY 'EXCECOES DE CEP.....: ' WRK-TOTAL-EXCECOES
           DISPLAY 'FORA POR OPT-OUT....: ' WRK-TOTAL-OPT-OUT
           DISPLAY 'FORA POR OBITO......: ' WRK-TOTAL-FALECIDOS.
