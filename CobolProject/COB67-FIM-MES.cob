       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB67-FIM-MES.
      ********************************
      *OBJETIVO : LIBERA O FECHAMENTO MENSAL SO NO ULTIMO DIA UTIL
      *           DO MES (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PRIMEIRO PASSO DO JOB
      *            CLIMES. O JOB ERA AGENDADO NA MAO PARA O ULTIMO
      *            DIA UTIL; AGORA PODE SER AGENDADO TODO DIA: O
      *            PASSO LE A DATA DE NEGOCIO (COB17-DATAPROC) E
      *            PERGUNTA AO CALENDARIO DE FERIADOS
      *            (COB65-CALENDARIO, FUNCAO F) SE ELA E O ULTIMO
      *            DIA UTIL DO MES. NAO SENDO, TERMINA COM
      *            RETURN-CODE 4 E OS PASSOS SEGUINTES (COND=(0,NE))
      *            NAO RODAM.
      *******************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-ULTIMO-UTIL         PIC X(01) VALUE 'N'.
           88 ULTIMO-DIA-UTIL      VALUE 'S'.
       77  WRK-CAL-FUNCAO          PIC X(01) VALUE 'F'.
       77  WRK-CAL-RESULTADO       PIC 9(08) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-VERIFICA-DATA
           STOP RUN.

      *-----------------------------------------------------
      *    CONSULTA A DATA DE NEGOCIO E SE ELA FECHA O MES
      *-----------------------------------------------------
       1000-VERIFICA-DATA.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           MOVE 'N' TO WRK-ULTIMO-UTIL
           CALL 'COB65-CALENDARIO' USING WRK-CAL-FUNCAO
               WRK-DATA-HOJE-N WRK-CAL-RESULTADO WRK-ULTIMO-UTIL
           IF ULTIMO-DIA-UTIL
               DISPLAY 'ULTIMO DIA UTIL DO MES: ' WRK-DATA-HOJE-N
                   ' - FECHAMENTO MENSAL LIBERADO'
           ELSE
               DISPLAY 'DATA DE NEGOCIO ' WRK-DATA-HOJE-N
                   ' NAO E O ULTIMO DIA UTIL DO MES'
                   ' - FECHAMENTO MENSAL NAO RODA'
               MOVE 4 TO RETURN-CODE
           END-IF.
