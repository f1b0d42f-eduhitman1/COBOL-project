       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB91-CONV-COTITUL.
      ********************************
      *OBJETIVO : CONVERSAO UNICA DO ARQUIVO DE CO-TITULARES
      *           (COTITUL) PARA O LAYOUT COM A MARCA DE REVISAO
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, RODADO UMA UNICA VEZ
      *            (JOB CLICOTCV), NOS MOLDES DO COB32-CONVERTE. O
      *            COTITULAR-REC CRESCEU DE 22 PARA 31 POSICOES
      *            (COT-REVISAO E COT-DATA-REVISAO, MARCADOS NO
      *            REGISTRO DE OBITO PELO COB90-OBITO). LE A COPIA
      *            PLANA DO COTITUL ANTIGO (COTITULA) E REGRAVA O
      *            COTITUL NOVO, JA RECRIADO VAZIO, COM A MARCA EM
      *            BRANCO E A DATA DE REVISAO ZERADA.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COTITULAR-ANTIGO ASSIGN TO "COTITULA"
               ORGANIZATION IS RECORD SEQUENTIAL
               FILE STATUS IS WRK-FS-COT-ANT.

           SELECT ARQ-COTITULAR ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS WRK-FS-COTITULAR.

       DATA DIVISION.
       FILE SECTION.
       FD  COTITULAR-ANTIGO.
       01  ANT-COTITULAR-REC.
           05 ANT-CHAVE            PIC X(14).
           05 ANT-DATA-INCLUSAO    PIC 9(08).

       FD  ARQ-COTITULAR.
           COPY COTITULAR.

       WORKING-STORAGE SECTION.
       77  WRK-FS-COT-ANT          PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR        PIC X(02) VALUE '00'.
       77  WRK-COT-LIDOS           PIC 9(06) VALUE ZEROS.
       77  WRK-COT-GRAVADOS        PIC 9(06) VALUE ZEROS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-CONVERTE-COTITULARES
           DISPLAY 'CO-TITULARES LIDOS....: ' WRK-COT-LIDOS
           DISPLAY 'CO-TITULARES GRAVADOS.: ' WRK-COT-GRAVADOS
           STOP RUN.

      *-----------------------------------------------------
      *    CONVERTE A COPIA PLANA DO COTITUL ANTIGO PARA O
      *    ARQUIVO NOVO (RECRIADO VAZIO PELO JOB)
      *-----------------------------------------------------
       1000-CONVERTE-COTITULARES.
           OPEN INPUT COTITULAR-ANTIGO
           IF WRK-FS-COT-ANT NOT = '00'
               DISPLAY 'SEM COTITULA - CO-TITULARES NAO CONVERTIDOS'
           ELSE
               OPEN OUTPUT ARQ-COTITULAR
               PERFORM 1100-LER-E-CONVERTE-COT
                   UNTIL WRK-FS-COT-ANT NOT = '00'
               CLOSE ARQ-COTITULAR
               CLOSE COTITULAR-ANTIGO
           END-IF.

      *-----------------------------------------------------
      *    MONTA UM CO-TITULAR NO LAYOUT NOVO A PARTIR DO ANTIGO
      *-----------------------------------------------------
       1100-LER-E-CONVERTE-COT.
           READ COTITULAR-ANTIGO
               AT END
                   MOVE '10' TO WRK-FS-COT-ANT
               NOT AT END
                   ADD 1 TO WRK-COT-LIDOS
                   MOVE ANT-CHAVE         TO COT-CHAVE
                   MOVE ANT-DATA-INCLUSAO TO COT-DATA-INCLUSAO
                   MOVE SPACE             TO COT-REVISAO
                   MOVE ZEROS             TO COT-DATA-REVISAO
                   WRITE COTITULAR-REC
                       INVALID KEY
                           DISPLAY 'CO-TITULAR DUPLICADO NA '
                               'CONVERSAO: ' ANT-CHAVE
                       NOT INVALID KEY
                           ADD 1 TO WRK-COT-GRAVADOS
                   END-WRITE
           END-READ.
