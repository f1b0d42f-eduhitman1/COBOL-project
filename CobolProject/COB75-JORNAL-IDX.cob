       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB75-JORNAL-IDX.
      ********************************
      *OBJETIVO : GRAVA NO ESPELHO INDEXADO DO JORNAL (CLIJIDX) A
      *           LINHA QUE O CHAMADOR ACABOU DE GRAVAR NO CLIJORN
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO LOGO DEPOIS DO
      *            WRITE NO CLIJORN POR TODOS OS PROGRAMAS QUE
      *            GRAVAM O JORNAL (CLIENTES, COB13-ARQMORTO,
      *            COB45-UNIFICA, COB49-TRANSFERE). MONTA A CHAVE
      *            CLIENTE + DATA + HORA (COPY JORNIDX) E, SE JA HA
      *            LINHA DO CLIENTE NO MESMO SEGUNDO, AVANCA A
      *            SEQUENCIA. COMO O JORNAL, O ESPELHO E ABERTO E
      *            FECHADO A CADA GRAVACAO. FALHA AQUI NAO TRAVA A
      *            OPERACAO: A LINHA JA ESTA NO CLIJORN E A
      *            CONFERENCIA NOTURNA (COB77-CONFERE-JORNAL) REPOE
      *            NO ESPELHO O QUE FALTAR.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-JORNAL-IDX ASSIGN TO "CLIJIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JIX-CHAVE
               FILE STATUS IS WRK-FS-JORNAL-IDX.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-JORNAL-IDX.
           COPY JORNIDX.

       WORKING-STORAGE SECTION.
       77  WRK-FS-JORNAL-IDX       PIC X(02) VALUE '00'.
       77  WRK-SITUACAO            PIC X(01) VALUE SPACE.
           88 GRAVANDO             VALUE SPACE.
           88 GRAVOU               VALUE 'S'.
           88 DESISTIU             VALUE 'D'.

           COPY JORNAL.

       LINKAGE SECTION.
       01  LK-JORNAL               PIC X(368).

       PROCEDURE DIVISION USING LK-JORNAL.

       0000-MAINLINE.
           MOVE LK-JORNAL TO JORNAL-REC
           OPEN I-O ARQ-JORNAL-IDX
           IF WRK-FS-JORNAL-IDX = '35'
               OPEN OUTPUT ARQ-JORNAL-IDX
               CLOSE ARQ-JORNAL-IDX
               OPEN I-O ARQ-JORNAL-IDX
           END-IF
           IF WRK-FS-JORNAL-IDX = '00'
               PERFORM 1000-GRAVA-ENTRADA
               CLOSE ARQ-JORNAL-IDX
           END-IF
           GOBACK.

      *-----------------------------------------------------
      *    MONTA A CHAVE DA LINHA E GRAVA A ENTRADA NA PRIMEIRA
      *    SEQUENCIA LIVRE DO CLIENTE NAQUELE SEGUNDO
      *-----------------------------------------------------
       1000-GRAVA-ENTRADA.
           MOVE JRN-NUMERO  TO JIX-NUMERO
           MOVE JRN-DATA    TO JIX-DATA
           MOVE JRN-HORA    TO JIX-HORA
           MOVE ZEROS       TO JIX-SEQUENCIA
           MOVE JORNAL-REC  TO JIX-JORNAL
           SET GRAVANDO TO TRUE
           PERFORM 1100-TENTA-GRAVAR UNTIL NOT GRAVANDO.

       1100-TENTA-GRAVAR.
           WRITE JORNIDX-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WRK-FS-JORNAL-IDX = '00'
                   SET GRAVOU TO TRUE
               WHEN WRK-FS-JORNAL-IDX = '22'
                    AND JIX-SEQUENCIA < 999
                   ADD 1 TO JIX-SEQUENCIA
               WHEN OTHER
                   SET DESISTIU TO TRUE
           END-EVALUATE.
