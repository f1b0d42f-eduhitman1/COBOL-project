      *            IMPRIMIR A DIVERGENCIA NO MOVREL. OS RETIDOS
      *            QUE VENCEM SAEM NUM LOTE INTERNO (AGENCIA 9999)
      *            COM TRAILER PROPRIO.
      * 2026-10-15 IVN - DATA DE VALOR QUE CAI EM SABADO, DOMINGO
      *            OU FERIADO (CALENDARIO DO COB65-CALENDARIO) E
      *            ROLADA PARA O PROXIMO DIA UTIL AO SER RETIDA, E
      *            O MOVIMENTO E LIBERADO E LANCADO NESSE DIA.
      * 2026-10-15 IVN - RETIDO GRAVADO NO MOVHOLD ANTES DO CODIGO DE
      *            HISTORICO EXISTIR CHEGA COM O CAMPO EM BRANCO E O
      *            COB24 O RECUSARIA COMO HISTORICO INEXISTENTE. NA
      *            LIBERACAO O CAMPO NAO NUMERICO E CARIMBADO PELO
      *            TIPO: 0001 DEBITO AVULSO, 0002 CREDITO AVULSO E
      *            0030 TRANSFERENCIA ENTRE CONTAS.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-SAI-QTD             PIC 9(06) VALUE ZEROS.
       77  WRK-SAI-DEBITOS         PIC 9(11)V99 VALUE ZEROS.
       77  WRK-SAI-CREDITOS        PIC 9(11)V99 VALUE ZEROS.
       77  WRK-CAL-FUNCAO          PIC X(01) VALUE 'P'.
       77  WRK-CAL-RESPOSTA        PIC X(01) VALUE SPACE.
       77  WRK-DATA-UTIL           PIC 9(08) VALUE ZEROS.
       77  WRK-TOTAL-ROLADOS       PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CARIMBADOS    PIC 9(06) VALUE ZEROS.
       77  WRK-HIST-DEBITO         PIC 9(04) VALUE 0001.
       77  WRK-HIST-CREDITO        PIC 9(04) VALUE 0002.
       77  WRK-HIST-TRANSF         PIC 9(04) VALUE 0030.

       01  WRK-LOTES-TAB.
           05 WRK-LOTE-OK          PIC X(01) OCCURS 500 TIMES.
                   IF RET-DATA-VALOR NOT NUMERIC
                      OR RET-DATA-VALOR NOT > WRK-DATA-HOJE-N
                       MOVE RET-LINHA TO LIB-LINHA
                       IF LIB-HISTORICO NOT NUMERIC
                           PERFORM 1520-CARIMBA-HISTORICO
                       END-IF
                       WRITE LIB-LINHA
                       ADD 1 TO WRK-TOTAL-LIBERADOS
                       ADD 1 TO WRK-SAI-QTD
                       END-IF
                   ELSE
                       MOVE RET-LINHA TO TMP-LINHA
                       PERFORM 3140-ROLA-DATA-VALOR
                       WRITE TMP-LINHA
                       ADD 1 TO WRK-TOTAL-RETIDOS
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CARIMBA O HISTORICO PADRAO DO TIPO NO RETIDO ANTIGO,
      *    GRAVADO SEM O CODIGO (TIPO DESCONHECIDO FICA COMO
      *    VEIO, PARA A CRITICA DE FORMA DO COB24)
      *-----------------------------------------------------
       1520-CARIMBA-HISTORICO.
           EVALUATE TRUE
               WHEN LIB-DEBITO
                   MOVE WRK-HIST-DEBITO TO LIB-HISTORICO
                   ADD 1 TO WRK-TOTAL-CARIMBADOS
               WHEN LIB-CREDITO
                   MOVE WRK-HIST-CREDITO TO LIB-HISTORICO
                   ADD 1 TO WRK-TOTAL-CARIMBADOS
               WHEN LIB-TRANSFERENCIA
                   MOVE WRK-HIST-TRANSF TO LIB-HISTORICO
                   ADD 1 TO WRK-TOTAL-CARIMBADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    PASSADA DE CRITICA DOS LOTES DO MOVTO: MARCA OS QUE
      *    BATEM COM O PROPRIO TRAILER. SO DE LOTE EM CONTROLE
                   END-IF
               ELSE
                   MOVE MOV-LINHA TO TMP-LINHA
                   PERFORM 3140-ROLA-DATA-VALOR
                   WRITE TMP-LINHA
                   ADD 1 TO WRK-TOTAL-RETIDOS
               END-IF
               WRITE LIB-LINHA
           END-IF.

      *-----------------------------------------------------
      *    ROLA PARA O PROXIMO DIA UTIL A DATA DE VALOR DO
      *    MOVIMENTO QUE VAI SER RETIDO, QUANDO ELA CAI EM
      *    SABADO, DOMINGO OU FERIADO
      *-----------------------------------------------------
       3140-ROLA-DATA-VALOR.
           MOVE 'P' TO WRK-CAL-FUNCAO
           CALL 'COB65-CALENDARIO' USING WRK-CAL-FUNCAO
               TMP-DATA-VALOR WRK-DATA-UTIL WRK-CAL-RESPOSTA
           IF WRK-CAL-RESPOSTA = 'S'
              AND WRK-DATA-UTIL NOT = TMP-DATA-VALOR
               MOVE WRK-DATA-UTIL TO TMP-DATA-VALOR
               ADD 1 TO WRK-TOTAL-ROLADOS
           END-IF.

      *-----------------------------------------------------
      *    REGRAVA O MOVHOLD COM O QUE CONTINUA RETIDO
      *-----------------------------------------------------
       9000-FINALIZE.
           DISPLAY 'RETIDOS DE ONTEM RELIDOS: ' WRK-TOTAL-DO-HOLD
           DISPLAY 'MOVIMENTOS LIBERADOS....: ' WRK-TOTAL-LIBERADOS
           DISPLAY 'MOVIMENTOS RETIDOS......: ' WRK-TOTAL-RETIDOS
           DISPLAY 'DATAS DE VALOR ROLADAS..: ' WRK-TOTAL-ROLADOS
           DISPLAY 'HISTORICOS CARIMBADOS...: ' WRK-TOTAL-CARIMBADOS.
