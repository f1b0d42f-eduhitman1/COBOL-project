      *            OUTRO VERBO SE A CHAVE DIVERGIR DO ESPERADO).
      *            OPERACAO T (CONTATO) NAO MEXE NO MESTRE E E SO
      *            CONTADA. O RELREPL LISTA O QUE FOI REAPLICADO.
      * 2026-10-15 IVN - OPERACAO U (RECHAVEACAO NA UNIFICACAO) TAMBEM
      *            NAO MEXE NO MESTRE: AS IMAGENS SAO CHAVES DE
      *            OUTROS ARQUIVOS E SO E CONTADA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77  WRK-TOTAL-LIDAS         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-REAPLICADAS   PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-CONTATOS      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-RECHAVES      PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FORA-JANELA   PIC 9(06) VALUE ZEROS.

       01  WRK-MOMENTO-INI.
      *    REAPLICA UMA OPERACAO PELA IMAGEM DEPOIS: INCLUSAO
      *    POR WRITE, AS DEMAIS POR REWRITE, CADA UMA CAINDO
      *    PARA O OUTRO VERBO SE O ESTADO DO MESTRE DIVERGIR.
      *    OPERACAO DE CONTATO (T) E RECHAVEACAO NA UNIFICACAO
      *    (U) NAO TOCAM O MESTRE
      *-----------------------------------------------------
       2200-REAPLICA-OPERACAO.
           EVALUATE TRUE
               WHEN JRN-OP-CONTATO
                   ADD 1 TO WRK-TOTAL-CONTATOS
               WHEN JRN-OP-UNIFICACAO
                   ADD 1 TO WRK-TOTAL-RECHAVES
               WHEN OTHER
                   PERFORM 2210-REGRAVA-CLIENTE
           END-EVALUATE.

       2210-REGRAVA-CLIENTE.
           MOVE JRN-DEPOIS TO CLIENTE-REC
           IF JRN-OP-INCLUSAO
               WRITE CLIENTE-REC
                   INVALID KEY
                       REWRITE CLIENTE-REC
               END-WRITE
           ELSE
               REWRITE CLIENTE-REC
                   INVALID KEY
                       WRITE CLIENTE-REC
               END-REWRITE
           END-IF
           ADD 1 TO WRK-TOTAL-REAPLICADAS
           MOVE JRN-DATA     TO REP-DATA
           MOVE JRN-HORA     TO REP-HORA
           MOVE JRN-OPERACAO TO REP-OPERACAO
           MOVE JRN-NUMERO   TO REP-CLIENTE
           MOVE JRN-OPERADOR TO REP-OPERADOR
           WRITE REL-LINHA FROM WRK-LINHA-REPLAY.

      *-----------------------------------------------------
      *    IMPRIME OS TOTAIS E ENCERRA OS ARQUIVOS
           MOVE 'OPERACOES DE CONTATO (T)..: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-CONTATOS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'RECHAVEACOES (U)..........: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-RECHAVES TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'FORA DA JANELA............: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-FORA-JANELA TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
