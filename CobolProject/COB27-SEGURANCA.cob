      *            IGUAL A DD DO PASSO SEGURANC NO CLIBATCH.JCL
      *            (PONTO NAO VALE EM NOME DE DD), NA MESMA REGRA
      *            DO "RELAT" DO COB20-LISTAGEM.
      * 2026-10-15 IVN - O LOG PASSA A TER EVENTOS DE SESSAO
      *            (COB88-SESSAO), QUE NAO SAO TENTATIVAS DE LOGIN
      *            E CAIAM NO OUTRO DO RESULTADO COMO NEGADOS.
      *            PASSAM A SER CONTADOS A PARTE NO RESUMO: LOGINS
      *            RECUSADOS POR SESSAO JA ATIVA, SESSOES
      *            ASSUMIDAS EM OUTRO TERMINAL, EXPIRADAS POR
      *            OCIOSIDADE E DERRUBADAS PELO ADMINISTRADOR.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-TOT-FORA-HORARIO    PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-NIVEL-DIV       PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-SUSPEITOS       PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-SES-DUPLIC      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-SES-FORCED      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-SES-TIMEOUT     PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-SES-KILLED      PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-SES-LOGOUT      PIC 9(06) VALUE ZEROS.

           COPY AUDITLOG.

               AT END
                   MOVE '10' TO WRK-FS-LOG
               NOT AT END
                   MOVE LOG-LINHA TO WRK-LOG-REC
                   IF LOG-EVENTO-SESSAO
                       PERFORM 2300-ACUMULA-SESSAO
                   ELSE
                       ADD 1 TO WRK-TOTAL-LINHAS
                       PERFORM 2100-LOCALIZA-USUARIO
                       IF WRK-USR-IDX > ZEROS
                           PERFORM 2200-ACUMULA-TENTATIVA
                       END-IF
                   END-IF
           END-READ.

                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    CONTA OS EVENTOS DE SESSAO, QUE NAO SAO TENTATIVAS
      *-----------------------------------------------------
       2300-ACUMULA-SESSAO.
           EVALUATE TRUE
               WHEN LOG-DUPLIC
                   ADD 1 TO WRK-TOT-SES-DUPLIC
               WHEN LOG-FORCED
                   ADD 1 TO WRK-TOT-SES-FORCED
               WHEN LOG-TIMEOUT
                   ADD 1 TO WRK-TOT-SES-TIMEOUT
               WHEN LOG-KILLED
                   ADD 1 TO WRK-TOT-SES-KILLED
               WHEN OTHER
                   ADD 1 TO WRK-TOT-SES-LOGOUT
           END-EVALUATE.

      *-----------------------------------------------------
      *    IMPRIME A TABELA POR USUARIO E O RESUMO PARA O
      *    OFICIAL DE SEGURANCA
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'USUARIOS SUSPEITOS.........: ' TO RES-TITULO
           MOVE WRK-TOT-SUSPEITOS TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'RECUSADOS - SESSAO ATIVA...: ' TO RES-TITULO
           MOVE WRK-TOT-SES-DUPLIC TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SESSOES ASSUMIDAS..........: ' TO RES-TITULO
           MOVE WRK-TOT-SES-FORCED TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SESSOES EXPIRADAS..........: ' TO RES-TITULO
           MOVE WRK-TOT-SES-TIMEOUT TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SESSOES DERRUBADAS (ADM)...: ' TO RES-TITULO
           MOVE WRK-TOT-SES-KILLED TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO
           MOVE 'SAIDAS NORMAIS DO MENU.....: ' TO RES-TITULO
           MOVE WRK-TOT-SES-LOGOUT TO RES-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-RESUMO.

      *-----------------------------------------------------
