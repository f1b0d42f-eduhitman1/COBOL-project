      *            POS-EXPURGO, SENAO A PRIMEIRA CONCILIACAO
      *            DEPOIS DO JOB ANUAL ACUSARIA DIVERGENTE NA
      *            EXATA QUANTIDADE ARQUIVADA.
      * 2026-10-15 IVN - O REGISTRO ARQUIVADO PASSA A SAIR COM
      *            STATUS E (EXPURGADO) E COM A DATA DO EXPURGO EM
      *            CLI-DATA-ULT-ALTER, DE ONDE A RETENCAO LGPD
      *            (COB74-ANONIMIZA) CONTA O PRAZO PARA ANONIMIZAR.
      *            O RELATORIO CONTINUA MOSTRANDO A DATA DA ULTIMA
      *            MANUTENCAO NO CLIMAST.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           END-READ.

      *-----------------------------------------------------
      *    GRAVA O CLIENTE NO ARQUIVO MORTO (EXPURGADO, COM A
      *    DATA DO EXPURGO), APAGA DO MESTRE E IMPRIME A LINHA
      *    DO RELATORIO. SE O CLIENTE JA ESTA NO MORTO (EXPURGO
      *    REPROCESSADO), A IMAGEM E REGRAVADA
      *-----------------------------------------------------
       2100-ARQUIVA-CLIENTE.
           MOVE CLI-NUMERO OF CLIENTE-REC        TO DET-NUMERO
           MOVE CLI-NOME OF CLIENTE-REC          TO DET-NOME
           MOVE CLI-DATA-ULT-ALTER OF CLIENTE-REC TO DET-ULT-ALTER
           MOVE CLIENTE-REC TO ARQ-REC
           SET CLI-EXPURGADO OF ARQ-REC TO TRUE
           MOVE WRK-DATA-HOJE TO CLI-DATA-ULT-ALTER OF ARQ-REC
           WRITE ARQ-REC
               INVALID KEY
                   REWRITE ARQ-REC
           END-WRITE
           DELETE CLIENTE-MASTER RECORD
           ADD 1 TO WRK-TOTAL-ARQUIVADOS
           WRITE REL-LINHA FROM WRK-LINHA-DET.

      *-----------------------------------------------------
