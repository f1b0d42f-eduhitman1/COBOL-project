      *            SAEM OS TOTAIS DO DIA POR TIPO DE OPERACAO.
      *            E A RESPOSTA PARA O "QUEM MUDOU ENDERECO ONTEM,
      *            E DE QUE PARA QUE" DA AUDITORIA.
      * 2026-10-15 IVN - A RECHAVEACAO NA UNIFICACAO (U, IMAGENS COM
      *            AS CHAVES DE OUTROS ARQUIVOS) TAMBEM SAI SO COM
      *            A LINHA DA OPERACAO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           IF SORT-OPERACAO NOT = 'I'
              AND SORT-OPERACAO NOT = 'T'
              AND SORT-OPERACAO NOT = 'D'
              AND SORT-OPERACAO NOT = 'U'
               MOVE SORT-ANTES  TO WRK-ANTES-REC
               MOVE SORT-DEPOIS TO WRK-DEPOIS-REC
               PERFORM 3300-COMPARA-CAMPOS
