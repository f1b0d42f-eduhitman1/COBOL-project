      *            APROVOU EM JRN-OPERADOR. EM BRANCO NAS DEMAIS
      *            OPERACOES. LINHA LEGADA MAIS CURTA LE COM O
      *            CAMPO EM BRANCO (LINE SEQUENTIAL).
      * 2026-10-15 IVN - INCLUIDA A OPERACAO O (REGISTRO DE OBITO,
      *            COB90-OBITO): ANTES E DEPOIS SAO IMAGENS DO
      *            CLIENTE-REC, COMO NA ALTERACAO.
      * 2026-10-15 IVN - INCLUIDA A OPERACAO U (RECHAVEACAO NA
      *            UNIFICACAO DE CADASTROS, COB45-UNIFICA): UMA
      *            LINHA POR REGISTRO DE CONTA DO DUPLICADO LEVADO
      *            PARA O SOBREVIVENTE; JRN-ANTES E JRN-DEPOIS
      *            TRAZEM ARQUIVO, CHAVE ANTIGA E CHAVE NOVA (NAO
      *            SAO IMAGENS DO CLIENTE-REC) E JRN-NUMERO E O
      *            SOBREVIVENTE.
      *-----------------------------------------------------
       01  JORNAL-REC.
           05 JRN-DATA             PIC 9(08).
              88 JRN-OP-REATIVACAO VALUE 'R'.
              88 JRN-OP-CONTATO    VALUE 'T'.
              88 JRN-OP-DESARQUIVO VALUE 'D'.
              88 JRN-OP-OBITO      VALUE 'O'.
              88 JRN-OP-UNIFICACAO VALUE 'U'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 JRN-NUMERO           PIC 9(06).
           05 FILLER               PIC X(01) VALUE SPACE.
