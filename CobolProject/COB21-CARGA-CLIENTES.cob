      *            BATER TAMBEM NOS DIAS DE CARGA - OS OPERADORES
      *            TINHAM APRENDIDO A IGNORAR O DIVERGENTE NESSES
      *            DIAS, O QUE ANULAVA A CONCILIACAO.
      * 2026-10-15 IVN - A INCLUSAO PASSA A CONSULTAR O CADASTRO DE
      *            PESSOAS RESTRITAS (COB73-CONSULTA-RESTRITO):
      *            CPF/CNPJ EM LISTA DE SANCOES VAI PARA OS
      *            REJEITOS (MOTIVO 12); CPF/CNPJ DE PEP TAMBEM
      *            (MOTIVO 13), POIS NA CARGA NAO HA SUPERVISOR PARA
      *            CONFIRMAR - O CLIENTE E INCLUIDO PELA TELA.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 ENDERECO-VALIDO       VALUE 'S'.
       77  WRK-DOC-VALIDO           PIC X(01) VALUE 'N'.
           88 DOC-VALIDO            VALUE 'S'.
       77  WRK-RESTRICAO            PIC X(01) VALUE SPACE.
           88 RESTRICAO-SANCAO      VALUE 'S'.
           88 RESTRICAO-PEP         VALUE 'P'.
       77  WRK-CPF-DUPLICADO        PIC X(01) VALUE 'N'.
           88 CPF-DUPLICADO         VALUE 'S'.
       77  WRK-AGENCIA-VALIDA       PIC X(01) VALUE 'N'.
                           WRK-AGENCIA-VALIDA
                       IF NOT AGENCIA-VALIDA
                           MOVE 09 TO WRK-MOTIVO-REJEITO
                       ELSE
                           PERFORM 3070-VERIFICA-RESTRITOS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *-----------------------------------------------------
      *    CONSULTA O DOCUMENTO E O NOME NO CADASTRO DE PESSOAS
      *    RESTRITAS: SANCAO E PEP VAO PARA OS REJEITOS; NOME
      *    SIMILAR E INCLUIDO (A TRIAGEM NOTURNA O LEVA PARA A
      *    COMPLIANCE)
      *-----------------------------------------------------
       3070-VERIFICA-RESTRITOS.
           MOVE SPACE TO WRK-RESTRICAO
           CALL 'COB73-CONSULTA-RESTRITO' USING
               CLI-CPF-CNPJ OF ENT-REC CLI-NOME OF ENT-REC
               WRK-RESTRICAO
           EVALUATE TRUE
               WHEN RESTRICAO-SANCAO
                   MOVE 12 TO WRK-MOTIVO-REJEITO
               WHEN RESTRICAO-PEP
                   MOVE 13 TO WRK-MOTIVO-REJEITO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *-----------------------------------------------------
      *    CONFERE NA CHAVE ALTERNATIVA UNICA SE O CPF/CNPJ JA
      *    PERTENCE A OUTRO CLIENTE DO ARQUIVO MESTRE
                   MOVE 'CLIENTE COM CONTA ABERTA' TO DET-MOTIVO
               WHEN 11
                   MOVE 'NUMERACAO INDISPONIVEL' TO DET-MOTIVO
               WHEN 12
                   MOVE 'CPF/CNPJ EM LISTA DE SANCOES' TO DET-MOTIVO
               WHEN 13
                   MOVE 'PEP - INCLUIR PELA SUPERVISAO' TO DET-MOTIVO
               WHEN OTHER
                   MOVE 'MOTIVO NAO CLASSIFICADO' TO DET-MOTIVO
           END-EVALUATE
