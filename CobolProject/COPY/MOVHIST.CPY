      *    DEPENDER DO MOVREL EM PAPEL.
      * 2026-09-02 IVN - CRIADO, COMPARTILHADO PELO COB24 (QUE
      *            GRAVA) E PELO EXTRATO MENSAL (COB33) QUE LE.
      * 2026-10-15 IVN - INCLUIDA NO FIM DA LINHA A AGENCIA DO LOTE
      *            DE ORIGEM DO MOVIMENTO (MHS-AGENCIA-LOTE), PARA
      *            SEPARAR O QUE A PROPRIA CASA LANCA (LOTE INTERNO
      *            9999: ENCARGOS DO COB34, PARCELAS DO COB52) DO
      *            MOVIMENTO DO CLIENTE NA APURACAO DE CONTAS
      *            DORMENTES (COB55-DORMENTE). LINHAS ANTIGAS FICAM
      *            COM O CAMPO EM BRANCO E CONTAM COMO MOVIMENTO
      *            DO CLIENTE.
      * 2026-10-15 IVN - INCLUIDA A ORIGEM DA LINHA (MHS-ORIGEM: T =
      *            PERNA DE TRANSFERENCIA ENTRE CONTAS DA CASA,
      *            BRANCO = DEBITO OU CREDITO AVULSO), PARA O
      *            MONITORAMENTO COAF (COB56-COAF) RECONHECER O
      *            DINHEIRO QUE ENTRA E SAI POR TRANSFERENCIA. A
      *            LINHA PASSA A 52 POSICOES.
      * 2026-10-15 IVN - INCLUIDO O VINCULO DE ESTORNO (MHS-ESTORNO:
      *            E = LINHA QUE ESTORNA UM LANCAMENTO ANTERIOR, R =
      *            LANCAMENTO ESTORNADO, BRANCO = SEM VINCULO) COM A
      *            DATA DA OUTRA PONTA DO PAR (MHS-DATA-VINCULO: NA
      *            LINHA E, A DATA DO ORIGINAL; NA LINHA R, A DATA
      *            DO ESTORNO). AS DUAS LINHAS DO PAR TEM A MESMA
      *            CONTA E O MESMO VALOR E SAO MARCADAS PELO
      *            COB24-MOVIMENTO. A LINHA PASSA A 63 POSICOES.
      * 2026-10-15 IVN - INCLUIDO O CODIGO DE HISTORICO DO MOVIMENTO
      *            (MHS-HISTORICO, TABELA HISTCOD), QUE DA A
      *            DESCRICAO DO EXTRATO E A CONTA DO RAZAO NA
      *            INTERFACE CONTABIL. LINHAS ANTIGAS FICAM COM O
      *            CAMPO EM BRANCO. A LINHA PASSA A 68 POSICOES.
      *-----------------------------------------------------
       01  MOV-HIS-REC.
           05 MHS-DATA             PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MHS-SALDO            PIC S9(09)V99
                                   SIGN LEADING SEPARATE.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MHS-AGENCIA-LOTE     PIC 9(04).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MHS-ORIGEM           PIC X(01).
              88 MHS-TRANSFERENCIA VALUE 'T'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MHS-ESTORNO          PIC X(01).
              88 MHS-LINHA-ESTORNO VALUE 'E'.
              88 MHS-ESTORNADO     VALUE 'R'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MHS-DATA-VINCULO     PIC 9(08).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 MHS-HISTORICO        PIC 9(04).
