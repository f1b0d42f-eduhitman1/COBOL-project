      *    PASSADO DA DECISAO DE CREDITO.
      * 2026-08-22 IVN - CRIADO, COMPARTILHADO PELO CLIENTES.COB
      *            E PELO COB28-IMPORTA-SCORE.
      * 2026-10-15 IVN - ORIGEM C = SCORE COMPORTAMENTAL MENSAL
      *            (COB93-SCORE-COMPORT), HISTORICO DAS CONTAS
      *            COMBINADO COM O ULTIMO SCORE DO BUREAU. OPERADOR
      *            'COMPORTAMENTAL', SEM NOTAS DIGITADAS.
      *-----------------------------------------------------
       01  SCORE-HIS-REC.
           05 HIS-DATA             PIC 9(08).
           05 HIS-ORIGEM           PIC X(01).
              88 HIS-ORIGEM-MANUAL VALUE 'M'.
              88 HIS-ORIGEM-BUREAU VALUE 'B'.
              88 HIS-ORIGEM-COMPORT VALUE 'C'.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 HIS-NOTA-PAGAMENTO   PIC 9(02).
           05 FILLER               PIC X(01) VALUE SPACE.
