      *-----------------------------------------------------
      *    DORMENTE.CPY
      *    LAYOUT DO REGISTRO DE CONTA DORMENTE (CTADORM),
      *    CHAVEADO POR CONTA (CLIENTE + SEQUENCIA). A CONTA
      *    ABERTA SEM MOVIMENTO DO CLIENTE HA MAIS DO QUE O
      *    PRAZO DO PARAMETRO GANHA UM REGISTRO COM STATUS D:
      *    O LANCAMENTO NOTURNO RECUSA DEBITO NELA E ACEITA
      *    CREDITO. A REATIVACAO PELA SUPERVISAO NAO APAGA O
      *    REGISTRO: MUDA O STATUS PARA R E GUARDA O OPERADOR E
      *    A DATA, E A DATA DA REATIVACAO PASSA A CONTAR COMO
      *    MOVIMENTO NA APURACAO SEGUINTE.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA APURACAO
      *            MENSAL (COB55-DORMENTE, QUE MARCA), PELO
      *            COB24-MOVIMENTO (CRITICA DE DEBITO) E PELO
      *            COB12-CONTAS (REATIVACAO).
      *-----------------------------------------------------
       01  DORMENTE-REC.
           05 DOR-CHAVE.
              10 DOR-CLIENTE       PIC 9(06).
              10 DOR-SEQUENCIA     PIC 9(02).
           05 DOR-STATUS           PIC X(01).
              88 DOR-DORMENTE      VALUE 'D'.
              88 DOR-REATIVADA     VALUE 'R'.
           05 DOR-DATA-MARCACAO    PIC 9(08).
           05 DOR-ULT-MOVIMENTO    PIC 9(08).
           05 DOR-OPERADOR         PIC X(20).
           05 DOR-DATA-REATIVACAO  PIC 9(08).
