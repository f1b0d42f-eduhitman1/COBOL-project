      *-----------------------------------------------------
      *    ESPAUT.CPY
      *    LAYOUT DO REGISTRO DE AUTORIZACAO DE DEBITO DO
      *    ESPOLIO (ESPAUT), CHAVEADO POR CONTA (CLIENTE +
      *    SEQUENCIA) + NUMERO DA AUTORIZACAO NA CONTA. NA CONTA
      *    DE CLIENTE FALECIDO O LANCAMENTO NOTURNO SO ACEITA O
      *    DEBITO QUE TIVER UMA AUTORIZACAO PENDENTE COM O MESMO
      *    VALOR E O MESMO CODIGO DE HISTORICO (DESPESA DO
      *    FUNERAL, ALVARA JUDICIAL, TRIBUTO DO INVENTARIO...).
      *    CADA AUTORIZACAO VALE PARA UM DEBITO SO: O LANCAMENTO
      *    A MARCA COMO UTILIZADA, COM A DATA.
      * 2026-10-15 IVN - CRIADO, MANTIDO PELA SUPERVISAO NO
      *            COB90-OBITO E CONSUMIDO PELO COB24-MOVIMENTO.
      *-----------------------------------------------------
       01  ESPAUT-REC.
           05 ESA-CHAVE.
              10 ESA-CLIENTE       PIC 9(06).
              10 ESA-SEQUENCIA     PIC 9(02).
              10 ESA-NUMERO        PIC 9(03).
           05 ESA-VALOR            PIC 9(09)V99.
           05 ESA-HISTORICO        PIC 9(04).
           05 ESA-SITUACAO         PIC X(01).
              88 ESA-PENDENTE      VALUE 'A'.
              88 ESA-UTILIZADA     VALUE 'U'.
              88 ESA-CANCELADA     VALUE 'C'.
           05 ESA-FINALIDADE       PIC X(30).
           05 ESA-SUPERVISOR       PIC X(20).
           05 ESA-DATA-AUT         PIC 9(08).
           05 ESA-DATA-USO         PIC 9(08).
