      *-----------------------------------------------------
      *    AVISO.CPY
      *    LAYOUT DO REGISTRO DE PREFERENCIA DE AVISO DO CLIENTE
      *    (NOTPREF), CHAVEADO POR CLIENTE. GUARDA O VALOR A
      *    PARTIR DO QUAL UM DEBITO NA CONTA E AVISADO AO
      *    CLIENTE. SEM REGISTRO VALE O VALOR PADRAO DO
      *    PARAMETRO NOTPARM. DATA E OPERADOR DA ULTIMA
      *    ALTERACAO FICAM NO PROPRIO REGISTRO.
      * 2026-10-15 IVN - CRIADO, MANTIDO NA TELA DE CONTATOS DO
      *            CLIENTES.COB E LIDO PELO AVISO AO CLIENTE
      *            (COB80-NOTIFICA).
      *-----------------------------------------------------
       01  AVISO-REC.
           05 AVI-CLIENTE          PIC 9(06).
           05 AVI-VALOR-DEBITO     PIC 9(09)V99.
           05 AVI-DATA             PIC 9(08).
           05 AVI-OPERADOR         PIC X(20).
