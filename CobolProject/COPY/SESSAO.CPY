      *-----------------------------------------------------
      *    SESSAO.CPY
      *    LAYOUT DO REGISTRO DE SESSOES ONLINE (SESSOES),
      *    CHAVEADO PELO LOGIN: UMA SESSAO VIVA POR OPERADOR.
      *    GRAVADO PELO COB88-SESSAO NO LOGIN (COB10-USUARIO),
      *    A CADA VOLTA DOS MENUS (COB00-MENU/CLIENTES), NA SAIDA
      *    DO SISTEMA E NA DERRUBADA PELO ADMINISTRADOR
      *    (COB11-ADMUSUARIO). SES-ID (DATA + HORA DE INICIO)
      *    IDENTIFICA A SESSAO: QUEM ENTRA EM OUTRO TERMINAL
      *    REGRAVA O REGISTRO COM OUTRO ID E A SESSAO ANTIGA
      *    PERCEBE NA PROXIMA VOLTA DO MENU.
      * 2026-10-15 IVN - CRIADO PARA O CONTROLE DE SESSAO UNICA E
      *            DE OCIOSIDADE DOS OPERADORES.
      *-----------------------------------------------------
       01  SESSAO-REC.
           05 SES-USUARIO          PIC X(20).
           05 SES-ID.
              10 SES-DATA-INICIO   PIC 9(08).
              10 SES-HORA-INICIO   PIC 9(08).
           05 SES-TERMINAL         PIC X(08).
           05 SES-NIVEL            PIC 9(02).
           05 SES-DATA-ULT-ATIV    PIC 9(08).
           05 SES-HORA-ULT-ATIV    PIC 9(08).
           05 SES-STATUS           PIC X(01).
              88 SES-ATIVA         VALUE 'A'.
              88 SES-ENCERRADA     VALUE 'E'.
              88 SES-EXPIRADA      VALUE 'T'.
              88 SES-DERRUBADA     VALUE 'D'.
           05 SES-DATA-FIM         PIC 9(08).
           05 SES-HORA-FIM         PIC 9(08).
           05 SES-ENCERRADA-POR    PIC X(20).
