      *-----------------------------------------------------
      *    EQUIPE.CPY
      *    LAYOUT DO CADASTRO DE EQUIPES (EQUIPES): O SUPERVISOR
      *    RESPONSAVEL POR CADA OPERADOR, CHAVEADO PELO LOGIN DO
      *    OPERADOR. MANTIDO PELO ADMINISTRADOR NO
      *    COB11-ADMUSUARIO E LIDO PELA RECERTIFICACAO
      *    TRIMESTRAL DE ACESSOS (COB89-RECERTIFICA), QUE AGRUPA
      *    OS OPERADORES PARA O VISTO DE CADA SUPERVISOR.
      *    OPERADOR SEM REGISTRO FICA NO GRUPO SEM SUPERVISOR,
      *    VISADO PELO ADMINISTRADOR.
      * 2026-10-15 IVN - CRIADO PARA A RECERTIFICACAO DE ACESSOS.
      *-----------------------------------------------------
       01  EQUIPE-REC.
           05 EQP-LOGIN            PIC X(20).
           05 EQP-SUPERVISOR       PIC X(20).
           05 EQP-DATA-ALTER       PIC 9(08).
           05 EQP-ALTERADO-POR     PIC X(20).
