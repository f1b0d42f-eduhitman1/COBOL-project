      *            SEM ADMINISTRACAO DE USUARIOS, NIVEL 02 SO
      *            CONSULTAS. RECUSA E GRAVADA NO AUTORIZ.LOG COM
      *            DATA/HORA, NIVEL E TRANSACAO.
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO CLI-EMPREST
      *            (EMPRESTIMOS DO CLIENTE, COB51) PARA OS NIVEIS 01
      *            E 03. INSTALACAO COM AUTORIZ JA SEMEADO RECEBE A
      *            TRANSACAO PELA ADMINISTRACAO (COB40-ADMAUTORIZ).
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO MENU-COAF
      *            (ALERTAS COAF, COB57-ADMCOAF) PARA OS NIVEIS 01
      *            E 03. OUTROS OPERADORES DA COMPLIANCE RECEBEM
      *            POR OVERRIDE NO AUTORIZU.
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO MENU-HISTOR
      *            (TABELA DE HISTORICOS, COB59-ADMHISTOR) PARA O
      *            NIVEL 01.
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO CLI-TITULOS
      *            (TITULOS DE COBRANCA, COB61) PARA OS NIVEIS 01 E
      *            03. INSTALACAO COM AUTORIZ JA SEMEADO RECEBE A
      *            TRANSACAO PELA ADMINISTRACAO (COB40-ADMAUTORIZ).
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO MENU-FERIADOS
      *            (CALENDARIO DE FERIADOS, COB66-ADMFERIADO) PARA O
      *            NIVEL 01.
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO
      *            MENU-RESTRITOS (TRIAGEM RESTRITIVA,
      *            COB72-ADMTRIAGEM) PARA OS NIVEIS 01 E 03. OUTROS
      *            OPERADORES DA COMPLIANCE RECEBEM POR OVERRIDE NO
      *            AUTORIZU.
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO
      *            MENU-SUSPENSO (PENDENCIAS DO LANCAMENTO,
      *            COB85-ADMPENDENCIA) PARA OS NIVEIS 01 E 03.
      * 2026-10-15 IVN - INCLUIDA NA SEMENTE A TRANSACAO CLI-OBITO
      *            (FALECIMENTO E ESPOLIO, COB90-OBITO) PARA OS
      *            NIVEIS 01 E 03.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FILLER PIC X(23) VALUE '01 CLI-UNIFICAR'.
           05 FILLER PIC X(23) VALUE '01 CLI-CONTATOS'.
           05 FILLER PIC X(23) VALUE '01 CLI-APROVAR'.
           05 FILLER PIC X(23) VALUE '01 CLI-EMPREST'.
           05 FILLER PIC X(23) VALUE '01 MENU-COAF'.
           05 FILLER PIC X(23) VALUE '01 MENU-HISTOR'.
           05 FILLER PIC X(23) VALUE '01 CLI-TITULOS'.
           05 FILLER PIC X(23) VALUE '01 MENU-FERIADOS'.
           05 FILLER PIC X(23) VALUE '01 MENU-RESTRITOS'.
           05 FILLER PIC X(23) VALUE '01 MENU-SUSPENSO'.
           05 FILLER PIC X(23) VALUE '01 CLI-OBITO'.
           05 FILLER PIC X(23) VALUE '03 MENU-CLIENTES'.
           05 FILLER PIC X(23) VALUE '03 MENU-DATA'.
           05 FILLER PIC X(23) VALUE '03 MENU-NOME'.
           05 FILLER PIC X(23) VALUE '03 CLI-CONTATOS'.
           05 FILLER PIC X(23) VALUE '03 MENU-CICLO'.
           05 FILLER PIC X(23) VALUE '03 CLI-APROVAR'.
           05 FILLER PIC X(23) VALUE '03 CLI-EMPREST'.
           05 FILLER PIC X(23) VALUE '03 MENU-COAF'.
           05 FILLER PIC X(23) VALUE '03 CLI-TITULOS'.
           05 FILLER PIC X(23) VALUE '03 MENU-RESTRITOS'.
           05 FILLER PIC X(23) VALUE '03 MENU-SUSPENSO'.
           05 FILLER PIC X(23) VALUE '03 CLI-OBITO'.
           05 FILLER PIC X(23) VALUE '02 MENU-CLIENTES'.
           05 FILLER PIC X(23) VALUE '02 MENU-DATA'.
           05 FILLER PIC X(23) VALUE '02 MENU-NOME'.
           05 FILLER PIC X(23) VALUE '02 MENU-CICLO'.
           05 FILLER PIC X(23) VALUE '02 CLI-ALT-CAPTURA'.
       01  WRK-SEMENTES-RED REDEFINES WRK-SEMENTES.
           05 WRK-SEMENTE          PIC X(23) OCCURS 62 TIMES.

       01  WRK-DATA-ATUAL.
           05 WRK-ANO              PIC 9(04).
       1100-SEMEAR-AUTORIZACOES.
           OPEN OUTPUT ARQ-AUTORIZACAO
           PERFORM 1110-GRAVA-SEMENTE
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 62
           CLOSE ARQ-AUTORIZACAO.

      *-----------------------------------------------------
