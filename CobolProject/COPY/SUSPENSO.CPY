      *-----------------------------------------------------
      *    SUSPENSO.CPY
      *    LAYOUT DO ARQUIVO DE PENDENCIAS DO LANCAMENTO
      *    (MOVSUSP), INDEXADO PELA DATA DO REJEITO + NUMERO DE
      *    ORDEM DO REJEITO NO MOVREJ DAQUELA DATA: A CARGA DA
      *    MESMA NOITE NAO ENTRA DUAS VEZES. CADA PENDENCIA GUARDA
      *    A IMAGEM DO DETALHE DO MOVTO COMO FOI REJEITADO (48
      *    POSICOES, NA FORMA PODENDO NAO SER NUMERICA), O CODIGO
      *    E O MOTIVO DO REJEITO (COPY MOVREJ), O LOTE E A
      *    AGENCIA. A PENDENCIA NASCE PENDENTE (P); A FILIAL
      *    CORRIGE A IMAGEM PELA TELA E A MARCA PARA REENVIO (R)
      *    OU A BAIXA (B) COM O MOTIVO. O REENVIO NOTURNO GRAVA AS
      *    MARCADAS NO MOVTO DO DIA E AS PASSA A ENVIADAS (E).
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA CARGA E AGING
      *            (COB83-PENDENCIAS), PELO REENVIO (COB84-REENVIO) E
      *            PELA TELA DA RETAGUARDA (COB85-ADMPENDENCIA).
      *-----------------------------------------------------
       01  SUSPENSO-REC.
           05 SUS-CHAVE.
              10 SUS-DATA          PIC 9(08).
              10 SUS-NUMERO        PIC 9(06).
           05 SUS-STATUS           PIC X(01).
              88 SUS-PENDENTE      VALUE 'P'.
              88 SUS-REENVIAR      VALUE 'R'.
              88 SUS-ENVIADO       VALUE 'E'.
              88 SUS-BAIXADO       VALUE 'B'.
              88 SUS-EM-ABERTO     VALUE 'P' 'R'.
           05 SUS-AGENCIA          PIC 9(04).
           05 SUS-LOTE             PIC 9(03).
           05 SUS-CODIGO           PIC X(01).
           05 SUS-MOTIVO           PIC X(30).
           05 SUS-MOVIMENTO.
              10 SUS-CLIENTE       PIC 9(06).
              10 SUS-SEQUENCIA     PIC 9(02).
              10 SUS-TIPO          PIC X(01).
                 88 SUS-DEBITO     VALUE 'D'.
                 88 SUS-CREDITO    VALUE 'C'.
                 88 SUS-TRANSF     VALUE 'T'.
                 88 SUS-ESTORNO    VALUE 'E'.
              10 SUS-VALOR         PIC 9(09)V99.
              10 SUS-CLIENTE-DEST  PIC 9(06).
              10 SUS-SEQ-DEST      PIC 9(02).
              10 SUS-DATA-VALOR    PIC 9(08).
              10 SUS-DATA-ORIGINAL PIC 9(08).
              10 SUS-HISTORICO     PIC 9(04).
           05 SUS-IMAGEM REDEFINES SUS-MOVIMENTO
                                   PIC X(48).
           05 SUS-OPERADOR         PIC X(20).
           05 SUS-DATA-SITUACAO    PIC 9(08).
           05 SUS-MOTIVO-BAIXA     PIC X(30).
           05 SUS-DATA-ENVIO       PIC 9(08).
