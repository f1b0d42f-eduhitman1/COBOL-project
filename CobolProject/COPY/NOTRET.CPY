      *-----------------------------------------------------
      *    NOTRET.CPY
      *    LAYOUT DO ARQUIVO DE RETORNO DE ENTREGA DOS AVISOS
      *    DEVOLVIDO PELO GATEWAY DE MENSAGENS (NOTRET),
      *    REGISTROS DE 60 POSICOES: H = HEADER (DATA DO
      *    RETORNO), D = DETALHE (IDENTIFICADOR DO AVISO ENVIADO,
      *    SITUACAO E MOTIVO DA FALHA), T = TRAILER (QUANTIDADE
      *    DE DETALHES). SITUACAO: E = ENTREGUE, F = FALHOU
      *    (NUMERO OU E-MAIL INVALIDO, CAIXA CHEIA, RECUSA).
      * 2026-10-15 IVN - CRIADO PARA O RETORNO DOS AVISOS AO
      *            CLIENTE (COB81-RETORNO-NOTIF).
      *-----------------------------------------------------
       01  NOTRET-HEADER.
           05 NRH-TIPO             PIC X(01).
              88 NRH-HEADER        VALUE 'H'.
           05 NRH-DATA             PIC 9(08).
           05 FILLER               PIC X(51).
       01  NOTRET-DETALHE.
           05 NRD-TIPO             PIC X(01).
              88 NRD-DETALHE       VALUE 'D'.
           05 NRD-ID.
              10 NRD-DATA          PIC 9(08).
              10 NRD-SEQ           PIC 9(06).
           05 NRD-SITUACAO         PIC X(01).
              88 NRD-ENTREGUE      VALUE 'E'.
              88 NRD-FALHOU        VALUE 'F'.
           05 NRD-MOTIVO           PIC X(30).
           05 FILLER               PIC X(14).
       01  NOTRET-TRAILER.
           05 NRT-TIPO             PIC X(01).
              88 NRT-TRAILER       VALUE 'T'.
           05 NRT-QTD              PIC 9(06).
           05 FILLER               PIC X(53).
