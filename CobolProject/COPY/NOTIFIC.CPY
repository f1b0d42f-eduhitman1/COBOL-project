      *-----------------------------------------------------
      *    NOTIFIC.CPY
      *    LAYOUT DO ARQUIVO DE AVISOS AO CLIENTE ENTREGUE AO
      *    GATEWAY DE MENSAGENS (NOTIFIC), REGISTROS DE 150
      *    POSICOES: H = HEADER (DATA DE NEGOCIO), D = DETALHE
      *    (UM AVISO PARA UM CONTATO), T = TRAILER (QUANTIDADE
      *    DE DETALHES). O IDENTIFICADOR DO AVISO (DATA +
      *    SEQUENCIA) VOLTA NO ARQUIVO DE RETORNO DO GATEWAY
      *    (COPY NOTRET). EVENTOS: DA = DEBITO ACIMA DO VALOR DE
      *    AVISO, DR = DEBITO RECUSADO (LIMITE OU BLOQUEIO
      *    JUDICIAL), BJ = BLOQUEIO JUDICIAL NOVO, SN = SALDO
      *    NEGATIVO, AC = ENDERECO OU CONTATO ALTERADO. CANAL:
      *    F = TELEFONE (SMS), E = E-MAIL. O DETALHE TAMBEM E
      *    GUARDADO NO HISTORICO DE AVISOS (NOTIFHIS).
      * 2026-10-15 IVN - CRIADO PARA O AVISO AO CLIENTE
      *            (COB80-NOTIFICA E COB81-RETORNO-NOTIF).
      *-----------------------------------------------------
       01  NTF-HEADER.
           05 NTH-TIPO             PIC X(01).
              88 NTH-HEADER        VALUE 'H'.
           05 NTH-DATA             PIC 9(08).
           05 FILLER               PIC X(141).
       01  NTF-DETALHE.
           05 NTD-TIPO             PIC X(01).
              88 NTD-DETALHE       VALUE 'D'.
           05 NTD-ID.
              10 NTD-DATA          PIC 9(08).
              10 NTD-SEQ           PIC 9(06).
           05 NTD-EVENTO           PIC X(02).
              88 NTD-DEBITO-ALTO   VALUE 'DA'.
              88 NTD-DEBITO-RECUS  VALUE 'DR'.
              88 NTD-BLOQUEIO      VALUE 'BJ'.
              88 NTD-SALDO-NEG     VALUE 'SN'.
              88 NTD-CADASTRO      VALUE 'AC'.
           05 NTD-CANAL            PIC X(01).
              88 NTD-CANAL-FONE    VALUE 'F'.
              88 NTD-CANAL-EMAIL   VALUE 'E'.
           05 NTD-DESTINO          PIC X(40).
           05 NTD-CLIENTE          PIC 9(06).
           05 NTD-SEQUENCIA        PIC 9(02).
           05 NTD-CON-SEQ          PIC 9(02).
           05 NTD-AGENCIA          PIC 9(04).
           05 NTD-VALOR            PIC 9(09)V99.
           05 NTD-MENSAGEM         PIC X(60).
           05 FILLER               PIC X(07).
       01  NTF-TRAILER.
           05 NTT-TIPO             PIC X(01).
              88 NTT-TRAILER       VALUE 'T'.
           05 NTT-QTD              PIC 9(06).
           05 FILLER               PIC X(143).
