      *-----------------------------------------------------
      *    MOVREJ.CPY
      *    LAYOUT DA LINHA DO ARQUIVO DE MOVIMENTOS REJEITADOS
      *    NO LANCAMENTO NOTURNO (MOVREJ). O MOVREL CONTINUA
      *    SENDO O RELATORIO; O MOVREJ E A MESMA RECUSA EM FORMA
      *    DE REGISTRO, COM A IMAGEM DO DETALHE DO MOVTO, PARA OS
      *    PASSOS SEGUINTES LEREM SEM PARSEAR RELATORIO. O CODIGO
      *    CLASSIFICA O MOTIVO: L = LIMITE DA CONTA, B = BLOQUEIO
      *    JUDICIAL, D = CONTA DORMENTE, C = CADASTRO (CLIENTE OU
      *    CONTA INEXISTENTE, INATIVO OU ENCERRADO), O = OUTROS.
      * 2026-10-15 IVN - CRIADO, GRAVADO PELO COB24-MOVIMENTO NOS
      *            REJEITOS DE DEBITO, CREDITO E TRANSFERENCIA E
      *            LIDO PELO AVISO AO CLIENTE (COB80-NOTIFICA), QUE
      *            AVISA OS DEBITOS RECUSADOS POR LIMITE OU BLOQUEIO.
      * 2026-10-15 IVN - O COB24 PASSA A GRAVAR TAMBEM OS REJEITOS DA
      *            FASE DE ENTRADA E OS ESTORNOS RECUSADOS, COM OS
      *            CODIGOS NOVOS F = FORMA (FORA DE LOTE, LOTE
      *            RECUSADO, MAL FORMADO), H = HISTORICO RECUSADO E
      *            E = ESTORNO. NA FORMA A IMAGEM E A LINHA DO MOVTO
      *            COMO VEIO, PODENDO NAO SER NUMERICA. O MOVREJ
      *            ALIMENTA O ARQUIVO DE PENDENCIAS (COB83-PENDENCIAS).
      * 2026-10-15 IVN - CODIGO M = DEBITO DE CLIENTE FALECIDO SEM
      *            AUTORIZACAO DA SUPERVISAO PARA O ESPOLIO (ESPAUT).
      *-----------------------------------------------------
       01  MOVREJ-REC.
           05 MRJ-DATA             PIC 9(08).
           05 MRJ-LOTE             PIC 9(03).
           05 MRJ-AGENCIA          PIC 9(04).
           05 MRJ-CODIGO           PIC X(01).
              88 MRJ-LIMITE        VALUE 'L'.
              88 MRJ-BLOQUEIO      VALUE 'B'.
              88 MRJ-DORMENTE      VALUE 'D'.
              88 MRJ-CADASTRO      VALUE 'C'.
              88 MRJ-OUTROS        VALUE 'O'.
              88 MRJ-FORMA         VALUE 'F'.
              88 MRJ-HIST-RECUSADO VALUE 'H'.
              88 MRJ-EST-RECUSADO  VALUE 'E'.
              88 MRJ-FALECIDO      VALUE 'M'.
           05 MRJ-MOTIVO           PIC X(30).
           05 MRJ-MOVIMENTO.
              10 MRJ-CLIENTE       PIC 9(06).
              10 MRJ-SEQUENCIA     PIC 9(02).
              10 MRJ-TIPO          PIC X(01).
                 88 MRJ-DEBITO     VALUE 'D'.
                 88 MRJ-CREDITO    VALUE 'C'.
                 88 MRJ-TRANSF     VALUE 'T'.
                 88 MRJ-ESTORNO    VALUE 'E'.
              10 MRJ-VALOR         PIC 9(09)V99.
              10 MRJ-CLIENTE-DEST  PIC 9(06).
              10 MRJ-SEQ-DEST      PIC 9(02).
              10 MRJ-DATA-VALOR    PIC 9(08).
              10 MRJ-DATA-ORIGINAL PIC 9(08).
              10 MRJ-HISTORICO     PIC 9(04).
