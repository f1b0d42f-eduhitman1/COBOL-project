      *-----------------------------------------------------
      *    ORDEM.CPY
      *    LAYOUT DO REGISTRO DE ORDEM PERMANENTE (ORDPERM),
      *    CHAVEADO PELA CONTA DE ORIGEM (CLIENTE + SEQUENCIA)
      *    + NUMERO DA ORDEM NA CONTA. A ORDEM DEBITA TODO MES,
      *    NO DIA PEDIDO, O VALOR FIXO NA CONTA DE ORIGEM: TIPO T
      *    TRANSFERE PARA A CONTA DE DESTINO, TIPO D SO DEBITA
      *    (DESTINO ZERADO). DATA FIM ZERADA = SEM FIM.
      *    A OCORRENCIA DO MES (ORD-OCOR-...) NASCE ENVIADA (E)
      *    QUANDO O DEBITO SAI NO MOVTO; DEBITO RECUSADO PELO
      *    LANCAMENTO FICA PENDENTE (P) E E REENVIADO ATE O
      *    PRAZO DE RETENTATIVA, DEPOIS E ABANDONADA E AVISADA A
      *    AGENCIA. ORD-ULT-REFERENCIA (AAAAMM) E O ULTIMO MES
      *    JA GERADO.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA MANUTENCAO DE
      *            CONTAS (COB12-CONTAS) E PELOS PASSOS NOTURNOS DE
      *            GERACAO E BAIXA DAS ORDENS (COB62-ORDENS E
      *            COB63-BAIXA-ORDENS).
      *-----------------------------------------------------
       01  ORDEM-REC.
           05 ORD-CHAVE.
              10 ORD-CLIENTE       PIC 9(06).
              10 ORD-SEQUENCIA     PIC 9(02).
              10 ORD-NUMERO        PIC 9(02).
           05 ORD-TIPO             PIC X(01).
              88 ORD-TRANSFERENCIA VALUE 'T'.
              88 ORD-DEBITO        VALUE 'D'.
              88 ORD-TIPO-VALIDO   VALUES 'T', 'D'.
           05 ORD-CLIENTE-DEST     PIC 9(06).
           05 ORD-SEQ-DEST         PIC 9(02).
           05 ORD-VALOR            PIC 9(09)V99.
           05 ORD-DIA              PIC 9(02).
           05 ORD-DATA-INICIO      PIC 9(08).
           05 ORD-DATA-FIM         PIC 9(08).
           05 ORD-STATUS           PIC X(01).
              88 ORD-ATIVA         VALUE 'A'.
              88 ORD-SUSPENSA      VALUE 'S'.
              88 ORD-CANCELADA     VALUE 'C'.
              88 ORD-FINALIZADA    VALUE 'F'.
           05 ORD-DESCRICAO        PIC X(20).
           05 ORD-ULT-REFERENCIA   PIC 9(06).
           05 ORD-OCORRENCIA.
              10 ORD-OCOR-SITUACAO PIC X(01).
                 88 ORD-SEM-OCORRENCIA VALUE ' '.
                 88 ORD-OCOR-ENVIADA   VALUE 'E'.
                 88 ORD-OCOR-PENDENTE  VALUE 'P'.
              10 ORD-OCOR-REFERENCIA   PIC 9(06).
              10 ORD-OCOR-DATA-PREVISTA PIC 9(08).
              10 ORD-OCOR-DATA-ENVIO   PIC 9(08).
              10 ORD-OCOR-TENTATIVAS   PIC 9(02).
           05 ORD-DATA-ULT-PAGTO   PIC 9(08).
           05 ORD-DATA-CADASTRO    PIC 9(08).
           05 ORD-OPERADOR         PIC X(20).
