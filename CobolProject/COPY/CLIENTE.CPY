      *            LISTAGEM NOTURNA SAIR QUEBRADA POR AGENCIA E
      *            CADA GERENTE RECEBER SO A PROPRIA CARTEIRA.
      *            AGENCIA ZERADA = REGISTRO ANTERIOR AO CONTROLE.
      * 2026-10-15 IVN - STATUS DO ARQUIVO MORTO (CLIARQ): E =
      *            EXPURGADO PELO COB25-ARQUIVA, COM A DATA DO
      *            EXPURGO EM CLI-DATA-ULT-ALTER; X = ANONIMIZADO
      *            PELA RETENCAO LGPD (COB74-ANONIMIZA). NO
      *            ANONIMIZADO SO FICAM NUMERO, DATAS E AGENCIA, E
      *            A AREA DO ENDERECO (JA APAGADO) PASSA A GUARDAR
      *            A DATA DO EXPURGO E A DATA DA ANONIMIZACAO
      *            (CLI-DADOS-ANONIMIZACAO). NO CLIMAST O STATUS
      *            CONTINUA A OU I.
      * 2026-10-15 IVN - STATUS O = FALECIDO, REGISTRADO PELA
      *            SUPERVISAO NO COB90-OBITO COM A DATA DO OBITO E A
      *            CERTIDAO (ARQUIVO OBITOS, COPY OBITO). O CLIENTE
      *            FALECIDO CONTINUA NO CLIMAST COM AS CONTAS
      *            ABERTAS ATE O FIM DO INVENTARIO; SO RECEBE
      *            DEBITO AUTORIZADO PARA O ESPOLIO (ESPAUT) E SAI
      *            DA MALA DIRETA, DAS CAMPANHAS, DOS AVISOS E DAS
      *            ORDENS PERMANENTES.
      *-----------------------------------------------------
       01  CLIENTE-REC.
           05 CLI-NUMERO          PIC 9(06).
              10 CLI-END-CIDADE     PIC X(20).
              10 CLI-END-UF         PIC X(02).
              10 CLI-END-CEP        PIC 9(08).
           05 CLI-DADOS-ANONIMIZACAO REDEFINES CLI-ENDERECO.
              10 CLI-ANO-DATA-EXPURGO PIC 9(08).
              10 CLI-ANO-DATA       PIC 9(08).
              10 FILLER             PIC X(50).
           05 CLI-STATUS          PIC X(01).
              88 CLI-ATIVO        VALUE 'A'.
              88 CLI-INATIVO      VALUE 'I'.
              88 CLI-EXPURGADO    VALUE 'E'.
              88 CLI-ANONIMIZADO  VALUE 'X'.
              88 CLI-FALECIDO     VALUE 'O'.
           05 CLI-DATA-CADASTRO   PIC 9(08).
           05 CLI-SCORE-CREDITO   PIC 9(02)V9.
           05 CLI-DECISAO-CREDITO PIC X(01).
