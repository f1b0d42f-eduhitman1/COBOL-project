       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB86-MASCARA.
      ********************************
      *OBJETIVO : COPIA MASCARADA DOS MESTRES DE PRODUCAO PARA O
      *           AMBIENTE DE TESTE (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO JOB CLIMASC.
      *            GERA A PARTIR DO CLIMAST, CTAMAST, CONTATO,
      *            COTITUL E MOVHIST DE PRODUCAO UM CONJUNTO
      *            MASCARADO PARA A LPAR DE TESTE: NOME, ENDERECO,
      *            TELEFONE E E-MAIL VIRAM VALORES FICTICIOS
      *            PLAUSIVEIS E O CPF/CNPJ VIRA UM DOCUMENTO NOVO COM
      *            DIGITO VERIFICADOR VALIDO (CONFERIDO PELO
      *            COB15-VALIDADOC), MANTENDO PESSOA FISICA OU
      *            JURIDICA. TUDO E DERIVADO DO NUMERO DO CLIENTE,
      *            QUE NAO MUDA: O MESMO CLIENTE RECEBE SEMPRE OS
      *            MESMOS VALORES, AS CHAVES DO CTAMAST, COTITUL E
      *            MOVHIST CONTINUAM BATENDO E DOIS CLIENTES NAO
      *            RECEBEM O MESMO DOCUMENTO. SALDOS E VALORES NAO
      *            SAO ALTERADOS. O RELATORIO TRAZ A INTEGRIDADE
      *            REFERENCIAL (CONTA SEM CLIENTE, CONTATO SEM
      *            CLIENTE, CO-TITULAR SEM CONTA OU SEM CLIENTE,
      *            HISTORICO SEM CONTA) E OS TOTAIS DE CONTROLE
      *            (QUANTIDADES, SOMA DOS SALDOS, DEBITOS E
      *            CREDITOS) DA PRODUCAO E DO CONJUNTO MASCARADO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CLI-NUMERO OF CLIENTE-REC
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT CLIENTE-MASCARA ASSIGN TO "CLIMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO OF MSK-CLI-REC
               ALTERNATE RECORD KEY IS CLI-NOME OF MSK-CLI-REC
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLI-CPF-CNPJ OF MSK-CLI-REC
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-CLI-MASC.

           SELECT CONTA-MASTER ASSIGN TO "CTAMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CTA-CHAVE OF CONTA-REC
               FILE STATUS IS WRK-FS-CONTA.

           SELECT CONTA-MASCARA ASSIGN TO "CTAMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTA-CHAVE OF MSK-CTA-REC
               FILE STATUS IS WRK-FS-CTA-MASC.

           SELECT ARQ-CONTATO ASSIGN TO "CONTATO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CHAVE OF CONTATO-REC
               FILE STATUS IS WRK-FS-CONTATO.

           SELECT CONTATO-MASCARA ASSIGN TO "CONMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CON-CHAVE OF MSK-CON-REC
               FILE STATUS IS WRK-FS-CON-MASC.

           SELECT ARQ-COTITULAR ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE OF COTITULAR-REC
               FILE STATUS IS WRK-FS-COTITULAR.

           SELECT COTITULAR-MASCARA ASSIGN TO "COTMASK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE OF MSK-COT-REC
               FILE STATUS IS WRK-FS-COT-MASC.

           SELECT ARQ-HISTORICO ASSIGN TO "MOVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HISTORICO.

           SELECT HISTORICO-MASCARA ASSIGN TO "MOVMASK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-HIS-MASC.

           SELECT RELATORIO ASSIGN TO "RELMASC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  CLIENTE-MASCARA.
           COPY CLIENTE REPLACING ==CLIENTE-REC== BY ==MSK-CLI-REC==.

       FD  CONTA-MASTER.
           COPY CONTA.

       FD  CONTA-MASCARA.
           COPY CONTA REPLACING ==CONTA-REC== BY ==MSK-CTA-REC==.

       FD  ARQ-CONTATO.
           COPY CONTATO.

       FD  CONTATO-MASCARA.
           COPY CONTATO REPLACING ==CONTATO-REC== BY ==MSK-CON-REC==.

       FD  ARQ-COTITULAR.
           COPY COTITULAR.

       FD  COTITULAR-MASCARA.
           COPY COTITULAR REPLACING ==COTITULAR-REC==
                                 BY ==MSK-COT-REC==.

       FD  ARQ-HISTORICO.
           COPY MOVHIST.

       FD  HISTORICO-MASCARA.
           COPY MOVHIST REPLACING ==MOV-HIS-REC== BY ==MSK-HIS-REC==.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-CLI-MASC         PIC X(02) VALUE '00'.
       77  WRK-FS-CONTA            PIC X(02) VALUE '00'.
       77  WRK-FS-CTA-MASC         PIC X(02) VALUE '00'.
       77  WRK-FS-CONTATO          PIC X(02) VALUE '00'.
       77  WRK-FS-CON-MASC         PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR        PIC X(02) VALUE '00'.
       77  WRK-FS-COT-MASC         PIC X(02) VALUE '00'.
       77  WRK-FS-HISTORICO        PIC X(02) VALUE '00'.
       77  WRK-FS-HIS-MASC         PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-ACHOU               PIC X(01) VALUE 'N'.
           88 ACHOU                VALUE 'S'.
       77  WRK-DOC-VALIDO          PIC X(01) VALUE 'N'.
       77  WRK-BASE                PIC 9(09) VALUE ZEROS.
       77  WRK-SOMA                PIC 9(04) VALUE ZEROS.
       77  WRK-RESTO               PIC 9(02) VALUE ZEROS.
       77  WRK-DV                  PIC 9(02) VALUE ZEROS.
       77  WRK-I                   PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-NOME            PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-SOBRE1          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-SOBRE2          PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-RUA             PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-RAMO            PIC 9(02) VALUE ZEROS.
       77  WRK-NUM-PREDIO          PIC 9(04) VALUE ZEROS.
       77  WRK-NUM-PREDIO-EDT      PIC ZZZ9.
       77  WRK-CEP-RAIZ            PIC 9(05) VALUE ZEROS.
       77  WRK-PRIMEIRO-NOME       PIC X(30) VALUE SPACES.

      *    CONTADORES E TOTAIS DE CONTROLE (PRODUCAO X MASCARADO)
       77  WRK-CLI-LIDOS           PIC 9(07) VALUE ZEROS.
       77  WRK-CLI-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CLI-MASCARADOS      PIC 9(07) VALUE ZEROS.
       77  WRK-CLI-ANONIMIZADOS    PIC 9(07) VALUE ZEROS.
       77  WRK-DOC-GERADOS         PIC 9(07) VALUE ZEROS.
       77  WRK-DOC-INVALIDOS       PIC 9(07) VALUE ZEROS.
       77  WRK-CTA-LIDAS           PIC 9(07) VALUE ZEROS.
       77  WRK-CTA-GRAVADAS        PIC 9(07) VALUE ZEROS.
       77  WRK-CTA-ORFAS           PIC 9(07) VALUE ZEROS.
       77  WRK-CTA-SALDO-ORIG      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CTA-SALDO-MASC      PIC S9(13)V99 VALUE ZEROS.
       77  WRK-CON-LIDOS           PIC 9(07) VALUE ZEROS.
       77  WRK-CON-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-CON-ORFAOS          PIC 9(07) VALUE ZEROS.
       77  WRK-COT-LIDOS           PIC 9(07) VALUE ZEROS.
       77  WRK-COT-GRAVADOS        PIC 9(07) VALUE ZEROS.
       77  WRK-COT-SEM-CONTA       PIC 9(07) VALUE ZEROS.
       77  WRK-COT-SEM-CLIENTE     PIC 9(07) VALUE ZEROS.
       77  WRK-HIS-LIDOS           PIC 9(09) VALUE ZEROS.
       77  WRK-HIS-GRAVADOS        PIC 9(09) VALUE ZEROS.
       77  WRK-HIS-ORFAOS          PIC 9(09) VALUE ZEROS.
       77  WRK-HIS-DEB-ORIG        PIC 9(15)V99 VALUE ZEROS.
       77  WRK-HIS-DEB-MASC        PIC 9(15)V99 VALUE ZEROS.
       77  WRK-HIS-CRED-ORIG       PIC 9(15)V99 VALUE ZEROS.
       77  WRK-HIS-CRED-MASC       PIC 9(15)V99 VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).

      *    DOCUMENTO MASCARADO DIGITO A DIGITO PARA O CALCULO DO
      *    DIGITO VERIFICADOR (MESMOS PESOS DO COB15-VALIDADOC)
       01  WRK-DOC                 PIC 9(14) VALUE ZEROS.
       01  WRK-DOC-R REDEFINES WRK-DOC.
           05 WRK-DIG              PIC 9(01) OCCURS 14 TIMES.
       01  WRK-DOC-CPF REDEFINES WRK-DOC.
           05 FILLER               PIC 9(03).
           05 WRK-CPF-BASE         PIC 9(09).
           05 FILLER               PIC 9(02).
       01  WRK-DOC-CNPJ REDEFINES WRK-DOC.
           05 WRK-CNPJ-RAIZ        PIC 9(08).
           05 WRK-CNPJ-FILIAL      PIC 9(04).
           05 FILLER               PIC 9(02).

       01  WRK-PESOS-CNPJ1.
           05 FILLER               PIC X(12) VALUE '543298765432'.
       01  WRK-PESOS-CNPJ1-R REDEFINES WRK-PESOS-CNPJ1.
           05 WRK-PC1              PIC 9(01) OCCURS 12 TIMES.

       01  WRK-PESOS-CNPJ2.
           05 FILLER               PIC X(13) VALUE '6543298765432'.
       01  WRK-PESOS-CNPJ2-R REDEFINES WRK-PESOS-CNPJ2.
           05 WRK-PC2              PIC 9(01) OCCURS 13 TIMES.

      *    TABELAS DE VALORES FICTICIOS. O INDICE DE CADA UMA SAI
      *    DO NUMERO DO CLIENTE, ENTAO O MESMO CLIENTE RECEBE
      *    SEMPRE O MESMO NOME E ENDERECO
       01  WRK-NOMES-SEMENTE.
           05 FILLER PIC X(12) VALUE 'ANA'.
           05 FILLER PIC X(12) VALUE 'BRUNO'.
           05 FILLER PIC X(12) VALUE 'CARLA'.
           05 FILLER PIC X(12) VALUE 'DANIEL'.
           05 FILLER PIC X(12) VALUE 'EDUARDA'.
           05 FILLER PIC X(12) VALUE 'FELIPE'.
           05 FILLER PIC X(12) VALUE 'GABRIELA'.
           05 FILLER PIC X(12) VALUE 'HENRIQUE'.
           05 FILLER PIC X(12) VALUE 'ISABELA'.
           05 FILLER PIC X(12) VALUE 'JOAO'.
           05 FILLER PIC X(12) VALUE 'LARISSA'.
           05 FILLER PIC X(12) VALUE 'MARCOS'.
           05 FILLER PIC X(12) VALUE 'NATALIA'.
           05 FILLER PIC X(12) VALUE 'OTAVIO'.
           05 FILLER PIC X(12) VALUE 'PATRICIA'.
           05 FILLER PIC X(12) VALUE 'RAFAEL'.
           05 FILLER PIC X(12) VALUE 'SILVIA'.
           05 FILLER PIC X(12) VALUE 'TIAGO'.
           05 FILLER PIC X(12) VALUE 'VANESSA'.
           05 FILLER PIC X(12) VALUE 'WAGNER'.
       01  WRK-NOMES-RED REDEFINES WRK-NOMES-SEMENTE.
           05 WRK-NOME-FICT        PIC X(12) OCCURS 20 TIMES.

       01  WRK-SOBRENOMES-SEMENTE.
           05 FILLER PIC X(12) VALUE 'ALMEIDA'.
           05 FILLER PIC X(12) VALUE 'BARBOSA'.
           05 FILLER PIC X(12) VALUE 'CARDOSO'.
           05 FILLER PIC X(12) VALUE 'DIAS'.
           05 FILLER PIC X(12) VALUE 'FERREIRA'.
           05 FILLER PIC X(12) VALUE 'GOMES'.
           05 FILLER PIC X(12) VALUE 'LIMA'.
           05 FILLER PIC X(12) VALUE 'MARTINS'.
           05 FILLER PIC X(12) VALUE 'MOREIRA'.
           05 FILLER PIC X(12) VALUE 'NUNES'.
           05 FILLER PIC X(12) VALUE 'OLIVEIRA'.
           05 FILLER PIC X(12) VALUE 'PEREIRA'.
           05 FILLER PIC X(12) VALUE 'RAMOS'.
           05 FILLER PIC X(12) VALUE 'RIBEIRO'.
           05 FILLER PIC X(12) VALUE 'ROCHA'.
           05 FILLER PIC X(12) VALUE 'SANTOS'.
           05 FILLER PIC X(12) VALUE 'SOUZA'.
           05 FILLER PIC X(12) VALUE 'TEIXEIRA'.
           05 FILLER PIC X(12) VALUE 'VIEIRA'.
           05 FILLER PIC X(12) VALUE 'XAVIER'.
       01  WRK-SOBRENOMES-RED REDEFINES WRK-SOBRENOMES-SEMENTE.
           05 WRK-SOBRENOME-FICT   PIC X(12) OCCURS 20 TIMES.

       01  WRK-RAMOS-SEMENTE.
           05 FILLER PIC X(14) VALUE 'COMERCIO LTDA'.
           05 FILLER PIC X(14) VALUE 'SERVICOS LTDA'.
           05 FILLER PIC X(14) VALUE 'INDUSTRIA S/A'.
           05 FILLER PIC X(14) VALUE 'DISTRIBUIDORA'.
           05 FILLER PIC X(14) VALUE 'TRANSPORTES ME'.
       01  WRK-RAMOS-RED REDEFINES WRK-RAMOS-SEMENTE.
           05 WRK-RAMO-FICT        PIC X(14) OCCURS 5 TIMES.

       01  WRK-RUAS-SEMENTE.
           05 FILLER PIC X(22) VALUE 'RUA DAS ACACIAS'.
           05 FILLER PIC X(22) VALUE 'RUA DOS IPES'.
           05 FILLER PIC X(22) VALUE 'AV DAS PALMEIRAS'.
           05 FILLER PIC X(22) VALUE 'RUA SETE DE SETEMBRO'.
           05 FILLER PIC X(22) VALUE 'RUA QUINZE DE NOVEMBRO'.
           05 FILLER PIC X(22) VALUE 'AV BRASIL'.
           05 FILLER PIC X(22) VALUE 'RUA DAS MANGUEIRAS'.
           05 FILLER PIC X(22) VALUE 'TRAVESSA DOS JASMINS'.
           05 FILLER PIC X(22) VALUE 'RUA DO COMERCIO'.
           05 FILLER PIC X(22) VALUE 'AV DOS ESTADOS'.
       01  WRK-RUAS-RED REDEFINES WRK-RUAS-SEMENTE.
           05 WRK-RUA-FICT         PIC X(22) OCCURS 10 TIMES.

       01  WRK-FONE-FICT.
           05 FILLER               PIC X(06) VALUE '(11) 9'.
           05 FONE-PREFIXO         PIC 9(04).
           05 FILLER               PIC X(01) VALUE '-'.
           05 FONE-SUFIXO          PIC 9(04).
       01  WRK-FONE                PIC 9(08) VALUE ZEROS.
       01  WRK-FONE-R REDEFINES WRK-FONE.
           05 FONE-P1              PIC 9(04).
           05 FONE-P2              PIC 9(04).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(34) VALUE
              'COPIA MASCARADA PARA TESTE'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO-ARQ.
           05 FILLER               PIC X(09) VALUE 'ARQUIVO: '.
           05 HDR-ARQUIVO          PIC X(40).

       01  WRK-LINHA-QTD.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 QTD-ROTULO           PIC X(34).
           05 QTD-VALOR            PIC ZZZ.ZZZ.ZZ9.

       01  WRK-LINHA-VALOR.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 VAL-ROTULO           PIC X(24).
           05 VAL-ORIGEM           PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER               PIC X(01) VALUE SPACE.
           05 VAL-MASCARA          PIC -ZZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.

       01  WRK-LINHA-RESULTADO.
           05 FILLER               PIC X(04) VALUE SPACES.
           05 FILLER               PIC X(20) VALUE
              'INTEGRIDADE........:'.
           05 RES-SITUACAO         PIC X(40).

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-MASCARA-CLIENTES
           PERFORM 3000-COPIA-CONTAS
           PERFORM 4000-MASCARA-CONTATOS
           PERFORM 5000-COPIA-COTITULARES
           PERFORM 6000-COPIA-HISTORICO
           PERFORM 9000-FINALIZE
           STOP RUN.

      *-----------------------------------------------------
      *    ABRE O RELATORIO
      *-----------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1.

      *-----------------------------------------------------
      *    CLIMAST: MASCARA CADA CLIENTE E GRAVA O CLIMASK. O
      *    CLIENTE ANONIMIZADO (LGPD) JA NAO TEM DADO PESSOAL E
      *    VAI COMO ESTA. NO FIM O CLIMASK E REABERTO PARA AS
      *    CONFERENCIAS DOS DEMAIS ARQUIVOS
      *-----------------------------------------------------
       2000-MASCARA-CLIENTES.
           OPEN INPUT CLIENTE-MASTER
           OPEN OUTPUT CLIENTE-MASCARA
           IF WRK-FS-CLIENTE = '00'
               PERFORM 2100-LER-CLIENTE
                   UNTIL WRK-FS-CLIENTE NOT = '00'
               CLOSE CLIENTE-MASTER
           ELSE
               DISPLAY 'CLIMAST NAO ABRIU - STATUS ' WRK-FS-CLIENTE
           END-IF
           CLOSE CLIENTE-MASCARA
           OPEN INPUT CLIENTE-MASCARA.

       2100-LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   ADD 1 TO WRK-CLI-LIDOS
                   IF CLI-ANONIMIZADO OF CLIENTE-REC
                       ADD 1 TO WRK-CLI-ANONIMIZADOS
                   ELSE
                       PERFORM 2200-MASCARA-NOME
                       PERFORM 2300-MASCARA-ENDERECO
                       PERFORM 2400-MASCARA-DOCUMENTO
                       ADD 1 TO WRK-CLI-MASCARADOS
                   END-IF
                   WRITE MSK-CLI-REC FROM CLIENTE-REC
                       INVALID KEY
                           DISPLAY 'CLIMASK RECUSOU O CLIENTE '
                               CLI-NUMERO OF CLIENTE-REC
                       NOT INVALID KEY
                           ADD 1 TO WRK-CLI-GRAVADOS
                   END-WRITE
           END-READ.

      *-----------------------------------------------------
      *    NOME FICTICIO: PESSOA FISICA GANHA NOME E DOIS
      *    SOBRENOMES; PESSOA JURIDICA, DOIS SOBRENOMES E O RAMO
      *-----------------------------------------------------
       2200-MASCARA-NOME.
           COMPUTE WRK-IDX-NOME =
               FUNCTION MOD(CLI-NUMERO OF CLIENTE-REC, 20) + 1
           COMPUTE WRK-IDX-SOBRE1 =
               FUNCTION MOD(FUNCTION INTEGER(
                   CLI-NUMERO OF CLIENTE-REC / 20), 20) + 1
           COMPUTE WRK-IDX-SOBRE2 =
               FUNCTION MOD(FUNCTION INTEGER(
                   CLI-NUMERO OF CLIENTE-REC / 400), 20) + 1
           COMPUTE WRK-IDX-RAMO =
               FUNCTION MOD(CLI-NUMERO OF CLIENTE-REC, 5) + 1
           MOVE SPACES TO CLI-NOME OF CLIENTE-REC
           IF CLI-CPF-CNPJ OF CLIENTE-REC(1:3) = '000'
               STRING WRK-NOME-FICT(WRK-IDX-NOME) DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WRK-SOBRENOME-FICT(WRK-IDX-SOBRE1)
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WRK-SOBRENOME-FICT(WRK-IDX-SOBRE2)
                          DELIMITED BY SPACE
                   INTO CLI-NOME OF CLIENTE-REC
               END-STRING
           ELSE
               STRING WRK-SOBRENOME-FICT(WRK-IDX-SOBRE1)
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WRK-SOBRENOME-FICT(WRK-IDX-SOBRE2)
                          DELIMITED BY SPACE
                      ' ' DELIMITED BY SIZE
                      WRK-RAMO-FICT(WRK-IDX-RAMO) DELIMITED BY '  '
                   INTO CLI-NOME OF CLIENTE-REC
               END-STRING
           END-IF.

      *-----------------------------------------------------
      *    ENDERECO FICTICIO: LOGRADOURO DA TABELA E NUMERO
      *    DERIVADO DO CLIENTE; CIDADE E UF FICAM (NAO
      *    IDENTIFICAM) E O CEP PERDE OS TRES ULTIMOS DIGITOS
      *-----------------------------------------------------
       2300-MASCARA-ENDERECO.
           COMPUTE WRK-IDX-RUA =
               FUNCTION MOD(FUNCTION INTEGER(
                   CLI-NUMERO OF CLIENTE-REC / 7), 10) + 1
           COMPUTE WRK-NUM-PREDIO =
               FUNCTION MOD(CLI-NUMERO OF CLIENTE-REC * 37, 9999) + 1
           MOVE WRK-RUA-FICT(WRK-IDX-RUA)
               TO CLI-END-LOGRADOURO OF CLIENTE-REC
           MOVE WRK-NUM-PREDIO TO WRK-NUM-PREDIO-EDT
           MOVE WRK-NUM-PREDIO-EDT TO CLI-END-NUMERO OF CLIENTE-REC
           IF CLI-END-CEP OF CLIENTE-REC NUMERIC
               DIVIDE CLI-END-CEP OF CLIENTE-REC BY 1000
                   GIVING WRK-CEP-RAIZ
               COMPUTE CLI-END-CEP OF CLIENTE-REC = WRK-CEP-RAIZ * 1000
           ELSE
               MOVE ZEROS TO CLI-END-CEP OF CLIENTE-REC
           END-IF.

      *-----------------------------------------------------
      *    DOCUMENTO NOVO: CPF (TRES ZEROS NA FRENTE, COMO NO
      *    CADASTRO) OU CNPJ DE MATRIZ, COM A BASE EMBARALHADA A
      *    PARTIR DO NUMERO DO CLIENTE (MULTIPLICADOR PRIMO, SEM
      *    COLISAO ENTRE CLIENTES) E OS DOIS DIGITOS CALCULADOS.
      *    DOCUMENTO ZERADO CONTINUA ZERADO
      *-----------------------------------------------------
       2400-MASCARA-DOCUMENTO.
           IF CLI-CPF-CNPJ OF CLIENTE-REC NUMERIC
              AND CLI-CPF-CNPJ OF CLIENTE-REC NOT = ZEROS
               COMPUTE WRK-BASE = FUNCTION MOD(
                   CLI-NUMERO OF CLIENTE-REC * 7919 + 104729,
                   1000000000)
               MOVE ZEROS TO WRK-DOC
               IF CLI-CPF-CNPJ OF CLIENTE-REC(1:3) = '000'
                   MOVE WRK-BASE TO WRK-CPF-BASE
                   PERFORM 2410-CALCULA-DV-CPF
               ELSE
                   MOVE WRK-BASE TO WRK-CNPJ-RAIZ
                   MOVE 1 TO WRK-CNPJ-FILIAL
                   PERFORM 2420-CALCULA-DV-CNPJ
               END-IF
               CALL 'COB15-VALIDADOC' USING WRK-DOC WRK-DOC-VALIDO
               IF WRK-DOC-VALIDO NOT = 'S'
                   ADD 1 TO WRK-DOC-INVALIDOS
                   DISPLAY 'DOCUMENTO MASCARADO INVALIDO - CLIENTE '
                       CLI-NUMERO OF CLIENTE-REC
               END-IF
               MOVE WRK-DOC TO CLI-CPF-CNPJ OF CLIENTE-REC
               ADD 1 TO WRK-DOC-GERADOS
           END-IF.

       2410-CALCULA-DV-CPF.
           MOVE ZEROS TO WRK-SOMA
           PERFORM 2411-SOMA-CPF-DV1
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 9
           PERFORM 2430-CALCULA-DV
           MOVE WRK-DV TO WRK-DIG(13)
           MOVE ZEROS TO WRK-SOMA
           PERFORM 2412-SOMA-CPF-DV2
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 10
           PERFORM 2430-CALCULA-DV
           MOVE WRK-DV TO WRK-DIG(14).

       2411-SOMA-CPF-DV1.
           COMPUTE WRK-SOMA = WRK-SOMA
               + WRK-DIG(WRK-I + 3) * (11 - WRK-I).

       2412-SOMA-CPF-DV2.
           COMPUTE WRK-SOMA = WRK-SOMA
               + WRK-DIG(WRK-I + 3) * (12 - WRK-I).

       2420-CALCULA-DV-CNPJ.
           MOVE ZEROS TO WRK-SOMA
           PERFORM 2421-SOMA-CNPJ-DV1
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 12
           PERFORM 2430-CALCULA-DV
           MOVE WRK-DV TO WRK-DIG(13)
           MOVE ZEROS TO WRK-SOMA
           PERFORM 2422-SOMA-CNPJ-DV2
               VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 13
           PERFORM 2430-CALCULA-DV
           MOVE WRK-DV TO WRK-DIG(14).

       2421-SOMA-CNPJ-DV1.
           COMPUTE WRK-SOMA = WRK-SOMA
               + WRK-DIG(WRK-I) * WRK-PC1(WRK-I).

       2422-SOMA-CNPJ-DV2.
           COMPUTE WRK-SOMA = WRK-SOMA
               + WRK-DIG(WRK-I) * WRK-PC2(WRK-I).

       2430-CALCULA-DV.
           MOVE FUNCTION MOD(WRK-SOMA, 11) TO WRK-RESTO
           IF WRK-RESTO < 2
               MOVE ZEROS TO WRK-DV
           ELSE
               COMPUTE WRK-DV = 11 - WRK-RESTO
           END-IF.

      *-----------------------------------------------------
      *    CTAMAST: SEM DADO PESSOAL, VAI COMO ESTA. CONFERE O
      *    CLIENTE NO CLIMASK E SOMA OS SALDOS DOS DOIS LADOS. NO
      *    FIM O CTAMASK E REABERTO PARA AS CONFERENCIAS
      *-----------------------------------------------------
       3000-COPIA-CONTAS.
           OPEN INPUT CONTA-MASTER
           OPEN OUTPUT CONTA-MASCARA
           IF WRK-FS-CONTA = '00'
               PERFORM 3100-LER-CONTA
                   UNTIL WRK-FS-CONTA NOT = '00'
               CLOSE CONTA-MASTER
           ELSE
               DISPLAY 'CTAMAST NAO ABRIU - STATUS ' WRK-FS-CONTA
           END-IF
           CLOSE CONTA-MASCARA
           OPEN INPUT CONTA-MASCARA.

       3100-LER-CONTA.
           READ CONTA-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTA
               NOT AT END
                   ADD 1 TO WRK-CTA-LIDAS
                   ADD CTA-SALDO OF CONTA-REC TO WRK-CTA-SALDO-ORIG
                   MOVE CTA-CLIENTE OF CONTA-REC
                       TO CLI-NUMERO OF MSK-CLI-REC
                   PERFORM 8100-PROCURA-CLIENTE
                   IF NOT ACHOU
                       ADD 1 TO WRK-CTA-ORFAS
                   END-IF
                   MOVE CONTA-REC TO MSK-CTA-REC
                   ADD CTA-SALDO OF MSK-CTA-REC TO WRK-CTA-SALDO-MASC
                   WRITE MSK-CTA-REC
                       INVALID KEY
                           SUBTRACT CTA-SALDO OF CONTA-REC
                               FROM WRK-CTA-SALDO-MASC
                       NOT INVALID KEY
                           ADD 1 TO WRK-CTA-GRAVADAS
                   END-WRITE
           END-READ.

      *-----------------------------------------------------
      *    CONTATO: TELEFONE E E-MAIL FICTICIOS DERIVADOS DO
      *    CLIENTE E DA SEQUENCIA; O E-MAIL USA O PRIMEIRO NOME
      *    JA MASCARADO DO CLIENTE NO CLIMASK
      *-----------------------------------------------------
       4000-MASCARA-CONTATOS.
           OPEN INPUT ARQ-CONTATO
           OPEN OUTPUT CONTATO-MASCARA
           IF WRK-FS-CONTATO = '00'
               PERFORM 4100-LER-CONTATO
                   UNTIL WRK-FS-CONTATO NOT = '00'
               CLOSE ARQ-CONTATO
           ELSE
               DISPLAY 'CONTATO NAO ABRIU - STATUS ' WRK-FS-CONTATO
           END-IF
           CLOSE CONTATO-MASCARA.

       4100-LER-CONTATO.
           READ ARQ-CONTATO NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CONTATO
               NOT AT END
                   ADD 1 TO WRK-CON-LIDOS
                   MOVE CON-CLIENTE OF CONTATO-REC
                       TO CLI-NUMERO OF MSK-CLI-REC
                   PERFORM 8100-PROCURA-CLIENTE
                   IF NOT ACHOU
                       ADD 1 TO WRK-CON-ORFAOS
                   END-IF
                   PERFORM 4200-MASCARA-VALOR
                   WRITE MSK-CON-REC FROM CONTATO-REC
                       INVALID KEY
                           DISPLAY 'CONMASK RECUSOU O CONTATO '
                               CON-CHAVE OF CONTATO-REC
                       NOT INVALID KEY
                           ADD 1 TO WRK-CON-GRAVADOS
                   END-WRITE
           END-READ.

       4200-MASCARA-VALOR.
           MOVE SPACES TO CON-VALOR OF CONTATO-REC
           IF CON-TIPO-EMAIL OF CONTATO-REC
               MOVE 'CLIENTE' TO WRK-PRIMEIRO-NOME
               IF ACHOU AND CLI-NOME OF MSK-CLI-REC NOT = SPACES
                   UNSTRING CLI-NOME OF MSK-CLI-REC DELIMITED BY SPACE
                       INTO WRK-PRIMEIRO-NOME
                   END-UNSTRING
               END-IF
               STRING WRK-PRIMEIRO-NOME DELIMITED BY SPACE
                      '.' DELIMITED BY SIZE
                      CON-CLIENTE OF CONTATO-REC DELIMITED BY SIZE
                      CON-SEQUENCIA OF CONTATO-REC DELIMITED BY SIZE
                      '@EXEMPLO.COM.BR' DELIMITED BY SIZE
                   INTO CON-VALOR OF CONTATO-REC
               END-STRING
           ELSE
               COMPUTE WRK-FONE = FUNCTION MOD(
                   CON-CLIENTE OF CONTATO-REC * 9973
                   + CON-SEQUENCIA OF CONTATO-REC * 131, 100000000)
               MOVE FONE-P1 TO FONE-PREFIXO
               MOVE FONE-P2 TO FONE-SUFIXO
               MOVE WRK-FONE-FICT TO CON-VALOR OF CONTATO-REC
           END-IF.

      *-----------------------------------------------------
      *    COTITUL: SEM DADO PESSOAL, VAI COMO ESTA. CONFERE A
      *    CONTA NO CTAMASK E O CO-TITULAR NO CLIMASK
      *-----------------------------------------------------
       5000-COPIA-COTITULARES.
           OPEN INPUT ARQ-COTITULAR
           OPEN OUTPUT COTITULAR-MASCARA
           IF WRK-FS-COTITULAR = '00'
               PERFORM 5100-LER-COTITULAR
                   UNTIL WRK-FS-COTITULAR NOT = '00'
               CLOSE ARQ-COTITULAR
           ELSE
               DISPLAY 'COTITUL NAO ABRIU - STATUS ' WRK-FS-COTITULAR
           END-IF
           CLOSE COTITULAR-MASCARA.

       5100-LER-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   ADD 1 TO WRK-COT-LIDOS
                   MOVE COT-CLIENTE OF COTITULAR-REC
                       TO CTA-CLIENTE OF MSK-CTA-REC
                   MOVE COT-SEQUENCIA OF COTITULAR-REC
                       TO CTA-SEQUENCIA OF MSK-CTA-REC
                   PERFORM 8200-PROCURA-CONTA
                   IF NOT ACHOU
                       ADD 1 TO WRK-COT-SEM-CONTA
                   END-IF
                   MOVE COT-COTITULAR OF COTITULAR-REC
                       TO CLI-NUMERO OF MSK-CLI-REC
                   PERFORM 8100-PROCURA-CLIENTE
                   IF NOT ACHOU
                       ADD 1 TO WRK-COT-SEM-CLIENTE
                   END-IF
                   WRITE MSK-COT-REC FROM COTITULAR-REC
                       INVALID KEY
                           DISPLAY 'COTMASK RECUSOU O CO-TITULAR '
                               COT-CHAVE OF COTITULAR-REC
                       NOT INVALID KEY
                           ADD 1 TO WRK-COT-GRAVADOS
                   END-WRITE
           END-READ.

      *-----------------------------------------------------
      *    MOVHIST: SEM DADO PESSOAL, VAI COMO ESTA. CONFERE A
      *    CONTA NO CTAMASK E SOMA DEBITOS E CREDITOS
      *-----------------------------------------------------
       6000-COPIA-HISTORICO.
           OPEN INPUT ARQ-HISTORICO
           OPEN OUTPUT HISTORICO-MASCARA
           IF WRK-FS-HISTORICO = '00'
               PERFORM 6100-LER-HISTORICO
                   UNTIL WRK-FS-HISTORICO NOT = '00'
               CLOSE ARQ-HISTORICO
           ELSE
               DISPLAY 'MOVHIST NAO ABRIU - STATUS ' WRK-FS-HISTORICO
           END-IF
           CLOSE HISTORICO-MASCARA.

       6100-LER-HISTORICO.
           READ ARQ-HISTORICO
               AT END
                   MOVE '10' TO WRK-FS-HISTORICO
               NOT AT END
                   ADD 1 TO WRK-HIS-LIDOS
                   IF MHS-DEBITO OF MOV-HIS-REC
                       ADD MHS-VALOR OF MOV-HIS-REC TO WRK-HIS-DEB-ORIG
                   ELSE
                       ADD MHS-VALOR OF MOV-HIS-REC
                           TO WRK-HIS-CRED-ORIG
                   END-IF
                   MOVE MHS-CLIENTE OF MOV-HIS-REC
                       TO CTA-CLIENTE OF MSK-CTA-REC
                   MOVE MHS-SEQUENCIA OF MOV-HIS-REC
                       TO CTA-SEQUENCIA OF MSK-CTA-REC
                   PERFORM 8200-PROCURA-CONTA
                   IF NOT ACHOU
                       ADD 1 TO WRK-HIS-ORFAOS
                   END-IF
                   MOVE MOV-HIS-REC TO MSK-HIS-REC
                   IF MHS-DEBITO OF MSK-HIS-REC
                       ADD MHS-VALOR OF MSK-HIS-REC TO WRK-HIS-DEB-MASC
                   ELSE
                       ADD MHS-VALOR OF MSK-HIS-REC
                           TO WRK-HIS-CRED-MASC
                   END-IF
                   WRITE MSK-HIS-REC
                   ADD 1 TO WRK-HIS-GRAVADOS
           END-READ.

      *-----------------------------------------------------
      *    PROCURA NO CLIMASK O CLIENTE DA CHAVE JA MONTADA
      *-----------------------------------------------------
       8100-PROCURA-CLIENTE.
           MOVE 'S' TO WRK-ACHOU
           READ CLIENTE-MASCARA
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
                   MOVE SPACES TO CLI-NOME OF MSK-CLI-REC
           END-READ.

      *-----------------------------------------------------
      *    PROCURA NO CTAMASK A CONTA DA CHAVE JA MONTADA
      *-----------------------------------------------------
       8200-PROCURA-CONTA.
           MOVE 'S' TO WRK-ACHOU
           READ CONTA-MASCARA
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU
           END-READ.

      *-----------------------------------------------------
      *    IMPRIME A INTEGRIDADE E OS TOTAIS DE CONTROLE DE
      *    CADA ARQUIVO E FECHA OS MASCARADOS AINDA ABERTOS
      *-----------------------------------------------------
       9000-FINALIZE.
           MOVE 'CLIMAST -> CLIMASK' TO HDR-ARQUIVO
           PERFORM 9100-CABECALHO-ARQUIVO
           MOVE 'REGISTROS LIDOS..................:' TO QTD-ROTULO
           MOVE WRK-CLI-LIDOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'REGISTROS GRAVADOS...............:' TO QTD-ROTULO
           MOVE WRK-CLI-GRAVADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CLIENTES MASCARADOS..............:' TO QTD-ROTULO
           MOVE WRK-CLI-MASCARADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'JA ANONIMIZADOS (COPIADOS).......:' TO QTD-ROTULO
           MOVE WRK-CLI-ANONIMIZADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CPF/CNPJ GERADOS.................:' TO QTD-ROTULO
           MOVE WRK-DOC-GERADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CPF/CNPJ RECUSADOS PELO COB15....:' TO QTD-ROTULO
           MOVE WRK-DOC-INVALIDOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           IF WRK-CLI-LIDOS = WRK-CLI-GRAVADOS
              AND WRK-DOC-INVALIDOS = ZEROS
               MOVE 'OK' TO RES-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO RES-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-RESULTADO

           MOVE 'CTAMAST -> CTAMASK' TO HDR-ARQUIVO
           PERFORM 9100-CABECALHO-ARQUIVO
           MOVE 'REGISTROS LIDOS..................:' TO QTD-ROTULO
           MOVE WRK-CTA-LIDAS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'REGISTROS GRAVADOS...............:' TO QTD-ROTULO
           MOVE WRK-CTA-GRAVADAS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CONTAS SEM CLIENTE...............:' TO QTD-ROTULO
           MOVE WRK-CTA-ORFAS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'SOMA DOS SALDOS........:' TO VAL-ROTULO
           MOVE WRK-CTA-SALDO-ORIG TO VAL-ORIGEM
           MOVE WRK-CTA-SALDO-MASC TO VAL-MASCARA
           WRITE REL-LINHA FROM WRK-LINHA-VALOR
           IF WRK-CTA-LIDAS = WRK-CTA-GRAVADAS
              AND WRK-CTA-ORFAS = ZEROS
              AND WRK-CTA-SALDO-ORIG = WRK-CTA-SALDO-MASC
               MOVE 'OK' TO RES-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO RES-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-RESULTADO

           MOVE 'CONTATO -> CONMASK' TO HDR-ARQUIVO
           PERFORM 9100-CABECALHO-ARQUIVO
           MOVE 'REGISTROS LIDOS..................:' TO QTD-ROTULO
           MOVE WRK-CON-LIDOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'REGISTROS GRAVADOS...............:' TO QTD-ROTULO
           MOVE WRK-CON-GRAVADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CONTATOS SEM CLIENTE.............:' TO QTD-ROTULO
           MOVE WRK-CON-ORFAOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           IF WRK-CON-LIDOS = WRK-CON-GRAVADOS
              AND WRK-CON-ORFAOS = ZEROS
               MOVE 'OK' TO RES-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO RES-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-RESULTADO

           MOVE 'COTITUL -> COTMASK' TO HDR-ARQUIVO
           PERFORM 9100-CABECALHO-ARQUIVO
           MOVE 'REGISTROS LIDOS..................:' TO QTD-ROTULO
           MOVE WRK-COT-LIDOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'REGISTROS GRAVADOS...............:' TO QTD-ROTULO
           MOVE WRK-COT-GRAVADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CO-TITULARIDADES SEM CONTA.......:' TO QTD-ROTULO
           MOVE WRK-COT-SEM-CONTA TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'CO-TITULARES SEM CLIENTE.........:' TO QTD-ROTULO
           MOVE WRK-COT-SEM-CLIENTE TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           IF WRK-COT-LIDOS = WRK-COT-GRAVADOS
              AND WRK-COT-SEM-CONTA = ZEROS
              AND WRK-COT-SEM-CLIENTE = ZEROS
               MOVE 'OK' TO RES-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO RES-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-RESULTADO

           MOVE 'MOVHIST -> MOVMASK' TO HDR-ARQUIVO
           PERFORM 9100-CABECALHO-ARQUIVO
           MOVE 'REGISTROS LIDOS..................:' TO QTD-ROTULO
           MOVE WRK-HIS-LIDOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'REGISTROS GRAVADOS...............:' TO QTD-ROTULO
           MOVE WRK-HIS-GRAVADOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'LANCAMENTOS SEM CONTA............:' TO QTD-ROTULO
           MOVE WRK-HIS-ORFAOS TO QTD-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-QTD
           MOVE 'SOMA DOS DEBITOS.......:' TO VAL-ROTULO
           MOVE WRK-HIS-DEB-ORIG TO VAL-ORIGEM
           MOVE WRK-HIS-DEB-MASC TO VAL-MASCARA
           WRITE REL-LINHA FROM WRK-LINHA-VALOR
           MOVE 'SOMA DOS CREDITOS......:' TO VAL-ROTULO
           MOVE WRK-HIS-CRED-ORIG TO VAL-ORIGEM
           MOVE WRK-HIS-CRED-MASC TO VAL-MASCARA
           WRITE REL-LINHA FROM WRK-LINHA-VALOR
           IF WRK-HIS-LIDOS = WRK-HIS-GRAVADOS
              AND WRK-HIS-ORFAOS = ZEROS
              AND WRK-HIS-DEB-ORIG = WRK-HIS-DEB-MASC
              AND WRK-HIS-CRED-ORIG = WRK-HIS-CRED-MASC
               MOVE 'OK' TO RES-SITUACAO
           ELSE
               MOVE 'DIVERGENTE' TO RES-SITUACAO
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-RESULTADO

           CLOSE CLIENTE-MASCARA
           CLOSE CONTA-MASCARA
           CLOSE RELATORIO
           DISPLAY 'CLIENTES MASCARADOS...: ' WRK-CLI-MASCARADOS
           DISPLAY 'CPF/CNPJ RECUSADOS....: ' WRK-DOC-INVALIDOS
           DISPLAY 'CONTAS SEM CLIENTE....: ' WRK-CTA-ORFAS
           DISPLAY 'LANCAMENTOS SEM CONTA.: ' WRK-HIS-ORFAOS.

      *-----------------------------------------------------
      *    LINHA EM BRANCO E CABECALHO DA SECAO DO ARQUIVO
      *-----------------------------------------------------
       9100-CABECALHO-ARQUIVO.
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO-ARQ.
