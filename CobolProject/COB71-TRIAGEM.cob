       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB71-TRIAGEM.
      ********************************
      *OBJETIVO : TRIAGEM NOTURNA DOS CLIENTES E CO-TITULARES
      *           CONTRA O CADASTRO DE PESSOAS RESTRITAS (SANCOES
      *           E PEP) (BATCH)
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, PASSO DO CICLO NOTURNO
      *            APOS A CARGA DA LISTA (COB70-CARGA-RESTRITOS).
      *            ATE AQUI NINGUEM SABIA SE UM CLIENTE ESTAVA NA
      *            LISTA DE SANCOES OU ERA PEP ANTES DE A AUDITORIA
      *            PERGUNTAR. PASSA OS CLIENTES ATIVOS DO CLIMAST E
      *            OS CO-TITULARES DO COTITUL CUJO CADASTRO ESTA
      *            INATIVO (OS ATIVOS JA FORAM TRIADOS COMO
      *            CLIENTE) PELO RESTRIT (COPY RESTRITO): CPF/CNPJ
      *            IGUAL E ACERTO POR DOCUMENTO; NOME NORMALIZADO
      *            (COB69-NORMALIZA) IGUAL COM OUTRO DOCUMENTO E
      *            POSSIVEL ACERTO POR NOME. CADA ACERTO NOVO VAI
      *            PARA A FILA DE REVISAO DA COMPLIANCE (TRIAGEM,
      *            COPY TRIAGEM), PENDENTE PARA A TELA
      *            COB72-ADMTRIAGEM, E SAI NO RELATORIO RELTRIAG.
      *            ACERTO JA NA FILA (PENDENTE OU JA ANALISADO) NAO
      *            ENTRA DE NOVO, SO E CONTADO.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           COPY LOCALE.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE-MASTER ASSIGN TO "CLIMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CLI-NUMERO
               FILE STATUS IS WRK-FS-CLIENTE.

           SELECT ARQ-COTITULAR ASSIGN TO "COTITUL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS COT-CHAVE
               FILE STATUS IS WRK-FS-COTITULAR.

           SELECT ARQ-RESTRITOS ASSIGN TO "RESTRIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               ALTERNATE RECORD KEY IS RES-NOME-NORM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-RESTRITOS.

           SELECT ARQ-TRIAGEM ASSIGN TO "TRIAGEM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRI-CHAVE
               FILE STATUS IS WRK-FS-TRIAGEM.

           SELECT RELATORIO ASSIGN TO "RELTRIAG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELATORIO.

       DATA DIVISION.
       FILE SECTION.
       FD  CLIENTE-MASTER.
           COPY CLIENTE.

       FD  ARQ-COTITULAR.
           COPY COTITULAR.

       FD  ARQ-RESTRITOS.
           COPY RESTRITO.

       FD  ARQ-TRIAGEM.
           COPY TRIAGEM.

       FD  RELATORIO.
       01  REL-LINHA               PIC X(80).

       WORKING-STORAGE SECTION.
       77  WRK-CICLO-PASSO         PIC X(08) VALUE 'TRIAGEM'.
       77  WRK-CICLO-FUNCAO        PIC X(01) VALUE 'I'.
       77  WRK-CICLO-RC            PIC 9(02) VALUE ZEROS.
       77  WRK-CICLO-ACAO          PIC X(01) VALUE 'E'.
           88 CICLO-PULAR          VALUE 'P'.
       77  WRK-FS-CLIENTE          PIC X(02) VALUE '00'.
       77  WRK-FS-COTITULAR        PIC X(02) VALUE '00'.
       77  WRK-FS-RESTRITOS        PIC X(02) VALUE '00'.
       77  WRK-FS-TRIAGEM          PIC X(02) VALUE '00'.
       77  WRK-FS-RELATORIO        PIC X(02) VALUE '00'.
       77  WRK-SEM-RESTRITOS       PIC X(01) VALUE 'N'.
           88 SEM-RESTRITOS        VALUE 'S'.
       77  WRK-SEM-CLIMAST         PIC X(01) VALUE 'N'.
           88 SEM-CLIMAST          VALUE 'S'.
       77  WRK-FIM-RESTRITOS       PIC X(01) VALUE 'N'.
           88 FIM-RESTRITOS        VALUE 'S'.
      *    PESSOA EM TRIAGEM
       77  WRK-TRI-CLIENTE         PIC 9(06) VALUE ZEROS.
       77  WRK-TRI-NOME            PIC X(30) VALUE SPACES.
       77  WRK-TRI-CPF-CNPJ        PIC 9(14) VALUE ZEROS.
       77  WRK-TRI-AGENCIA         PIC 9(04) VALUE ZEROS.
       77  WRK-TRI-ORIGEM          PIC X(01) VALUE SPACE.
       77  WRK-TRI-CONTA-CLIENTE   PIC 9(06) VALUE ZEROS.
       77  WRK-TRI-CONTA-SEQ       PIC 9(02) VALUE ZEROS.
       77  WRK-TRI-ACERTO          PIC X(01) VALUE SPACE.
       77  WRK-NOME-ENTRADA        PIC X(40) VALUE SPACES.
       77  WRK-NOME-NORM           PIC X(30) VALUE SPACES.
      *    CONTADORES DO PASSO
       77  WRK-TOTAL-CLIENTES      PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-COTITULARES   PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-DOCUMENTO     PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-NOME          PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-NOVOS         PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-JA-NA-FILA    PIC 9(07) VALUE ZEROS.
       77  WRK-TOTAL-NOVOS-SANCAO  PIC 9(07) VALUE ZEROS.

       01  WRK-DATA-HOJE.
           05 WRK-ANO-HOJE         PIC 9(04).
           05 WRK-MES-HOJE         PIC 9(02).
           05 WRK-DIA-HOJE         PIC 9(02).
       01  WRK-DATA-HOJE-N REDEFINES WRK-DATA-HOJE
                                   PIC 9(08).

       01  WRK-CABECALHO1.
           05 FILLER               PIC X(44) VALUE
              'TRIAGEM DE PESSOAS RESTRITAS (SANCOES/PEP)'.
           05 FILLER               PIC X(06) VALUE 'DATA: '.
           05 HDR-DIA              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-MES              PIC 99.
           05 FILLER               PIC X(01) VALUE '/'.
           05 HDR-ANO              PIC 9999.

       01  WRK-CABECALHO2.
           05 FILLER               PIC X(26) VALUE
              'ACERTO    LISTA O CLIENTE'.
           05 FILLER               PIC X(31) VALUE 'NOME'.
           05 FILLER               PIC X(15) VALUE 'CPF/CNPJ'.
           05 FILLER               PIC X(04) VALUE 'AGEN'.

       01  WRK-LINHA-ACERTO.
           05 ACE-ACERTO           PIC X(09).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACE-LISTA            PIC X(05).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACE-ORIGEM           PIC X(01).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACE-CLIENTE          PIC ZZZZZ9.
           05 FILLER               PIC X(02) VALUE SPACES.
           05 ACE-NOME             PIC X(30).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACE-CPF-CNPJ         PIC 9(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 ACE-AGENCIA          PIC 9(04).

       01  WRK-LINHA-LISTA.
           05 FILLER               PIC X(10) VALUE SPACES.
           05 FILLER               PIC X(07) VALUE 'LISTA: '.
           05 LIS-NOME             PIC X(40).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LIS-CPF-CNPJ         PIC 9(14).
           05 FILLER               PIC X(01) VALUE SPACE.
           05 LIS-CONTA            PIC X(07).

       01  WRK-CONTA-EDT.
           05 EDT-CONTA            PIC 9(06).
           05 FILLER               PIC X(01) VALUE '/'.
           05 EDT-SEQ              PIC 99.

       01  WRK-LINHA-TOTAL.
           05 FILLER               PIC X(05) VALUE SPACES.
           05 TOT-ROTULO           PIC X(35).
           05 TOT-QTD              PIC Z.ZZZ.ZZ9.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0100-CONSULTA-CICLO
           IF CICLO-PULAR
               DISPLAY 'PASSO JA EXECUTADO NESTA DATA - PULADO'
           ELSE
               PERFORM 1000-INITIALIZE
               IF NOT SEM-RESTRITOS AND NOT SEM-CLIMAST
                   PERFORM 2000-TRIA-CLIENTES
                   PERFORM 3000-TRIA-COTITULARES
               END-IF
               PERFORM 9000-FINALIZE
               PERFORM 0200-ENCERRA-CICLO
           END-IF
           STOP RUN.

      *-----------------------------------------------------
      *    CONSULTA O CONTROLE DO CICLO (COB16-CICLO): PASSO JA
      *    CONCLUIDO NESTA DATA VOLTA COM A ACAO DE PULAR
      *-----------------------------------------------------
       0100-CONSULTA-CICLO.
           MOVE 'I' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    REGISTRA NO CONTROLE DO CICLO A CONCLUSAO DO PASSO
      *-----------------------------------------------------
       0200-ENCERRA-CICLO.
           MOVE 'F' TO WRK-CICLO-FUNCAO
           MOVE ZEROS TO WRK-CICLO-RC
           CALL 'COB16-CICLO' USING WRK-CICLO-PASSO WRK-CICLO-FUNCAO
               WRK-CICLO-RC WRK-CICLO-ACAO.

      *-----------------------------------------------------
      *    BUSCA A DATA DE NEGOCIO E ABRE OS ARQUIVOS. SEM O
      *    CADASTRO DE RESTRITOS NAO HA O QUE TRIAR; A FILA E
      *    CRIADA VAZIA NA PRIMEIRA EXECUCAO
      *-----------------------------------------------------
       1000-INITIALIZE.
           CALL 'COB17-DATAPROC' USING WRK-DATA-HOJE
           OPEN OUTPUT RELATORIO
           MOVE WRK-DIA-HOJE TO HDR-DIA
           MOVE WRK-MES-HOJE TO HDR-MES
           MOVE WRK-ANO-HOJE TO HDR-ANO
           WRITE REL-LINHA FROM WRK-CABECALHO1
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           WRITE REL-LINHA FROM WRK-CABECALHO2
           OPEN INPUT ARQ-RESTRITOS
           IF WRK-FS-RESTRITOS NOT = '00'
               MOVE 'S' TO WRK-SEM-RESTRITOS
               DISPLAY 'CADASTRO DE RESTRITOS INEXISTENTE - SEM '
                   'TRIAGEM'
           END-IF
           OPEN INPUT CLIENTE-MASTER
           IF WRK-FS-CLIENTE NOT = '00'
               MOVE 'S' TO WRK-SEM-CLIMAST
               DISPLAY 'CADASTRO DE CLIENTES INEXISTENTE'
           END-IF
           OPEN I-O ARQ-TRIAGEM
           IF WRK-FS-TRIAGEM = '35'
               OPEN OUTPUT ARQ-TRIAGEM
               CLOSE ARQ-TRIAGEM
               OPEN I-O ARQ-TRIAGEM
           END-IF.

      *-----------------------------------------------------
      *    PRIMEIRA PASSADA: TODOS OS CLIENTES ATIVOS DO CLIMAST
      *-----------------------------------------------------
       2000-TRIA-CLIENTES.
           MOVE ZEROS TO CLI-NUMERO
           START CLIENTE-MASTER KEY IS NOT LESS THAN CLI-NUMERO
               INVALID KEY
                   MOVE '10' TO WRK-FS-CLIENTE
           END-START
           PERFORM 2100-LER-CLIENTE
               UNTIL WRK-FS-CLIENTE NOT = '00'.

       2100-LER-CLIENTE.
           READ CLIENTE-MASTER NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   IF CLI-ATIVO
                       ADD 1 TO WRK-TOTAL-CLIENTES
                       MOVE 'T'   TO WRK-TRI-ORIGEM
                       MOVE ZEROS TO WRK-TRI-CONTA-CLIENTE
                                     WRK-TRI-CONTA-SEQ
                       PERFORM 4000-TRIA-PESSOA
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    SEGUNDA PASSADA: CO-TITULARES CUJO CADASTRO NAO E
      *    ATIVO (OS ATIVOS JA PASSARAM NA PRIMEIRA), COM A
      *    CONTA DA CO-TITULARIDADE
      *-----------------------------------------------------
       3000-TRIA-COTITULARES.
           OPEN INPUT ARQ-COTITULAR
           IF WRK-FS-COTITULAR = '00'
               PERFORM 3100-LER-COTITULAR
                   UNTIL WRK-FS-COTITULAR NOT = '00'
               CLOSE ARQ-COTITULAR
           ELSE
               DISPLAY 'SEM ARQUIVO DE CO-TITULARES'
           END-IF.

       3100-LER-COTITULAR.
           READ ARQ-COTITULAR NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-COTITULAR
               NOT AT END
                   MOVE COT-COTITULAR TO CLI-NUMERO
                   READ CLIENTE-MASTER
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF NOT CLI-ATIVO
                               ADD 1 TO WRK-TOTAL-COTITULARES
                               MOVE 'C' TO WRK-TRI-ORIGEM
                               MOVE COT-CLIENTE
                                   TO WRK-TRI-CONTA-CLIENTE
                               MOVE COT-SEQUENCIA
                                   TO WRK-TRI-CONTA-SEQ
                               PERFORM 4000-TRIA-PESSOA
                           END-IF
                   END-READ
           END-READ.

      *-----------------------------------------------------
      *    TRIA A PESSOA DO CLIENTE-REC LIDO: PRIMEIRO PELO
      *    DOCUMENTO, DEPOIS PELO NOME NORMALIZADO
      *-----------------------------------------------------
       4000-TRIA-PESSOA.
           MOVE CLI-NUMERO   TO WRK-TRI-CLIENTE
           MOVE CLI-NOME     TO WRK-TRI-NOME
           MOVE CLI-AGENCIA  TO WRK-TRI-AGENCIA
           MOVE ZEROS TO WRK-TRI-CPF-CNPJ
           IF CLI-CPF-CNPJ NUMERIC
               MOVE CLI-CPF-CNPJ TO WRK-TRI-CPF-CNPJ
           END-IF
           IF WRK-TRI-CPF-CNPJ > ZEROS
               PERFORM 4100-PROCURA-DOCUMENTO
           END-IF
           MOVE WRK-TRI-NOME TO WRK-NOME-ENTRADA
           CALL 'COB69-NORMALIZA' USING WRK-NOME-ENTRADA
               WRK-NOME-NORM
           IF WRK-NOME-NORM NOT = SPACES
               PERFORM 4200-PROCURA-NOME
           END-IF.

      *-----------------------------------------------------
      *    TODAS AS ENTRADAS DO RESTRIT COM O MESMO CPF/CNPJ
      *-----------------------------------------------------
       4100-PROCURA-DOCUMENTO.
           MOVE 'N' TO WRK-FIM-RESTRITOS
           MOVE LOW-VALUES TO RES-CHAVE
           MOVE WRK-TRI-CPF-CNPJ TO RES-CPF-CNPJ
           START ARQ-RESTRITOS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RESTRITOS
           END-START
           PERFORM 4110-LER-DOCUMENTO UNTIL FIM-RESTRITOS.

       4110-LER-DOCUMENTO.
           READ ARQ-RESTRITOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RESTRITOS
               NOT AT END
                   IF RES-CPF-CNPJ NOT = WRK-TRI-CPF-CNPJ
                       MOVE 'S' TO WRK-FIM-RESTRITOS
                   ELSE
                       MOVE 'D' TO WRK-TRI-ACERTO
                       ADD 1 TO WRK-TOTAL-DOCUMENTO
                       PERFORM 5000-REGISTRA-ACERTO
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    TODAS AS ENTRADAS DO RESTRIT COM O MESMO NOME
      *    NORMALIZADO; A DO PROPRIO DOCUMENTO JA FOI REGISTRADA
      *-----------------------------------------------------
       4200-PROCURA-NOME.
           MOVE 'N' TO WRK-FIM-RESTRITOS
           MOVE WRK-NOME-NORM TO RES-NOME-NORM
           START ARQ-RESTRITOS KEY IS EQUAL TO RES-NOME-NORM
               INVALID KEY
                   MOVE 'S' TO WRK-FIM-RESTRITOS
           END-START
           PERFORM 4210-LER-NOME UNTIL FIM-RESTRITOS.

       4210-LER-NOME.
           READ ARQ-RESTRITOS NEXT RECORD
               AT END
                   MOVE 'S' TO WRK-FIM-RESTRITOS
               NOT AT END
                   IF RES-NOME-NORM NOT = WRK-NOME-NORM
                       MOVE 'S' TO WRK-FIM-RESTRITOS
                   ELSE
                       IF WRK-TRI-CPF-CNPJ = ZEROS
                          OR RES-CPF-CNPJ NOT = WRK-TRI-CPF-CNPJ
                           MOVE 'N' TO WRK-TRI-ACERTO
                           ADD 1 TO WRK-TOTAL-NOME
                           PERFORM 5000-REGISTRA-ACERTO
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    GRAVA O ACERTO NA FILA DA COMPLIANCE. CHAVE JA
      *    EXISTENTE = ACERTO JA LEVANTADO EM NOITE ANTERIOR
      *-----------------------------------------------------
       5000-REGISTRA-ACERTO.
           MOVE SPACES TO TRIAGEM-REC
           MOVE WRK-TRI-CLIENTE       TO TRI-CLIENTE
           MOVE RES-CPF-CNPJ          TO TRI-RES-CPF-CNPJ
           MOVE RES-TIPO-LISTA        TO TRI-TIPO-LISTA
           MOVE RES-NOME-NORM         TO TRI-RES-NOME-NORM
           MOVE WRK-TRI-ACERTO        TO TRI-TIPO-ACERTO
           MOVE WRK-TRI-ORIGEM        TO TRI-ORIGEM
           MOVE WRK-TRI-CONTA-CLIENTE TO TRI-CONTA-CLIENTE
           MOVE WRK-TRI-CONTA-SEQ     TO TRI-CONTA-SEQ
           MOVE WRK-TRI-NOME          TO TRI-NOME
           MOVE WRK-TRI-CPF-CNPJ      TO TRI-CPF-CNPJ
           MOVE WRK-TRI-AGENCIA       TO TRI-AGENCIA
           MOVE RES-NOME              TO TRI-RES-NOME
           MOVE RES-DATA-INCLUSAO     TO TRI-RES-DATA-INCLUSAO
           MOVE WRK-DATA-HOJE-N       TO TRI-DATA
           SET TRI-PENDENTE TO TRUE
           MOVE ZEROS                 TO TRI-DATA-ANALISE
           WRITE TRIAGEM-REC
               INVALID KEY
                   ADD 1 TO WRK-TOTAL-JA-NA-FILA
               NOT INVALID KEY
                   ADD 1 TO WRK-TOTAL-NOVOS
                   IF TRI-SANCAO AND TRI-ACERTO-DOCUMENTO
                       ADD 1 TO WRK-TOTAL-NOVOS-SANCAO
                   END-IF
                   PERFORM 5100-IMPRIME-ACERTO
           END-WRITE.

      *-----------------------------------------------------
      *    IMPRIME O ACERTO NOVO (DUAS LINHAS: CLIENTE E LISTA)
      *-----------------------------------------------------
       5100-IMPRIME-ACERTO.
           IF TRI-ACERTO-DOCUMENTO
               MOVE 'DOCUMENTO' TO ACE-ACERTO
           ELSE
               MOVE 'NOME' TO ACE-ACERTO
           END-IF
           IF TRI-SANCAO
               MOVE 'SANC.' TO ACE-LISTA
           ELSE
               MOVE 'PEP' TO ACE-LISTA
           END-IF
           MOVE TRI-ORIGEM   TO ACE-ORIGEM
           MOVE TRI-CLIENTE  TO ACE-CLIENTE
           MOVE TRI-NOME     TO ACE-NOME
           MOVE TRI-CPF-CNPJ TO ACE-CPF-CNPJ
           MOVE TRI-AGENCIA  TO ACE-AGENCIA
           WRITE REL-LINHA FROM WRK-LINHA-ACERTO
           MOVE TRI-RES-NOME     TO LIS-NOME
           MOVE TRI-RES-CPF-CNPJ TO LIS-CPF-CNPJ
           MOVE SPACES TO LIS-CONTA
           IF TRI-ORIGEM-COTITULAR
               MOVE TRI-CONTA-CLIENTE TO EDT-CONTA
               MOVE TRI-CONTA-SEQ     TO EDT-SEQ
               MOVE WRK-CONTA-EDT     TO LIS-CONTA
           END-IF
           WRITE REL-LINHA FROM WRK-LINHA-LISTA.

      *-----------------------------------------------------
      *    FECHA OS ARQUIVOS E IMPRIME OS TOTAIS
      *-----------------------------------------------------
       9000-FINALIZE.
           IF WRK-TOTAL-NOVOS = ZEROS
               MOVE SPACES TO REL-LINHA
               MOVE 'NENHUM ACERTO NOVO' TO REL-LINHA(6:)
               WRITE REL-LINHA
           END-IF
           MOVE SPACES TO REL-LINHA
           WRITE REL-LINHA
           MOVE 'CLIENTES ATIVOS TRIADOS...........' TO TOT-ROTULO
           MOVE WRK-TOTAL-CLIENTES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'CO-TITULARES INATIVOS TRIADOS.....' TO TOT-ROTULO
           MOVE WRK-TOTAL-COTITULARES TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'ACERTOS POR DOCUMENTO.............' TO TOT-ROTULO
           MOVE WRK-TOTAL-DOCUMENTO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'POSSIVEIS ACERTOS POR NOME........' TO TOT-ROTULO
           MOVE WRK-TOTAL-NOME TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'NOVOS NA FILA DA COMPLIANCE.......' TO TOT-ROTULO
           MOVE WRK-TOTAL-NOVOS TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE '  SANCAO POR DOCUMENTO............' TO TOT-ROTULO
           MOVE WRK-TOTAL-NOVOS-SANCAO TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'JA NA FILA (NOITES ANTERIORES)....' TO TOT-ROTULO
           MOVE WRK-TOTAL-JA-NA-FILA TO TOT-QTD
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           CLOSE ARQ-TRIAGEM
           IF NOT SEM-RESTRITOS
               CLOSE ARQ-RESTRITOS
           END-IF
           IF NOT SEM-CLIMAST
               CLOSE CLIENTE-MASTER
           END-IF
           DISPLAY 'CLIENTES TRIADOS..: ' WRK-TOTAL-CLIENTES
           DISPLAY 'ACERTOS NOVOS.....: ' WRK-TOTAL-NOVOS
           IF WRK-TOTAL-NOVOS-SANCAO > ZEROS
               DISPLAY 'ATENCAO: ' WRK-TOTAL-NOVOS-SANCAO
                   ' CLIENTE(S) EM LISTA DE SANCOES - VER RELTRIAG'
           END-IF.
