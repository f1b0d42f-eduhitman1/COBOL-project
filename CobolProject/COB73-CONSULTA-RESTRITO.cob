       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB73-CONSULTA-RESTRITO.
      ********************************
      *OBJETIVO : CONSULTA DE DOCUMENTO E NOME CONTRA O CADASTRO
      *           DE PESSOAS RESTRITAS NA INCLUSAO DE CLIENTE
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELA INCLUSAO DA
      *            TELA (CLIENTES, 2100-INCLUIR-CLIENTE) E DA CARGA
      *            EM LOTE (COB21-CARGA-CLIENTES) ANTES DE GRAVAR O
      *            CLIENTE NOVO. CONFERE O CPF/CNPJ E O NOME
      *            NORMALIZADO (COB69-NORMALIZA) NO RESTRIT (COPY
      *            RESTRITO) E DEVOLVE O PIOR ACERTO:
      *            S = DOCUMENTO EM LISTA DE SANCOES (BLOQUEIA);
      *            P = DOCUMENTO EM LISTA DE PEP (EXIGE CONFIRMACAO
      *            DA SUPERVISAO); N = SO O NOME CASA (POSSIVEL
      *            ACERTO, SO AVISO - A TRIAGEM NOTURNA LEVA PARA
      *            A FILA DA COMPLIANCE); BRANCO = NADA CONSTA;
      *            I = CADASTRO INDISPONIVEL (NAO TRAVA A INCLUSAO,
      *            A TRIAGEM NOTURNA PEGA DEPOIS).
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ-RESTRITOS ASSIGN TO "RESTRIT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-CHAVE
               ALTERNATE RECORD KEY IS RES-NOME-NORM
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-RESTRITOS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARQ-RESTRITOS.
           COPY RESTRITO.

       WORKING-STORAGE SECTION.
       77  WRK-FS-RESTRITOS        PIC X(02) VALUE '00'.
       77  WRK-NOME-ENTRADA        PIC X(40) VALUE SPACES.
       77  WRK-NOME-NORM           PIC X(30) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-CPF-CNPJ             PIC 9(14).
       01  LK-NOME                 PIC X(30).
       01  LK-RESULTADO            PIC X(01).
           88 LK-NADA-CONSTA       VALUE SPACE.
           88 LK-SANCAO            VALUE 'S'.
           88 LK-PEP               VALUE 'P'.
           88 LK-NOME-SIMILAR      VALUE 'N'.
           88 LK-INDISPONIVEL      VALUE 'I'.

       PROCEDURE DIVISION USING LK-CPF-CNPJ LK-NOME LK-RESULTADO.

       0000-MAINLINE.
           MOVE SPACE TO LK-RESULTADO
           OPEN INPUT ARQ-RESTRITOS
           IF WRK-FS-RESTRITOS NOT = '00'
               SET LK-INDISPONIVEL TO TRUE
           ELSE
               IF LK-CPF-CNPJ NUMERIC AND LK-CPF-CNPJ > ZEROS
                   PERFORM 1000-PROCURA-DOCUMENTO
               END-IF
               IF LK-NADA-CONSTA
                   PERFORM 2000-PROCURA-NOME
               END-IF
               CLOSE ARQ-RESTRITOS
           END-IF
           GOBACK.

      *-----------------------------------------------------
      *    PERCORRE AS ENTRADAS DO DOCUMENTO (UMA POR LISTA E
      *    NOME); SANCAO PREVALECE SOBRE PEP
      *-----------------------------------------------------
       1000-PROCURA-DOCUMENTO.
           MOVE LOW-VALUES TO RES-CHAVE
           MOVE LK-CPF-CNPJ TO RES-CPF-CNPJ
           START ARQ-RESTRITOS KEY IS NOT LESS THAN RES-CHAVE
               INVALID KEY
                   MOVE '10' TO WRK-FS-RESTRITOS
           END-START
           PERFORM 1100-LER-DOCUMENTO
               UNTIL WRK-FS-RESTRITOS NOT = '00'.

       1100-LER-DOCUMENTO.
           READ ARQ-RESTRITOS NEXT RECORD
               AT END
                   MOVE '10' TO WRK-FS-RESTRITOS
               NOT AT END
                   IF RES-CPF-CNPJ NOT = LK-CPF-CNPJ
                       MOVE '10' TO WRK-FS-RESTRITOS
                   ELSE
                       IF RES-SANCAO
                           SET LK-SANCAO TO TRUE
                           MOVE '10' TO WRK-FS-RESTRITOS
                       ELSE
                           SET LK-PEP TO TRUE
                       END-IF
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    PROCURA O NOME NORMALIZADO NA CHAVE ALTERNATIVA
      *-----------------------------------------------------
       2000-PROCURA-NOME.
           MOVE LK-NOME TO WRK-NOME-ENTRADA
           CALL 'COB69-NORMALIZA' USING WRK-NOME-ENTRADA
               WRK-NOME-NORM
           IF WRK-NOME-NORM NOT = SPACES
               MOVE WRK-NOME-NORM TO RES-NOME-NORM
               READ ARQ-RESTRITOS KEY IS RES-NOME-NORM
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET LK-NOME-SIMILAR TO TRUE
               END-READ
           END-IF.
