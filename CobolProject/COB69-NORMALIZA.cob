       IDENTIFICATION DIVISION.
       PROGRAM-ID. COB69-NORMALIZA.
      ********************************
      *OBJETIVO : NORMALIZACAO DE NOME PARA COMPARACAO COM AS
      *           LISTAS RESTRITIVAS
      * AUTHOR  : IVAN
      *-----------------------------------------------------
      * HISTORICO DE ALTERACOES
      * 2026-10-15 IVN - CRIADO O PROGRAMA, CHAMADO PELA CARGA DA
      *            LISTA DE PESSOAS RESTRITAS (COB70), PELA TRIAGEM
      *            NOTURNA (COB71) E PELA CONSULTA NA INCLUSAO
      *            (COB73), PARA OS TRES COMPARAREM O NOME DO MESMO
      *            JEITO. O CLI-NOME JA E GRAVADO EM MAIUSCULAS, MAS
      *            PODE TER ACENTO; A LISTA RECEBIDA VEM COM ACENTO,
      *            PONTUACAO E ESPACOS SOBRANDO. PASSA A MAIUSCULAS,
      *            TIRA OS ACENTOS, TROCA PONTUACAO POR ESPACO,
      *            DESPREZA OS ESPACOS DA FRENTE E DEIXA UM SO
      *            ESPACO ENTRE AS PALAVRAS, TRUNCANDO NAS 30
      *            POSICOES DO CLI-NOME.
      *******************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WRK-NOME-TRAB           PIC X(40) VALUE SPACES.
       77  WRK-IDX-ENT             PIC 9(02) VALUE ZEROS.
       77  WRK-IDX-SAI             PIC 9(02) VALUE ZEROS.
       77  WRK-CARACTER            PIC X(01) VALUE SPACE.
       77  WRK-ANTERIOR            PIC X(01) VALUE SPACE.

      *    LETRAS ACENTUADAS (LATIN-1) E A LETRA SEM ACENTO
      *    CORRESPONDENTE, NA MESMA ORDEM
       01  WRK-ACENTOS-MAIUSC      PIC X(26) VALUE
           X'C0C1C2C3C4C5C7C8C9CACBCCCDCECFD1D2D3D4D5D6D9DADBDCDD'.
       01  WRK-ACENTOS-MINUSC      PIC X(26) VALUE
           X'E0E1E2E3E4E5E7E8E9EAEBECEDEEEFF1F2F3F4F5F6F9FAFBFCFD'.
       01  WRK-SEM-ACENTO          PIC X(26) VALUE
           'AAAAAACEEEEIIIINOOOOOUUUUY'.

       LINKAGE SECTION.
       01  LK-NOME-ENTRADA         PIC X(40).
       01  LK-NOME-NORMALIZADO     PIC X(30).

       PROCEDURE DIVISION USING LK-NOME-ENTRADA LK-NOME-NORMALIZADO.

       0000-MAINLINE.
           MOVE SPACES TO LK-NOME-NORMALIZADO
           MOVE LK-NOME-ENTRADA TO WRK-NOME-TRAB
           INSPECT WRK-NOME-TRAB CONVERTING WRK-ACENTOS-MINUSC
               TO WRK-SEM-ACENTO
           INSPECT WRK-NOME-TRAB CONVERTING WRK-ACENTOS-MAIUSC
               TO WRK-SEM-ACENTO
           MOVE FUNCTION UPPER-CASE(WRK-NOME-TRAB) TO WRK-NOME-TRAB
           INSPECT WRK-NOME-TRAB CONVERTING '.,;:-/''"()&'
               TO '           '
           MOVE SPACE TO WRK-ANTERIOR
           MOVE ZEROS TO WRK-IDX-SAI
           PERFORM 1000-COPIA-CARACTER
               VARYING WRK-IDX-ENT FROM 1 BY 1
               UNTIL WRK-IDX-ENT > 40 OR WRK-IDX-SAI > 29
           GOBACK.

      *-----------------------------------------------------
      *    COPIA UM CARACTER PARA A SAIDA, DESPREZANDO ESPACO NO
      *    INICIO E ESPACO REPETIDO
      *-----------------------------------------------------
       1000-COPIA-CARACTER.
           MOVE WRK-NOME-TRAB(WRK-IDX-ENT:1) TO WRK-CARACTER
           IF WRK-CARACTER = SPACE
               IF WRK-ANTERIOR NOT = SPACE
                   ADD 1 TO WRK-IDX-SAI
                   MOVE SPACE TO WRK-ANTERIOR
               END-IF
           ELSE
               ADD 1 TO WRK-IDX-SAI
               MOVE WRK-CARACTER
                   TO LK-NOME-NORMALIZADO(WRK-IDX-SAI:1)
               MOVE WRK-CARACTER TO WRK-ANTERIOR
           END-IF.
