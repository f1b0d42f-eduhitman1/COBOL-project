      *            TELA DE ALTERACAO DO CLIENTES.COB FECHA O
      *            CERCO: CLIENTE PENDENTE SO SAI DA ALTERACAO
      *            COM OS CAMPOS PREENCHIDOS.
      * 2026-10-15 IVN - CLIENTE FALECIDO (STATUS O) NAO ENTRA NA
      *            LISTA DE TRABALHO NEM NOS PENDENTES POR CAMPO - A
      *            AGENCIA NAO TEM A QUEM PEDIR O DADO. SAI SO
      *            CONTADO NOS TOTAIS.
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 FIM-SORT             VALUE 'S'.
       77  WRK-TOTAL-LIDOS         PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-PENDENTES     PIC 9(06) VALUE ZEROS.
       77  WRK-TOTAL-FALECIDOS     PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-CPF             PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-AGENCIA         PIC 9(06) VALUE ZEROS.
       77  WRK-SEM-CEP             PIC 9(06) VALUE ZEROS.
           END-IF.

      *-----------------------------------------------------
      *    LE UM CLIENTE E, SE NAO FALECEU, CONFERE O CADASTRO
      *-----------------------------------------------------
       2100-LER-E-RELEASE.
           READ CLIENTE-MASTER NEXT RECORD
                   MOVE '10' TO WRK-FS-CLIENTE
               NOT AT END
                   ADD 1 TO WRK-TOTAL-LIDOS
                   IF CLI-FALECIDO
                       ADD 1 TO WRK-TOTAL-FALECIDOS
                   ELSE
                       PERFORM 2110-CONFERE-CLIENTE
                   END-IF
           END-READ.

      *-----------------------------------------------------
      *    LIBERA O CLIENTE SE FALTA CPF, AGENCIA OU CEP
      *-----------------------------------------------------
       2110-CONFERE-CLIENTE.
           MOVE SPACES TO SORT-FALTA-CPF
           MOVE SPACES TO SORT-FALTA-AGENCIA
           MOVE SPACES TO SORT-FALTA-CEP
           IF CLI-CPF-CNPJ = ZEROS
               MOVE 'S' TO SORT-FALTA-CPF
               ADD 1 TO WRK-SEM-CPF
           END-IF
           IF CLI-AGENCIA = ZEROS
               MOVE 'S' TO SORT-FALTA-AGENCIA
               ADD 1 TO WRK-SEM-AGENCIA
           END-IF
           IF CLI-END-CEP = ZEROS
               MOVE 'S' TO SORT-FALTA-CEP
               ADD 1 TO WRK-SEM-CEP
           END-IF
           IF SORT-FALTA-CPF = 'S'
              OR SORT-FALTA-AGENCIA = 'S'
              OR SORT-FALTA-CEP = 'S'
               ADD 1 TO WRK-TOTAL-PENDENTES
               MOVE CLI-AGENCIA TO SORT-AGENCIA
               MOVE CLI-NUMERO  TO SORT-NUMERO
               MOVE CLI-NOME    TO SORT-NOME
               RELEASE SORT-REC
           END-IF.

      *-----------------------------------------------------
      *    FASE DE SAIDA DO SORT: IMPRIME A LISTA DE TRABALHO
      *    COM QUEBRA POR AGENCIA
           MOVE 'SEM CEP...................: ' TO TOT-ROTULO
           MOVE WRK-SEM-CEP TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           MOVE 'FALECIDOS (FORA DA LISTA).: ' TO TOT-ROTULO
           MOVE WRK-TOTAL-FALECIDOS TO TOT-VALOR
           WRITE REL-LINHA FROM WRK-LINHA-TOTAL
           CLOSE RELATORIO
           PERFORM 9100-GRAVA-CONTROLE
           DISPLAY 'CLIENTES PENDENTES: ' WRK-TOTAL-PENDENTES.
