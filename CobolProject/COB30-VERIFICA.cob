      *            DEVOLVE RC 8 E O COND DO JOB SEGURA O RESTO DO
      *            CICLO, PARA MESTRE CORROMPIDO NAO CONTAMINAR
      *            LISTAGEM E EXTRATO.
      * 2026-10-15 IVN - STATUS O (FALECIDO) PASSA A SER VALIDO,
      *            GRAVADO PELO REGISTRO DE OBITO (COB90-OBITO).
      *******************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           END-READ.

      *-----------------------------------------------------
      *    STATUS TEM QUE SER A (ATIVO), I (INATIVO) OU
      *    O (FALECIDO)
      *-----------------------------------------------------
       2100-VERIFICA-STATUS.
           IF NOT CLI-ATIVO AND NOT CLI-INATIVO
              AND NOT CLI-FALECIDO
               MOVE 'STATUS FORA DE A/I/O' TO ERR-TEXTO
               PERFORM 8000-GRAVA-ERRO
           END-IF.

