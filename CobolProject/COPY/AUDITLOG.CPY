      * 2026-08-22 IVN - EXTRAIDO DE COB10-USUARIO PARA QUE O
      *            RELATORIO DE SEGURANCA NAO REDEFINA O MESMO
      *            LAYOUT NA MAO.
      * 2026-10-15 IVN - INCLUIDOS OS EVENTOS DE SESSAO GRAVADOS PELO
      *            COB88-SESSAO E PELO LOGIN (RECUSA POR SESSAO JA
      *            ATIVA, SESSAO ASSUMIDA EM OUTRO TERMINAL,
      *            EXPIRADA, DERRUBADA PELO ADMINISTRADOR E SAIDA
      *            NORMAL) E O TERMINAL NO FIM DA LINHA.
      *-----------------------------------------------------
       01  WRK-LOG-REC.
           05 LOG-ANO               PIC 9(04).
              88 LOG-GRANTED        VALUE 'GRANTED'.
              88 LOG-DENIED         VALUE 'DENIED'.
              88 LOG-BLOCKED        VALUE 'BLOCKED'.
              88 LOG-DUPLIC         VALUE 'DUPLIC'.
              88 LOG-FORCED         VALUE 'FORCED'.
              88 LOG-TIMEOUT        VALUE 'TIMEOUT'.
              88 LOG-KILLED         VALUE 'KILLED'.
              88 LOG-LOGOUT         VALUE 'LOGOUT'.
              88 LOG-EVENTO-SESSAO  VALUE 'DUPLIC' 'FORCED' 'TIMEOUT'
                                          'KILLED' 'LOGOUT'.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 LOG-TERMINAL          PIC X(08).
