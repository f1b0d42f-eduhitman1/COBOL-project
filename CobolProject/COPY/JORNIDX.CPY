      *-----------------------------------------------------
      *    JORNIDX.CPY
      *    LAYOUT DO ESPELHO INDEXADO DO JORNAL DE ALTERACOES
      *    (CLIJIDX, KSDS), CHAVEADO POR CLIENTE + DATA + HORA +
      *    SEQUENCIA. CADA LINHA DO CLIJORN TEM AQUI UMA ENTRADA
      *    COM A LINHA INTEIRA (JIX-JORNAL, MESMO LAYOUT DO COPY
      *    JORNAL), PARA A CONSULTA DA TELA E O DOSSIE IREM
      *    DIRETO AO HISTORICO DO CLIENTE SEM VARRER O JORNAL.
      *    A SEQUENCIA SEPARA AS LINHAS DO MESMO CLIENTE GRAVADAS
      *    NO MESMO SEGUNDO, NA ORDEM EM QUE ENTRARAM NO CLIJORN.
      *    O CLIJORN CONTINUA SENDO O ARQUIVO OFICIAL: O ESPELHO
      *    E RECONSTRUIVEL A PARTIR DELE (COB76-CARGA-JORNAL-IDX).
      * 2026-10-15 IVN - CRIADO, GRAVADO PELO COB75-JORNAL-IDX A
      *            CADA LINHA NOVA DO JORNAL, CARREGADO PELO
      *            COB76-CARGA-JORNAL-IDX E CONFERIDO TODA NOITE
      *            PELO COB77-CONFERE-JORNAL.
      *-----------------------------------------------------
       01  JORNIDX-REC.
           05 JIX-CHAVE.
              10 JIX-NUMERO        PIC 9(06).
              10 JIX-DATA          PIC 9(08).
              10 JIX-HORA          PIC 9(06).
              10 JIX-SEQUENCIA     PIC 9(03).
           05 JIX-JORNAL           PIC X(368).
