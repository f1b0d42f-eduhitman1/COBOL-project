      *-----------------------------------------------------
      *    OBITO.CPY
      *    LAYOUT DO REGISTRO DE OBITO DE CLIENTE (OBITOS),
      *    CHAVEADO PELO NUMERO DO CLIENTE. GUARDA A DATA DO
      *    OBITO, A REFERENCIA DA CERTIDAO, O STATUS QUE O
      *    CLIENTE TINHA ANTES (A OU I) E O SUPERVISOR QUE
      *    REGISTROU. O STATUS O NO CLIMAST DIZ QUE O CLIENTE
      *    FALECEU; A DATA DO OBITO VEM DAQUI.
      * 2026-10-15 IVN - CRIADO, GRAVADO PELO COB90-OBITO E LIDO
      *            PELO RELATORIO DO ESPOLIO (COB92-ESPOLIO).
      *-----------------------------------------------------
       01  OBITO-REC.
           05 OBI-CLIENTE          PIC 9(06).
           05 OBI-DATA-OBITO       PIC 9(08).
           05 OBI-CERTIDAO         PIC X(30).
           05 OBI-STATUS-ANTERIOR  PIC X(01).
           05 OBI-DATA-REGISTRO    PIC 9(08).
           05 OBI-SUPERVISOR       PIC X(20).
