      *            SEGUINTE QUANDO A JANELA ANTERIOR TINHA PASSADO
      *            DA MEIA-NOITE, E O DIA ONLINE INTEIRO FICAVA
      *            CARIMBADO COM A DATA DE NEGOCIO VELHA.
      * 2026-10-15 IVN - O NOVO DIA PASSA A SER O PROXIMO DIA UTIL
      *            (CALENDARIO DE FERIADOS, COB65-CALENDARIO) DEPOIS
      *            DO DIA DE NEGOCIO, E NAO MAIS O DIA CORRIDO
      *            SEGUINTE: SABADO, DOMINGO E FERIADO NAO VIRAM DATA
      *            DE NEGOCIO. QUANDO O RELOGIO JA PASSOU, ABRE O
      *            PRIMEIRO DIA UTIL A PARTIR DO RELOGIO.
      *******************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  WRK-JANELA-HORAS        PIC 9(02) VALUE 12.
       77  WRK-HH-AGORA            PIC 9(02) VALUE ZEROS.
       77  WRK-HH-ULTIMA           PIC 9(02) VALUE ZEROS.
       77  WRK-CAL-FUNCAO          PIC X(01) VALUE SPACE.
       77  WRK-CAL-RESPOSTA        PIC X(01) VALUE SPACE.
       77  WRK-DATA-UTIL           PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.

           END-IF.

      *-----------------------------------------------------
      *    FECHA O DIA CORRENTE E ABRE O MAIOR ENTRE O PROXIMO
      *    DIA UTIL E O PRIMEIRO DIA UTIL A PARTIR DO RELOGIO
      *    (RECUPERA NOITES SEM CICLO); A PRIMEIRA EXECUCAO ABRE
      *    COM O PRIMEIRO DIA UTIL A PARTIR DO RELOGIO
      *-----------------------------------------------------
       3000-VIRA-E-GRAVA.
           MOVE 'P' TO WRK-CAL-FUNCAO
           CALL 'COB65-CALENDARIO' USING WRK-CAL-FUNCAO
               WRK-DATA-RELOGIO WRK-DATA-UTIL WRK-CAL-RESPOSTA
           IF WRK-DATA-NEGOCIO = ZEROS
               MOVE WRK-DATA-UTIL TO WRK-DATA-NOVA
               DISPLAY 'DIA DE NEGOCIO ABERTO: ' WRK-DATA-NOVA
           ELSE
               MOVE 'S' TO WRK-CAL-FUNCAO
               CALL 'COB65-CALENDARIO' USING WRK-CAL-FUNCAO
                   WRK-DATA-NEGOCIO WRK-DATA-NOVA WRK-CAL-RESPOSTA
               IF WRK-DATA-NOVA < WRK-DATA-UTIL
                   MOVE WRK-DATA-UTIL TO WRK-DATA-NOVA
               END-IF
               DISPLAY 'DIA DE NEGOCIO FECHADO: ' WRK-DATA-NEGOCIO
               DISPLAY 'DIA DE NEGOCIO ABERTO.: ' WRK-DATA-NOVA
