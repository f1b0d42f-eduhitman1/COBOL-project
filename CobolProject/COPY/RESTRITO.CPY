      *-----------------------------------------------------
      *    RESTRITO.CPY
      *    LAYOUT DO CADASTRO DE PESSOAS RESTRITAS (RESTRIT),
      *    CARREGADO DA LISTA RECEBIDA (SANCOES E PESSOAS
      *    EXPOSTAS POLITICAMENTE). CHAVEADO POR CPF/CNPJ + TIPO
      *    DE LISTA + NOME NORMALIZADO; O NOME NORMALIZADO
      *    (MAIUSCULAS, SEM ACENTO NEM PONTUACAO, ESPACOS UNICOS -
      *    COB69-NORMALIZA) E TAMBEM CHAVE ALTERNATIVA COM
      *    DUPLICATAS, PARA A BUSCA POR NOME. CPF/CNPJ ZERADO =
      *    PESSOA LISTADA SEM DOCUMENTO BRASILEIRO (SO CASA POR
      *    NOME).
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA CARGA DA LISTA
      *            (COB70-CARGA-RESTRITOS), PELA TRIAGEM NOTURNA
      *            (COB71-TRIAGEM) E PELA CONSULTA NA INCLUSAO DE
      *            CLIENTE (COB73-CONSULTA-RESTRITO).
      *-----------------------------------------------------
       01  RESTRITO-REC.
           05 RES-CHAVE.
              10 RES-CPF-CNPJ      PIC 9(14).
              10 RES-TIPO-LISTA    PIC X(01).
                 88 RES-SANCAO     VALUE 'S'.
                 88 RES-PEP        VALUE 'P'.
                 88 RES-TIPO-VALIDO VALUES 'S', 'P'.
              10 RES-NOME-NORM     PIC X(30).
           05 RES-NOME             PIC X(40).
           05 RES-DATA-INCLUSAO    PIC 9(08).
           05 RES-DATA-CARGA       PIC 9(08).
