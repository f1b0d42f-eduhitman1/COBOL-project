      *-----------------------------------------------------
      *    FERIADO.CPY
      *    LAYOUT DA LINHA DO CALENDARIO DE FERIADOS (FERIADOS):
      *    DATA (AAAAMMDD; ANO 0000 = FERIADO FIXO, REPETE TODO
      *    ANO NO MESMO DIA E MES), ABRANGENCIA (N = NACIONAL, E =
      *    ESTADUAL, DA UF; M = MUNICIPAL, DA UF + MUNICIPIO),
      *    UF, MUNICIPIO E DESCRICAO. A CHAVE DA LINHA E DATA +
      *    ABRANGENCIA + UF + MUNICIPIO.
      * 2026-10-15 IVN - CRIADO, COMPARTILHADO PELA CONSULTA DE DIA
      *            UTIL (COB65-CALENDARIO) E PELA MANUTENCAO
      *            (COB66-ADMFERIADO).
      *-----------------------------------------------------
       01  FER-LINHA.
           05 FER-DATA             PIC 9(08).
           05 FILLER               PIC X(01).
           05 FER-ABRANGENCIA      PIC X(01).
              88 FER-NACIONAL      VALUE 'N'.
              88 FER-ESTADUAL      VALUE 'E'.
              88 FER-MUNICIPAL     VALUE 'M'.
              88 FER-ABRANGENCIA-VALIDA VALUES 'N', 'E', 'M'.
           05 FILLER               PIC X(01).
           05 FER-UF               PIC X(02).
           05 FILLER               PIC X(01).
           05 FER-MUNICIPIO        PIC X(20).
           05 FILLER               PIC X(01).
           05 FER-DESCRICAO        PIC X(30).
