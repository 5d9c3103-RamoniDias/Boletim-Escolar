      *----------------------------------------------------------------*
      *    DISCIPL.CPY  -  Catalogo de disciplinas. Arquivo indexado   *
      *    pelo codigo oficial da disciplina: o operador informa o     *
      *    codigo e os programas gravam sempre o nome do catalogo,     *
      *    para a mesma disciplina nao virar chaves diferentes no      *
      *    HISTORIC, no DIARIO e no EXPORTA. O codigo do Educacenso    *
      *    acompanha a disciplina para a exportacao a Secretaria.      *
      *----------------------------------------------------------------*
       01  DISCIPL-REG.
           05  DISC-CODIGO             PIC X(06).
           05  DISC-NOME               PIC X(20).
           05  DISC-COD-EDUCACENSO     PIC 9(05).
           05  FILLER                  PIC X(10).
