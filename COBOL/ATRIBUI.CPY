      *----------------------------------------------------------------*
      *    ATRIBUI.CPY  -  Atribuicao de aulas: qual professor         *
      *    (codigo do OPERADOR) responde por qual disciplina (codigo   *
      *    do catalogo DISCIPL) em qual turma no ano letivo, com o     *
      *    periodo de vigencia para cobrir as substituicoes (data fim  *
      *    zerada = atribuicao em aberto). A chave comeca pela turma   *
      *    e disciplina para a conferencia do lancamento e a lista de  *
      *    turmas sem professor lerem so o trecho da turma.            *
      *----------------------------------------------------------------*
       01  ATRIBUI-REG.
           05  ATR-CHAVE.
               10  ATR-TURMA-COD       PIC X(10).
               10  ATR-DISC-CODIGO     PIC X(06).
               10  ATR-ANO-LETIVO      PIC 9(04).
               10  ATR-PROFESSOR       PIC X(10).
               10  ATR-DATA-INICIO     PIC 9(08).
           05  ATR-DATA-FIM            PIC 9(08).
           05  FILLER                  PIC X(10).
