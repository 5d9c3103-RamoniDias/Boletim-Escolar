      *    professores: um registro por aluno em cada aula (data,      *
      *    turma, disciplina, bimestre, matricula e a marcacao "P"     *
      *    presenca, "F" falta ou "A" falta abonada), em posicoes      *
      *    fixas, para importacao pelo diario de classe. A disciplina  *
      *    vem pelo codigo do catalogo DISCIPL, alinhado a esquerda.   *
      *    O bimestre e apurado pela data no calendario escolar; o     *
      *    campo LFQ-BIMESTRE fica so como informacao do professor.    *
      *----------------------------------------------------------------*
       01  LOTEFREQ-REG.
           05  LFQ-DATA                PIC 9(08).
