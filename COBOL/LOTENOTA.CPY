      *    um registro por matricula/disciplina com as quatro notas    *
      *    do ano e a frequencia (%), em posicoes fixas, para          *
      *    importacao pelo lancamento de notas. Cada nota vem com      *
      *    uma casa decimal implicita ("075" = 7,5). A disciplina vem  *
      *    pelo codigo do catalogo DISCIPL, alinhado a esquerda.       *
      *----------------------------------------------------------------*
       01  LOTENOTA-REG.
           05  LOTE-MATRICULA          PIC 9(06).
