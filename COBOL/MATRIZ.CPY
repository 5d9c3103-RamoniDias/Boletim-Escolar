      *----------------------------------------------------------------*
      *    MATRIZ.CPY  -  Matriz curricular por serie. Arquivo         *
      *    indexado pela chave serie+codigo da disciplina, com a       *
      *    carga horaria anual e a indicacao de disciplina             *
      *    obrigatoria ou optativa. Todo lancamento de nota, aula ou   *
      *    lote e conferido contra a matriz da serie do aluno.         *
      *----------------------------------------------------------------*
       01  MATRIZ-REG.
           05  MAT-CHAVE.
               10  MAT-SERIE           PIC 9(02).
               10  MAT-DISC-CODIGO     PIC X(06).
           05  MAT-CARGA-HORARIA       PIC 9(04).
           05  MAT-OBRIGATORIA         PIC X(01).
               88  MAT-E-OBRIGATORIA          VALUE "S".
               88  MAT-E-OPTATIVA             VALUE "N".
           05  FILLER                  PIC X(10).
