      *    marcacao "P" presenca, "F" falta ou "A" falta abonada       *
      *    (atestado medico), que conta como presenca na apuracao da   *
      *    frequencia minima.                                          *
      *    Arquivo indexado pela aula (data+turma+disciplina) e        *
      *    matricula, com chave alternativa pela matricula (com        *
      *    repeticao) para a apuracao da frequencia de um aluno; o     *
      *    status "02" (chave alternativa repetida) e retorno normal.  *
      *----------------------------------------------------------------*
       01  DIARIO-REG.
           05  DIA-CHAVE.
               10  DIA-AULA.
                   15  DIA-DATA        PIC 9(08).
                   15  DIA-TURMA-COD   PIC X(10).
                   15  DIA-DISCIPLINA  PIC X(20).
               10  DIA-MATRICULA       PIC 9(06).
           05  DIA-BIMESTRE            PIC 9(01).
           05  DIA-ANO-LETIVO          PIC 9(04).
           05  DIA-PRESENCA            PIC X(01).
           05  FILLER                  PIC X(10).
