      *----------------------------------------------------------------*
      *    ALUNODAD.CPY  -  Dados pessoais do aluno, complemento do    *
      *    cadastro ALUNOS gravado pela matricula. Arquivo indexado    *
      *    pela matricula, com chave alternativa sem duplicidade no    *
      *    nome e data de nascimento: o mesmo aluno nao ganha duas     *
      *    matriculas. O nome e copia do ALUNOS, so para a chave.      *
      *    Origem: "N" ingresso sem escola anterior, "T" transferido   *
      *    de outra escola (com o nome da escola de origem).           *
      *----------------------------------------------------------------*
       01  ALUNODAD-REG.
           05  ADA-MATRICULA           PIC 9(06).
           05  ADA-CHAVE-PESSOA.
               10  ADA-NOME            PIC X(50).
               10  ADA-DATA-NASCIMENTO PIC 9(08).
      *    identificacao do aluno no Educacenso (zeros enquanto o
      *    codigo nao for atribuido)
           05  ADA-ID-INEP             PIC 9(12).
           05  ADA-NOME-MAE            PIC X(50).
           05  ADA-NOME-PAI            PIC X(50).
           05  ADA-ORIGEM              PIC X(01).
               88  ADA-ORIGEM-INGRESSO        VALUE "N".
               88  ADA-ORIGEM-TRANSFERENCIA   VALUE "T".
           05  ADA-ESCOLA-ORIGEM       PIC X(50).
           05  ADA-DATA-MATRICULA      PIC 9(08).
           05  ADA-OPERADOR            PIC X(10).
           05  FILLER                  PIC X(10).
