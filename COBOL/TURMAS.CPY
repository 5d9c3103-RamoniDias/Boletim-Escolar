      *    ja informado pelo operador, sem troca de arquivo na mao.    *
      *    A serie e numerica para o fechamento poder promover o       *
      *    aluno para a serie seguinte no roster do ano novo.          *
      *    A situacao da vaga separa o promovido importado do          *
      *    TURMANOV, pendente de rematricula ("P") ate confirmar       *
      *    ("C") ou perder a vaga, da matricula comum (espaco).        *
      *----------------------------------------------------------------*
       01  TURMAS-REG.
           05  TMS-CHAVE.
           05  TMS-NOME                PIC X(50).
           05  TMS-ANO-LETIVO          PIC 9(04).
           05  TMS-SERIE               PIC 9(02).
           05  TMS-SITUACAO-VAGA       PIC X(01).
               88  TMS-VAGA-REGULAR           VALUE " ".
               88  TMS-REMAT-PENDENTE         VALUE "P".
               88  TMS-REMAT-CONFIRMADA       VALUE "C".
           05  TMS-DATA-VAGA           PIC 9(08).
           05  FILLER                  PIC X(01).
