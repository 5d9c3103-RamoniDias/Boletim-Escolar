      *----------------------------------------------------------------*
      *    RESULTAD.CPY  -  Resultado final do ano letivo por aluno,   *
      *    gravado pelo fechamento (regravado a cada passada) para     *
      *    os programas que dependem do resultado oficial. Arquivo     *
      *    indexado por matricula/ano. O resultado apurado e o da      *
      *    regra mecanica; o resultado final ja traz a decisao do      *
      *    conselho de classe ("C" promovido e "X" retido pelo         *
      *    conselho). Aluno sem notas no ano nao tem registro.         *
      *----------------------------------------------------------------*
       01  RESULTAD-REG.
           05  RES-CHAVE.
               10  RES-MATRICULA       PIC 9(06).
               10  RES-ANO-LETIVO      PIC 9(04).
           05  RES-RESULTADO           PIC X(01).
               88  RES-PROMOVIDO              VALUE "P".
               88  RES-RETIDO                 VALUE "R".
               88  RES-RETIDO-FALTA           VALUE "F".
               88  RES-PROMOVIDO-CONSELHO     VALUE "C".
               88  RES-RETIDO-CONSELHO        VALUE "X".
           05  RES-RESULTADO-APURADO   PIC X(01).
           05  RES-MEDIA-GERAL         PIC 9(02)V9(01).
           05  RES-FREQUENCIA          PIC 9(03).
           05  RES-DATA-FECHAMENTO     PIC 9(08).
           05  FILLER                  PIC X(10).
