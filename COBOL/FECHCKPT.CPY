      *----------------------------------------------------------------*
      *    FECHCKPT.CPY  -  Checkpoint do fechamento do ano letivo,    *
      *    um registro por ano, indexado pelo ano. Regravado depois    *
      *    de cada matricula apurada com a ultima matricula e os       *
      *    contadores do relatorio; o fechamento interrompido retoma   *
      *    da matricula seguinte, acrescentando ao FECHAMEN, TURMANOV  *
      *    e ATACONS da passada interrompida. Concluida a passada, a   *
      *    situacao vira "C" e a passada seguinte do mesmo ano (por    *
      *    exemplo, depois do conselho) refaz tudo desde o inicio.     *
      *----------------------------------------------------------------*
       01  FECHCKPT-REG.
           05  FCK-ANO-LETIVO          PIC 9(04).
           05  FCK-SITUACAO            PIC X(01).
               88  FCK-EM-ANDAMENTO           VALUE "A".
               88  FCK-CONCLUIDO              VALUE "C".
           05  FCK-ULTIMA-MATRICULA    PIC 9(06).
           05  FCK-DATA-INICIO         PIC 9(08).
           05  FCK-OPERADOR            PIC X(10).
           05  FCK-QTD-ALUNOS          PIC 9(05).
           05  FCK-QTD-PROMOVIDOS      PIC 9(05).
           05  FCK-QTD-RETIDOS         PIC 9(05).
           05  FCK-QTD-RETIDOS-FALTA   PIC 9(05).
           05  FCK-QTD-SEM-NOTAS       PIC 9(05).
           05  FCK-QTD-NAO-ATIVOS      PIC 9(05).
           05  FCK-QTD-CONSELHO        PIC 9(05).
           05  FILLER                  PIC X(10).
