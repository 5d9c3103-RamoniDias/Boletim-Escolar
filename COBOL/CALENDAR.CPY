      *----------------------------------------------------------------*
      *    CALENDAR.CPY  -  Calendario escolar por ano letivo. Arquivo *
      *    indexado por ano+tipo+bimestre+data, com tres tipos de      *
      *    registro:                                                   *
      *    "B" - bimestre (CAL-BIMESTRE 1 a 4, CAL-DATA zerada): datas *
      *          de inicio e fim das aulas e data de fechamento, apos  *
      *          a qual o lancamento de notas do bimestre fica com a   *
      *          secretaria e a direcao;                               *
      *    "N" - dia nao letivo dentro dos bimestres (CAL-BIMESTRE     *
      *          zerado, CAL-DATA o dia): feriado, recesso, dia de     *
      *          planejamento;                                         *
      *    "E" - dia letivo extra em fim de semana (sabado letivo,     *
      *          reposicao). Sabados e domingos sem registro "E" nao   *
      *          sao letivos.                                          *
      *----------------------------------------------------------------*
       01  CALENDAR-REG.
           05  CAL-CHAVE.
               10  CAL-ANO-LETIVO      PIC 9(04).
               10  CAL-TIPO            PIC X(01).
                   88  CAL-E-BIMESTRE         VALUE "B".
                   88  CAL-E-NAO-LETIVO       VALUE "N".
                   88  CAL-E-LETIVO-EXTRA     VALUE "E".
               10  CAL-BIMESTRE        PIC 9(01).
               10  CAL-DATA            PIC 9(08).
           05  CAL-DATA-INICIO         PIC 9(08).
           05  CAL-DATA-FIM            PIC 9(08).
           05  CAL-DATA-FECHAMENTO     PIC 9(08).
           05  CAL-MOTIVO              PIC X(01).
               88  CAL-MOTIVO-FERIADO         VALUE "F".
               88  CAL-MOTIVO-RECESSO         VALUE "R".
               88  CAL-MOTIVO-PLANEJAMENTO    VALUE "P".
               88  CAL-MOTIVO-REPOSICAO       VALUE "S".
           05  CAL-DESCRICAO           PIC X(30).
           05  FILLER                  PIC X(10).
