      *----------------------------------------------------------------*
      *    CADPARM.CPY  -  Area de comunicacao entre o controlador da  *
      *    cadeia noturna (CADEIA) e as etapas que ele chama           *
      *    (INTEGRID, REMESSA, CONCILIA e RETORNO). Com CPR-ORIGEM     *
      *    igual a "CADEIA" a etapa nao pergunta nada ao operador:     *
      *    modo, turma e ano letivo vem do controlador, e ao fim a     *
      *    etapa devolve aqui as suas contagens. Rodando sozinha, a    *
      *    etapa encontra a origem em branco e segue como sempre.      *
      *----------------------------------------------------------------*
       01  CADEIA-PARM                 IS EXTERNAL.
           05  CPR-ORIGEM              PIC X(06).
               88  CPR-CHAMADA-CADEIA         VALUE "CADEIA".
           05  CPR-MODO                PIC X(01).
           05  CPR-TURMA-COD           PIC X(10).
           05  CPR-ANO-LETIVO          PIC 9(04).
      *    numero da chamada dentro da etapa (a conciliacao e chamada
      *    uma vez por turma e acumula o relatorio a partir da 2a)
           05  CPR-SEQ-CHAMADA         PIC 9(04).
           05  CPR-QTD-LIDOS           PIC 9(09).
           05  CPR-QTD-TRATADOS        PIC 9(09).
           05  CPR-QTD-REJEITADOS      PIC 9(09).
