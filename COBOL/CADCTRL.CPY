      *----------------------------------------------------------------*
      *    CADCTRL.CPY  -  Controle de execucao da cadeia noturna.     *
      *    Arquivo indexado pela execucao e pela etapa. A etapa 00 de  *
      *    cada execucao e o cabecalho (ano letivo, abertura e         *
      *    situacao da execucao); as etapas 01 a 04 guardam inicio,    *
      *    fim, codigo de retorno, contagens e situacao de cada        *
      *    programa. Etapa iniciada e sem fim registrado caiu no meio  *
      *    e e refeita na retomada. O registro da execucao 00000 so    *
      *    guarda o numero da ultima execucao aberta.                  *
      *----------------------------------------------------------------*
       01  CADCTRL-REG.
           05  CCT-CHAVE.
               10  CCT-EXECUCAO        PIC 9(05).
               10  CCT-ETAPA           PIC 9(02).
           05  CCT-PROGRAMA            PIC X(08).
           05  CCT-SITUACAO            PIC X(01).
               88  CCT-PENDENTE               VALUE "P".
               88  CCT-INICIADA               VALUE "I".
               88  CCT-CONCLUIDA              VALUE "C".
               88  CCT-INTERROMPIDA           VALUE "E".
               88  CCT-AGUARDANDO             VALUE "A".
               88  CCT-ABANDONADA             VALUE "X".
           05  CCT-ANO-LETIVO          PIC 9(04).
           05  CCT-DATA-INICIO         PIC 9(08).
           05  CCT-HORA-INICIO         PIC 9(08).
           05  CCT-DATA-FIM            PIC 9(08).
           05  CCT-HORA-FIM            PIC 9(08).
           05  CCT-RETORNO             PIC 9(04).
           05  CCT-QTD-LIDOS           PIC 9(09).
           05  CCT-QTD-TRATADOS        PIC 9(09).
           05  CCT-QTD-REJEITADOS      PIC 9(09).
      *    quantas vezes a etapa foi iniciada nesta execucao
           05  CCT-TENTATIVAS          PIC 9(02).
           05  CCT-ULTIMA-EXECUCAO     PIC 9(05).
           05  FILLER                  PIC X(10).
