      *----------------------------------------------------------------*
      *    DOCUMEN.CPY  -  Livro de registro dos documentos emitidos   *
      *    (historico escolar, documento de transferencia e            *
      *    declaracoes de matricula e de escolaridade). Arquivo        *
      *    indexado pelo ano da emissao e numero sequencial no ano.    *
      *    O codigo de autenticidade impresso no documento e o ano,    *
      *    o numero e o controle (AAAANNNNNNCCCC); o controle sai de   *
      *    um calculo com a hora da emissao e nao e dedutivel do       *
      *    numero. Documento cancelado guarda a data, o operador e o   *
      *    motivo; a reemissao aponta para o cancelado (DOC-REF) e o   *
      *    cancelado para a reemissao que o substituiu (DOC-SUBST).    *
      *----------------------------------------------------------------*
       01  DOCUMEN-REG.
           05  DOC-CHAVE.
               10  DOC-ANO             PIC 9(04).
               10  DOC-NUMERO          PIC 9(06).
           05  DOC-CONTROLE            PIC 9(04).
           05  DOC-TIPO                PIC X(01).
               88  DOC-HISTORICO              VALUE "H".
               88  DOC-TRANSFERENCIA          VALUE "T".
               88  DOC-DECL-MATRICULA         VALUE "M".
               88  DOC-DECL-ESCOLARIDADE      VALUE "E".
           05  DOC-MATRICULA           PIC 9(06).
      *    ano letivo a que o documento se refere (zeros no historico
      *    completo, que cobre todos os anos do aluno)
           05  DOC-ANO-LETIVO          PIC 9(04).
           05  DOC-DATA-EMISSAO        PIC 9(08).
           05  DOC-HORA-EMISSAO        PIC 9(08).
           05  DOC-OPERADOR            PIC X(10).
           05  DOC-SITUACAO            PIC X(01).
               88  DOC-VALIDO                 VALUE "V".
               88  DOC-CANCELADO              VALUE "C".
           05  DOC-DATA-CANCELAMENTO   PIC 9(08).
           05  DOC-OPERADOR-CANCEL     PIC X(10).
           05  DOC-MOTIVO-CANCEL       PIC X(40).
           05  DOC-REF.
               10  DOC-REF-ANO         PIC 9(04).
               10  DOC-REF-NUMERO      PIC 9(06).
           05  DOC-SUBST.
               10  DOC-SUBST-ANO       PIC 9(04).
               10  DOC-SUBST-NUMERO    PIC 9(06).
           05  FILLER                  PIC X(10).
