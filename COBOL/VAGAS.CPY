      *----------------------------------------------------------------*
      *    VAGAS.CPY  -  Capacidade das turmas por ano letivo. Arquivo *
      *    indexado por turma+ano. A ocupacao nao e guardada: sai da   *
      *    contagem do roster no TURMAS (sem transferidos e evadidos   *
      *    no ano). A data limite e o prazo da rematricula dos         *
      *    promovidos importados do TURMANOV; passado o prazo, a vaga  *
      *    nao confirmada e cancelada e vai para a lista de espera.    *
      *----------------------------------------------------------------*
       01  VAGAS-REG.
           05  VAG-CHAVE.
               10  VAG-TURMA-COD       PIC X(10).
               10  VAG-ANO-LETIVO      PIC 9(04).
           05  VAG-SERIE               PIC 9(02).
           05  VAG-CAPACIDADE          PIC 9(03).
           05  VAG-DATA-LIMITE-REMAT   PIC 9(08).
           05  VAG-DATA-ATUALIZACAO    PIC 9(08).
           05  VAG-OPERADOR            PIC X(10).
           05  FILLER                  PIC X(10).
