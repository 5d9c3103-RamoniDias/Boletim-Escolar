       PROGRAM-ID.    arquivad.
      *----------------------------------------------------------------*
      *    Arquivamento de um ano letivo ja encerrado pelo             *
      *    fechamento: move os registros daquele ano do HISTORIC e do  *
      *    DIARIO (com baixa nos indexados) e do RETIFICA para os      *
      *    arquivos mortos ARQHIST, ARQDIAR e ARQRETIF (acrescidos a   *
      *    cada rodada - o ano letivo gravado em cada registro separa  *
      *    as safras), deixando os arquivos vivos so com os anos       *
      *    abertos e encurtando a janela noturna da verificacao de     *
      *    integridade. O RETIFICA, sequencial, nao tem baixa no       *
      *    lugar: os remanescentes saem em RETIFNOV, que o operador    *
      *    poe no lugar do RETIFICA apos conferir o relatorio          *
      *    ARQUIVAD com as contagens. A consulta do                    *
      *    historico escolar le o ARQHIST por conta propria, de modo   *
      *    que o documento completo continua saindo inteiro. Ao fim    *
      *    de uma baixa limpa do HISTORIC os totais do TOTCTRL sao     *
                                       RECORD KEY   IS HIST-CHAVE
                                       FILE STATUS  IS W-FS-HISTORICO.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT RETIFICA-FILE       ASSIGN TO "RETIFICA"
                                       ORGANIZATION IS SEQUENTIAL
           SELECT ARQRETIF-FILE       ASSIGN TO "ARQRETIF"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-ARQRETIF.
           SELECT RETIFNOV-FILE       ASSIGN TO "RETIFNOV"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-RETIFNOV.
       FD  ARQRETIF-FILE
           LABEL RECORD IS STANDARD.
       01  ARQRETIF-IMAGEM             PIC X(65).
       FD  RETIFNOV-FILE
           LABEL RECORD IS STANDARD.
       01  RETIFNOV-IMAGEM             PIC X(65).
               88  FS-HISTORICO-OK             VALUE "00".
               88  FS-HISTORICO-NAO-EXISTE     VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-RETIFICA           PIC X(02) VALUE SPACES.
               88  FS-RETIFICA-OK              VALUE "00".
           05  W-FS-ARQRETIF           PIC X(02) VALUE SPACES.
               88  FS-ARQRETIF-OK              VALUE "00".
               88  FS-ARQRETIF-NAO-EXISTE      VALUE "35".
           05  W-FS-RETIFNOV           PIC X(02) VALUE SPACES.
               88  FS-RETIFNOV-OK              VALUE "00".
               88  FS-RETIFNOV-NAO-EXISTE      VALUE "35".
       29999-FIM-ARQUIVA-HIST.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-ARQUIVA-DIARIO copia para o ARQDIAR e da baixa no     *
      *    DIARIO em cada registro do ano arquivado; o que nao e do    *
      *    ano so e contado.                                           *
      *----------------------------------------------------------------*
       30000-ARQUIVA-DIARIO SECTION.
           OPEN I-O DIARIO-FILE
           IF FS-DIARIO-NAO-EXISTE
              DISPLAY "Arquivo DIARIO nao encontrado - nada a"
              DISPLAY "arquivar do diario"
              OPEN EXTEND ARQDIAR-FILE
           END-IF

           MOVE "N"                    TO W-FIM-ARQUIVO
           PERFORM 31000-TRATA-REG-DIARIO UNTIL FIM-ARQUIVO

           CLOSE DIARIO-FILE
           CLOSE ARQDIAR-FILE

           MOVE W-QTD-DIAR-ARQ         TO W-LINHA-EDICAO
           MOVE W-QTD-DIAR-VIVO        TO W-LINHA-EDICAO-2
                  W-LINHA-EDICAO          DELIMITED BY SIZE
                  "  REMANESCENTES "      DELIMITED BY SIZE
                  W-LINHA-EDICAO-2        DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE SPACES                 TO RELATORIO-LINHA
           MOVE "CONFERIDAS AS CONTAGENS, SUBSTITUA RETIFICA POR"
                                       TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE SPACES                 TO RELATORIO-LINHA
           MOVE "RETIFNOV"             TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           CLOSE RELATORIO-FILE
           DISPLAY "Relatorio gravado no arquivo ARQUIVAD"
           DISPLAY "Substitua RETIFICA por RETIFNOV apos conferir"
           DISPLAY "as contagens"
           .
       99999-FIM-FINALIZA.
           EXIT.
           END-IF
           .
       31000-TRATA-REG-DIARIO.
           READ DIARIO-FILE NEXT
               AT END
                  SET FIM-ARQUIVO         TO TRUE
               NOT AT END
                                W-FS-ARQDIAR
                        STOP RUN
                     END-IF
                     DELETE DIARIO-FILE
                     IF NOT FS-DIARIO-OK
                        DISPLAY "Erro na baixa do DIARIO - status "
                                W-FS-DIARIO
                        STOP RUN
                     END-IF
                     ADD 1                TO W-QTD-DIAR-ARQ
                  ELSE
                     ADD 1                TO W-QTD-DIAR-VIVO
                  END-IF
           END-READ
