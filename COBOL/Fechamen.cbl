      *    RETIDO ou RETIDO POR FALTA - com as disciplinas que         *
      *    causaram a retencao. Grava o resultado no FECHAMEN e o      *
      *    roster do ano seguinte (so promovidos) no TURMANOV.         *
      *    O resultado final de cada aluno apurado (ja com a decisao   *
      *    do conselho) fica tambem no RESULTAD, indexado por          *
      *    matricula/ano, para a exportacao da situacao do aluno.      *
      *    Cada matricula apurada e anotada no checkpoint FECHCKPT:    *
      *    se a passada parar no meio do ALUNOS, a seguinte retoma     *
      *    da matricula posterior a ultima apurada, acrescentando aos  *
      *    relatorios e ao TURMANOV em vez de refaze-los do zero.      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS CONS-CHAVE
                                       FILE STATUS  IS W-FS-CONSELHO.
           SELECT RESULTAD-FILE       ASSIGN TO "RESULTAD"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS RES-CHAVE
                                       FILE STATUS  IS W-FS-RESULTAD.
           SELECT ATA-FILE            ASSIGN TO "ATACONS"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-ATA.
           SELECT FECHCKPT-FILE       ASSIGN TO "FECHCKPT"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS FCK-ANO-LETIVO
                                       FILE STATUS  IS W-FS-FECHCKPT.
           SELECT OPERADOR-FILE       ASSIGN TO "OPERADOR"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
       FD  CONSELHO-FILE
           LABEL RECORD IS STANDARD.
       COPY "CONSELHO.CPY".
       FD  RESULTAD-FILE
           LABEL RECORD IS STANDARD.
       COPY "RESULTAD.CPY".
       FD  ATA-FILE
           LABEL RECORD IS STANDARD.
       01  ATA-LINHA                   PIC X(132).
       FD  FECHCKPT-FILE
           LABEL RECORD IS STANDARD.
       COPY "FECHCKPT.CPY".
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "OPERADOR.CPY".
           05  W-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05  W-TENTATIVAS            PIC 9(01) VALUE ZEROS .
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-MATRICULA             PIC 9(06) VALUE ZEROS .
           05  W-ALUNO                 PIC X(50) VALUE SPACES.
           05  W-FREQUENCIA            PIC 9(03) VALUE ZEROS .
           05  W-TEM-CONSELHO          PIC X(01) VALUE "N".
               88  TEM-CONSELHO               VALUE "S".
           05  W-RESULTADO-APURADO     PIC X(20) VALUE SPACES.
           05  W-RESULTADO-CODIFICAR   PIC X(20) VALUE SPACES.
           05  W-COD-RESULTADO         PIC X(01) VALUE SPACES.
           05  W-QTD-CONSELHO          PIC 9(05) VALUE ZEROS .
      *    mapa matricula/serie do ano em fechamento, levantado do
      *    cadastro de turmas, para promover o aluno ja com a serie
               88  FIM-ALUNOS                 VALUE "S".
           05  W-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
               88  ARQUIVOS-ABERTOS           VALUE "S".
      *    retomada de passada interrompida (FECHCKPT em andamento);
      *    erro de leitura no ALUNOS deixa o checkpoint em andamento
           05  W-RETOMADA              PIC X(01) VALUE "N".
               88  RETOMADA                   VALUE "S".
           05  W-ERRO-LEITURA          PIC X(01) VALUE "N".
               88  ERRO-LEITURA               VALUE "S".
           05  W-FIM-HISTORICO         PIC X(01) VALUE "N".
               88  FIM-HISTORICO              VALUE "S".
           05  W-LINHA-EDICAO          PIC Z(05)9 .
           05  W-FS-CONSELHO           PIC X(02) VALUE SPACES.
               88  FS-CONSELHO-OK              VALUE "00".
               88  FS-CONSELHO-NAO-EXISTE      VALUE "35".
           05  W-FS-RESULTAD           PIC X(02) VALUE SPACES.
               88  FS-RESULTAD-OK              VALUE "00".
               88  FS-RESULTAD-NAO-EXISTE      VALUE "35".
           05  W-FS-ATA                PIC X(02) VALUE SPACES.
               88  FS-ATA-OK                   VALUE "00".
               88  FS-ATA-NAO-EXISTE           VALUE "35".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
           05  W-FS-FECHCKPT           PIC X(02) VALUE SPACES.
               88  FS-FECHCKPT-OK              VALUE "00".
               88  FS-FECHCKPT-NAO-EXISTE      VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.

           DISPLAY "Informe o ano letivo a fechar"
           ACCEPT W-ANO-LETIVO
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT ALUNOS-FILE
           IF FS-ALUNOS-NAO-EXISTE
           ADD 1 TO W-ANO-LETIVO   GIVING W-ANO-SEGUINTE
           PERFORM 15000-CARREGA-MAPA-SERIES

           OPEN I-O RESULTAD-FILE
           IF FS-RESULTAD-NAO-EXISTE
              OPEN OUTPUT RESULTAD-FILE
              CLOSE      RESULTAD-FILE
              OPEN I-O  RESULTAD-FILE
           END-IF

      *    checkpoint do ano: passada em andamento com matricula ja
      *    apurada e retomada; concluida ou inexistente comeca do zero
           OPEN I-O FECHCKPT-FILE
           IF FS-FECHCKPT-NAO-EXISTE
              OPEN OUTPUT FECHCKPT-FILE
              CLOSE      FECHCKPT-FILE
              OPEN I-O  FECHCKPT-FILE
           END-IF
           MOVE W-ANO-LETIVO           TO FCK-ANO-LETIVO
           READ FECHCKPT-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  IF FCK-EM-ANDAMENTO AND FCK-ULTIMA-MATRICULA > ZEROS
                     SET RETOMADA      TO TRUE
                  END-IF
           END-READ

           IF RETOMADA
              PERFORM 16000-PREPARA-RETOMADA
           ELSE
              PERFORM 17000-PREPARA-PASSADA-NOVA
           END-IF
           SET ARQUIVOS-ABERTOS        TO TRUE
           .
       10999-FIM-INICIA.
           EXIT.
                 PERFORM 81000-GRAVA-LINHA-ATA
              END-IF

      *       so a passada que chegou ao fim do ALUNOS conclui o
      *       checkpoint; a interrompida sera retomada
              IF ERRO-LEITURA
                 DISPLAY "Fechamento interrompido - rode de novo para"
                 DISPLAY "retomar apos a matricula "
                         FCK-ULTIMA-MATRICULA
                 MOVE 8                TO RETURN-CODE
              ELSE
                 SET FCK-CONCLUIDO     TO TRUE
                 PERFORM 20160-REGRAVA-CHECKPOINT
              END-IF
              CLOSE FECHCKPT-FILE

              CLOSE ALUNOS-FILE
              CLOSE HISTORICO-FILE
              CLOSE FECHAMENTO-FILE
              CLOSE TURMANOV-FILE
              CLOSE RESULTAD-FILE
              CLOSE ATA-FILE
              IF TEM-CONSELHO
                 CLOSE CONSELHO-FILE
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    16000-PREPARA-RETOMADA repoe os contadores da passada       *
      *    interrompida, posiciona o ALUNOS depois da ultima matricula *
      *    apurada e reabre os relatorios e o TURMANOV para acrescimo. *
      *----------------------------------------------------------------*
       16000-PREPARA-RETOMADA.
           DISPLAY "Retomando o fechamento de " W-ANO-LETIVO
                   " apos a matricula " FCK-ULTIMA-MATRICULA
           MOVE FCK-QTD-ALUNOS         TO W-QTD-ALUNOS
           MOVE FCK-QTD-PROMOVIDOS     TO W-QTD-PROMOVIDOS
           MOVE FCK-QTD-RETIDOS        TO W-QTD-RETIDOS
           MOVE FCK-QTD-RETIDOS-FALTA  TO W-QTD-RETIDOS-FALTA
           MOVE FCK-QTD-SEM-NOTAS      TO W-QTD-SEM-NOTAS
           MOVE FCK-QTD-NAO-ATIVOS     TO W-QTD-NAO-ATIVOS
           MOVE FCK-QTD-CONSELHO       TO W-QTD-CONSELHO

           MOVE FCK-ULTIMA-MATRICULA   TO ALUNOS-MATRICULA
           START ALUNOS-FILE KEY > ALUNOS-MATRICULA
               INVALID KEY
                  SET FIM-ALUNOS          TO TRUE
           END-START

           OPEN EXTEND FECHAMENTO-FILE
           IF FS-FECHAMENTO-NAO-EXISTE
              OPEN OUTPUT FECHAMENTO-FILE
              CLOSE       FECHAMENTO-FILE
              OPEN EXTEND FECHAMENTO-FILE
           END-IF
           OPEN EXTEND TURMANOV-FILE
           IF FS-TURMANOV-NAO-EXISTE
              OPEN OUTPUT TURMANOV-FILE
              CLOSE       TURMANOV-FILE
              OPEN EXTEND TURMANOV-FILE
           END-IF
           OPEN EXTEND ATA-FILE
           IF FS-ATA-NAO-EXISTE
              OPEN OUTPUT ATA-FILE
              CLOSE       ATA-FILE
              OPEN EXTEND ATA-FILE
           END-IF

           MOVE SPACES                 TO FECHAMENTO-LINHA
           STRING "RETOMADO APOS A MATRICULA " DELIMITED BY SIZE
                  FCK-ULTIMA-MATRICULA         DELIMITED BY SIZE
                  INTO FECHAMENTO-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
      *----------------------------------------------------------------*
      *    17000-PREPARA-PASSADA-NOVA abre o checkpoint do ano em      *
      *    andamento e recria os relatorios e o TURMANOV.              *
      *----------------------------------------------------------------*
       17000-PREPARA-PASSADA-NOVA.
           INITIALIZE FECHCKPT-REG
           MOVE W-ANO-LETIVO           TO FCK-ANO-LETIVO
           SET FCK-EM-ANDAMENTO        TO TRUE
           MOVE W-DATA-SISTEMA         TO FCK-DATA-INICIO
           MOVE W-OPERADOR             TO FCK-OPERADOR
           WRITE FECHCKPT-REG
               INVALID KEY
                  PERFORM 20160-REGRAVA-CHECKPOINT
           END-WRITE

           OPEN OUTPUT FECHAMENTO-FILE
           OPEN OUTPUT TURMANOV-FILE
           OPEN OUTPUT ATA-FILE

           MOVE SPACES                 TO ATA-LINHA
           STRING "ATA DO CONSELHO DE CLASSE - ANO LETIVO "
                                       DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  INTO ATA-LINHA
           PERFORM 81000-GRAVA-LINHA-ATA
           MOVE SPACES                 TO ATA-LINHA
           PERFORM 81000-GRAVA-LINHA-ATA

           MOVE SPACES                 TO FECHAMENTO-LINHA
           STRING "FECHAMENTO DO ANO LETIVO " DELIMITED BY SIZE
                  W-ANO-LETIVO                DELIMITED BY SIZE
                  INTO FECHAMENTO-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO FECHAMENTO-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       20100-LE-ALUNO.
           READ ALUNOS-FILE NEXT
               AT END
               NOT AT END
                  PERFORM 20200-FECHA-ALUNO
                     THRU 20299-FIM-FECHA-ALUNO
                  PERFORM 20150-ATUALIZA-CHECKPOINT
           END-READ
           IF NOT FS-ALUNOS-OK AND NOT FIM-ALUNOS
              DISPLAY "Erro lendo ALUNOS - status " W-FS-ALUNOS
              SET FIM-ALUNOS             TO TRUE
              SET ERRO-LEITURA           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    20150-ATUALIZA-CHECKPOINT anota a matricula recem-apurada e *
      *    os contadores do relatorio no FECHCKPT.                     *
      *----------------------------------------------------------------*
       20150-ATUALIZA-CHECKPOINT.
           MOVE ALUNOS-MATRICULA       TO FCK-ULTIMA-MATRICULA
           MOVE W-QTD-ALUNOS           TO FCK-QTD-ALUNOS
           MOVE W-QTD-PROMOVIDOS       TO FCK-QTD-PROMOVIDOS
           MOVE W-QTD-RETIDOS          TO FCK-QTD-RETIDOS
           MOVE W-QTD-RETIDOS-FALTA    TO FCK-QTD-RETIDOS-FALTA
           MOVE W-QTD-SEM-NOTAS        TO FCK-QTD-SEM-NOTAS
           MOVE W-QTD-NAO-ATIVOS       TO FCK-QTD-NAO-ATIVOS
           MOVE W-QTD-CONSELHO         TO FCK-QTD-CONSELHO
           PERFORM 20160-REGRAVA-CHECKPOINT
           .
       20160-REGRAVA-CHECKPOINT.
           REWRITE FECHCKPT-REG
           IF NOT FS-FECHCKPT-OK
              DISPLAY "Erro regravando FECHCKPT - status "
                      W-FS-FECHCKPT
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
              OR W-RESULTADO = "PROMOVIDO-CONSELHO"
              PERFORM 24200-GRAVA-TURMANOV
           END-IF

           PERFORM 24400-GRAVA-RESULTAD
           .
      *----------------------------------------------------------------*
      *    24400-GRAVA-RESULTAD grava (ou regrava, na passada final)   *
      *    o resultado do aluno no RESULTAD. Sem notas no ano nao ha   *
      *    resultado: um registro de passada anterior e apagado.       *
      *----------------------------------------------------------------*
       24400-GRAVA-RESULTAD.
           INITIALIZE RESULTAD-REG
           MOVE W-MATRICULA            TO RES-MATRICULA
           MOVE W-ANO-LETIVO           TO RES-ANO-LETIVO
           IF W-RESULTADO = "SEM NOTAS NO ANO"
              DELETE RESULTAD-FILE
                  INVALID KEY
                     CONTINUE
              END-DELETE
           ELSE
              MOVE W-RESULTADO         TO W-RESULTADO-CODIFICAR
              PERFORM 24450-CODIFICA-RESULTADO
              MOVE W-COD-RESULTADO     TO RES-RESULTADO
                                          RES-RESULTADO-APURADO
              IF RES-PROMOVIDO-CONSELHO OR RES-RETIDO-CONSELHO
                 MOVE W-RESULTADO-APURADO TO W-RESULTADO-CODIFICAR
                 PERFORM 24450-CODIFICA-RESULTADO
                 MOVE W-COD-RESULTADO  TO RES-RESULTADO-APURADO
              END-IF
              MOVE W-MEDIA-GERAL       TO RES-MEDIA-GERAL
              MOVE W-FREQUENCIA        TO RES-FREQUENCIA
              MOVE W-DATA-SISTEMA      TO RES-DATA-FECHAMENTO
              WRITE RESULTAD-REG
                  INVALID KEY
                     REWRITE RESULTAD-REG
              END-WRITE
              IF NOT FS-RESULTAD-OK
                 DISPLAY "Erro gravando RESULTAD - status "
                         W-FS-RESULTAD
                 STOP RUN
              END-IF
           END-IF
           .
       24450-CODIFICA-RESULTADO.
           MOVE SPACES                 TO W-COD-RESULTADO
           IF W-RESULTADO-CODIFICAR = "PROMOVIDO"
              MOVE "P"                 TO W-COD-RESULTADO
           END-IF
           IF W-RESULTADO-CODIFICAR = "RETIDO"
              MOVE "R"                 TO W-COD-RESULTADO
           END-IF
           IF W-RESULTADO-CODIFICAR = "RETIDO POR FALTA"
              MOVE "F"                 TO W-COD-RESULTADO
           END-IF
           IF W-RESULTADO-CODIFICAR = "PROMOVIDO-CONSELHO"
              MOVE "C"                 TO W-COD-RESULTADO
           END-IF
           IF W-RESULTADO-CODIFICAR = "RETIDO-CONSELHO"
              MOVE "X"                 TO W-COD-RESULTADO
           END-IF
           .
      *----------------------------------------------------------------*
      *    24200-GRAVA-TURMANOV poe o promovido no roster do ano       *
