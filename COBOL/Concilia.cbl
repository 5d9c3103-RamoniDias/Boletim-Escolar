      *    falta no ALUNOS e (4) a contagem do trailer bate com as     *
      *    linhas de dados da geracao. Divergencia zera o APTO PARA    *
      *    ENVIO e retorna codigo 8 para o job nao transmitir.         *
      *                                                                *
      *    As disciplinas esperadas vem da matriz curricular (MATRIZ)  *
      *    da serie da turma: as obrigatorias sao cobradas de todo     *
      *    aluno do roster; as optativas, so de quem ja tem alguma     *
      *    nota nelas. Serie sem matriz cadastrada e divergencia.      *
      *                                                                *
      *    Chamado pela cadeia noturna (CADEIA), uma vez por turma do  *
      *    ano, recebe turma e ano do controlador, acumula as turmas   *
      *    no mesmo relatorio CONCILIA e devolve as contagens.         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT DISCIPL-FILE        ASSIGN TO "DISCIPL"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DISC-CODIGO
                                       FILE STATUS  IS W-FS-DISCIPL.
           SELECT MATRIZ-FILE         ASSIGN TO "MATRIZ"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS MAT-CHAVE
                                       FILE STATUS  IS W-FS-MATRIZ.
           SELECT REMESSA-FILE        ASSIGN TO "REMESSA"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-REMESSA.
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  DISCIPL-FILE
           LABEL RECORD IS STANDARD.
       COPY "DISCIPL.CPY".
       FD  MATRIZ-FILE
           LABEL RECORD IS STANDARD.
       COPY "MATRIZ.CPY".
       FD  REMESSA-FILE
           LABEL RECORD IS STANDARD.
       01  REMESSA-LINHA               PIC X(150).
           05  W-TAB-ROSTER OCCURS 100 TIMES.
               10  W-RO-MATRICULA      PIC 9(06) VALUE ZEROS.
           05  W-IDX-ROSTER            PIC 9(03) VALUE ZEROS .
           05  W-SERIE-TURMA           PIC 9(02) VALUE ZEROS .
           05  W-QTD-DISC              PIC 9(02) VALUE ZEROS .
           05  W-TAB-DISC OCCURS 20 TIMES.
               10  W-DI-NOME           PIC X(20) VALUE SPACES.
               10  W-DI-OBRIGATORIA    PIC X(01) VALUE "S".
           05  W-QTD-BIM-PRESENTES     PIC 9(01) VALUE ZEROS .
           05  W-IDX-DISC              PIC 9(02) VALUE ZEROS .
           05  W-IDX-BIM               PIC 9(01) VALUE ZEROS .
           05  W-ACHOU                 PIC X(01) VALUE "N".
           05  W-QTD-DIV-FALTA         PIC 9(05) VALUE ZEROS .
           05  W-QTD-DIV-NOTA          PIC 9(05) VALUE ZEROS .
           05  W-QTD-DIV-CADASTRO      PIC 9(05) VALUE ZEROS .
           05  W-QTD-DIV-MATRIZ        PIC 9(05) VALUE ZEROS .
           05  W-QTD-DIVERGENCIAS      PIC 9(05) VALUE ZEROS .
           05  W-QTD-LINHAS-EXP        PIC 9(05) VALUE ZEROS .
           05  W-FIM-ROSTER            PIC X(01) VALUE "N".
               88  FIM-ROSTER                 VALUE "S".
           05  W-FIM-HISTORICO         PIC X(01) VALUE "N".
               88  FIM-HISTORICO              VALUE "S".
           05  W-FIM-MATRIZ            PIC X(01) VALUE "N".
               88  FIM-MATRIZ                 VALUE "S".
           05  W-FIM-REMESSA           PIC X(01) VALUE "N".
               88  FIM-REMESSA                VALUE "S".
           05  W-TIPO-LINHA            PIC X(02) VALUE SPACES.
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-DISCIPL            PIC X(02) VALUE SPACES.
               88  FS-DISCIPL-OK               VALUE "00".
               88  FS-DISCIPL-NAO-EXISTE       VALUE "35".
           05  W-FS-MATRIZ             PIC X(02) VALUE SPACES.
               88  FS-MATRIZ-OK                VALUE "00".
               88  FS-MATRIZ-NAO-EXISTE        VALUE "35".
           05  W-FS-REMESSA            PIC X(02) VALUE SPACES.
               88  FS-REMESSA-OK               VALUE "00".
               88  FS-REMESSA-NAO-EXISTE       VALUE "35".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
               88  FS-RELATORIO-NAO-EXISTE     VALUE "35".
      *    parametros e contagens da cadeia noturna
       COPY "CADPARM.CPY".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           IF NOT FIM-ROSTER
              PERFORM 20000-CARREGA-ROSTER UNTIL FIM-ROSTER
              PERFORM 30000-CARREGA-MATRIZ
                 THRU 30099-FIM-CARREGA-MATRIZ
              PERFORM 40000-CONFERE-COBERTURA
                      VARYING W-IDX-ROSTER FROM 1 BY 1
                      UNTIL W-IDX-ROSTER > W-QTD-ROSTER
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           IF CPR-CHAMADA-CADEIA
              MOVE W-QTD-LINHAS-EXP    TO CPR-QTD-LIDOS
              MOVE W-QTD-ROSTER        TO CPR-QTD-TRATADOS
              MOVE W-QTD-DIVERGENCIAS  TO CPR-QTD-REJEITADOS
           END-IF

           GOBACK
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           IF CPR-CHAMADA-CADEIA
              MOVE CPR-TURMA-COD       TO W-TURMA-COD
              MOVE CPR-ANO-LETIVO      TO W-ANO-LETIVO
           ELSE
              DISPLAY "Informe o codigo da turma"
              ACCEPT W-TURMA-COD
              DISPLAY "Informe o ano letivo"
              ACCEPT W-ANO-LETIVO
           END-IF

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE

           OPEN INPUT HISTORICO-FILE
           OPEN INPUT ALUNOS-FILE
           OPEN INPUT DISCIPL-FILE
           OPEN INPUT MATRIZ-FILE
           OPEN INPUT REMESSA-FILE
           IF FS-REMESSA-NAO-EXISTE
              DISPLAY "Arquivo REMESSA nao encontrado - feche a"
              SET FIM-REMESSA          TO TRUE
           END-IF

      *    na cadeia as turmas seguintes a primeira vao para o mesmo
      *    relatorio
           IF CPR-CHAMADA-CADEIA AND CPR-SEQ-CHAMADA > 1
              OPEN EXTEND RELATORIO-FILE
           ELSE
              OPEN OUTPUT RELATORIO-FILE
           END-IF

           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "CONCILIACAO PRE-ENVIO - TURMA " DELIMITED BY SIZE
           COMPUTE W-QTD-DIVERGENCIAS = W-QTD-DIV-FALTA
                                      + W-QTD-DIV-NOTA
                                      + W-QTD-DIV-CADASTRO
                                      + W-QTD-DIV-MATRIZ
                                      + W-QTD-DIV-GERACAO

           MOVE SPACES                 TO RELATORIO-LINHA
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE W-QTD-DIV-MATRIZ       TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "FALHAS DE MATRIZ CURRICULAR...: "
                                       DELIMITED BY SIZE
                  W-LINHA-EDICAO       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE W-QTD-DIV-GERACAO      TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "DIVERGENCIAS DE GERACAO.......: "
           CLOSE TURMAS-FILE
           CLOSE HISTORICO-FILE
           CLOSE ALUNOS-FILE
           CLOSE DISCIPL-FILE
           CLOSE MATRIZ-FILE
           CLOSE REMESSA-FILE
           CLOSE RELATORIO-FILE
           DISPLAY "Relatorio gravado no arquivo CONCILIA"
                  END-IF
           END-READ

      *    a serie do roster define a matriz das disciplinas esperadas
           IF W-QTD-ROSTER = ZEROS
              MOVE TMS-SERIE           TO W-SERIE-TURMA
           END-IF
           IF W-QTD-ROSTER < 100
              ADD 1                    TO W-QTD-ROSTER
              MOVE TMS-MATRICULA       TO W-RO-MATRICULA(W-QTD-ROSTER)
       20199-FIM-TRATA-ROSTER.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-CARREGA-MATRIZ monta o conjunto de disciplinas        *
      *    esperadas da turma a partir da matriz curricular da serie   *
      *    do roster, com o nome do catalogo DISCIPL (o mesmo gravado  *
      *    no HISTORIC) e a indicacao de obrigatoria/optativa.         *
      *----------------------------------------------------------------*
       30000-CARREGA-MATRIZ.
           IF W-QTD-ROSTER = ZEROS
              GO 30099-FIM-CARREGA-MATRIZ
           END-IF
           IF FS-MATRIZ-NAO-EXISTE OR FS-DISCIPL-NAO-EXISTE
              ADD 1                    TO W-QTD-DIV-MATRIZ
              MOVE SPACES              TO RELATORIO-LINHA
              MOVE "CADASTRO DE DISCIPLINAS/MATRIZ NAO ENCONTRADO"
                                       TO RELATORIO-LINHA
              PERFORM 80000-GRAVA-LINHA
              GO 30099-FIM-CARREGA-MATRIZ
           END-IF

           MOVE "N"                    TO W-FIM-MATRIZ
           MOVE W-SERIE-TURMA          TO MAT-SERIE
           MOVE LOW-VALUES             TO MAT-DISC-CODIGO
           START MATRIZ-FILE KEY NOT < MAT-CHAVE
               INVALID KEY
                  SET FIM-MATRIZ          TO TRUE
           END-START
           PERFORM 30100-LE-MATRIZ UNTIL FIM-MATRIZ

           IF W-QTD-DISC = ZEROS
              ADD 1                    TO W-QTD-DIV-MATRIZ
              MOVE SPACES              TO RELATORIO-LINHA
              STRING "SERIE SEM MATRIZ CURRICULAR CADASTRADA: "
                                       DELIMITED BY SIZE
                     W-SERIE-TURMA     DELIMITED BY SIZE
                     INTO RELATORIO-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF
           .
       30099-FIM-CARREGA-MATRIZ.
           EXIT.
       30100-LE-MATRIZ.
           READ MATRIZ-FILE NEXT
               AT END
                  SET FIM-MATRIZ          TO TRUE
               NOT AT END
                  IF MAT-SERIE NOT = W-SERIE-TURMA
                     SET FIM-MATRIZ       TO TRUE
                  ELSE
                     PERFORM 30200-INCLUI-DISCIPLINA
                  END-IF
           END-READ
           IF NOT FS-MATRIZ-OK AND NOT FIM-MATRIZ
              DISPLAY "Erro lendo MATRIZ - status " W-FS-MATRIZ
              SET FIM-MATRIZ             TO TRUE
           END-IF
           .
       30200-INCLUI-DISCIPLINA.
           MOVE MAT-DISC-CODIGO        TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  ADD 1                TO W-QTD-DIV-MATRIZ
                  MOVE SPACES          TO RELATORIO-LINHA
                  STRING "DISCIPLINA DA MATRIZ FORA DO CATALOGO: "
                                       DELIMITED BY SIZE
                         MAT-DISC-CODIGO DELIMITED BY SIZE
                         INTO RELATORIO-LINHA
                  PERFORM 80000-GRAVA-LINHA
               NOT INVALID KEY
                  IF W-QTD-DISC < 20
                     ADD 1             TO W-QTD-DISC
                     MOVE DISC-NOME    TO W-DI-NOME(W-QTD-DISC)
                     MOVE MAT-OBRIGATORIA
                                       TO W-DI-OBRIGATORIA(W-QTD-DISC)
                  ELSE
                     DISPLAY "Mais de 20 disciplinas na matriz -"
                     DISPLAY "excedente ignorado na conciliacao"
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------*
      *    40000-CONFERE-COBERTURA confere, por leitura de chave, que  *
       40000-CONFERE-COBERTURA.
           MOVE W-RO-MATRICULA(W-IDX-ROSTER) TO W-MATRICULA
           PERFORM 40100-CONFERE-DISCIPLINA
              THRU 40199-FIM-CONFERE-DISCIPLINA
                   VARYING W-IDX-DISC FROM 1 BY 1
                   UNTIL W-IDX-DISC > W-QTD-DISC
           .
       40100-CONFERE-DISCIPLINA.
      *    optativa so e cobrada de quem ja tem nota nela
           IF W-DI-OBRIGATORIA(W-IDX-DISC) = "N"
              MOVE ZEROS               TO W-QTD-BIM-PRESENTES
              PERFORM 40150-CONTA-BIM-OPTATIVA
                      VARYING W-IDX-BIM FROM 1 BY 1
                      UNTIL W-IDX-BIM > 4
              IF W-QTD-BIM-PRESENTES = ZEROS
                 GO 40199-FIM-CONFERE-DISCIPLINA
              END-IF
           END-IF
           PERFORM 40200-CONFERE-BIMESTRE
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4
           .
       40199-FIM-CONFERE-DISCIPLINA.
           EXIT.
       40150-CONTA-BIM-OPTATIVA.
           MOVE W-MATRICULA            TO HIST-MATRICULA
           MOVE W-ANO-LETIVO           TO HIST-ANO-LETIVO
           MOVE W-DI-NOME(W-IDX-DISC)  TO HIST-DISCIPLINA
           MOVE W-IDX-BIM              TO HIST-BIMESTRE
           READ HISTORICO-FILE
               NOT INVALID KEY
                  ADD 1                TO W-QTD-BIM-PRESENTES
           END-READ
           .
       40200-CONFERE-BIMESTRE.
           MOVE W-MATRICULA            TO HIST-MATRICULA
           MOVE W-ANO-LETIVO           TO HIST-ANO-LETIVO
