      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    remsitua.
      *----------------------------------------------------------------*
      *    Geracao numerada da situacao do aluno ao fim do ano letivo  *
      *    (segunda etapa do censo escolar). Percorre o TURMAS do ano  *
      *    informado e, para cada aluno enturmado, toma a situacao:    *
      *    transferido ou deixou de frequentar pela situacao e data    *
      *    do ALUNOS; para os demais, o resultado final gravado pelo   *
      *    fechamento no RESULTAD (que ja traz a decisao do conselho   *
      *    de classe). Se algum aluno do ano ainda estiver sem         *
      *    resultado, a geracao NAO e gravada: os pendentes saem no    *
      *    relatorio SITPEND e o job termina com codigo de retorno 8.  *
      *    Com todos apurados, grava o REMSITU com header "H",         *
      *    uma linha matricula;ano;situacao;data;turma;aluno por       *
      *    aluno e trailer "T" com a contagem, e regrava o SITCTRL     *
      *    (mesmo leiaute do GERCTRL) com a geracao fechada.           *
      *    Situacao: "A" aprovado, "R" reprovado, "F" reprovado por    *
      *    falta, "C" promovido pelo conselho, "T" transferido e "E"   *
      *    deixou de frequentar; a data so vem preenchida nos dois     *
      *    ultimos casos.                                              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TURMAS-FILE         ASSIGN TO "TURMAS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT ALUNOS-FILE         ASSIGN TO "ALUNOS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ALUNOS-MATRICULA
                                       FILE STATUS  IS W-FS-ALUNOS.
           SELECT RESULTAD-FILE       ASSIGN TO "RESULTAD"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS RES-CHAVE
                                       FILE STATUS  IS W-FS-RESULTAD.
           SELECT REMSITU-FILE        ASSIGN TO "REMSITU"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-REMSITU.
           SELECT SITPEND-FILE        ASSIGN TO "SITPEND"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-SITPEND.
           SELECT SITCTRL-FILE        ASSIGN TO "SITCTRL"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-SITCTRL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  ALUNOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "ALUNOS.CPY".
       FD  RESULTAD-FILE
           LABEL RECORD IS STANDARD.
       COPY "RESULTAD.CPY".
       FD  REMSITU-FILE
           LABEL RECORD IS STANDARD.
       01  REMSITU-LINHA               PIC X(150).
       FD  SITPEND-FILE
           LABEL RECORD IS STANDARD.
       01  SITPEND-LINHA               PIC X(132).
       FD  SITCTRL-FILE
           LABEL RECORD IS STANDARD.
       COPY "GERCTRL.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-GERACAO               PIC 9(06) VALUE ZEROS .
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-DATA-FIM-ANO          PIC 9(08) VALUE ZEROS .
           05  W-SITUACAO              PIC X(01) VALUE SPACES.
               88  SEM-SITUACAO               VALUE SPACES.
           05  W-DATA-SITUACAO         PIC 9(08) VALUE ZEROS .
           05  W-ALUNO                 PIC X(50) VALUE SPACES.
           05  W-QTD-ALUNOS-ANO        PIC 9(06) VALUE ZEROS .
           05  W-QTD-PENDENTES         PIC 9(06) VALUE ZEROS .
           05  W-QTD-LINHAS            PIC 9(06) VALUE ZEROS .
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
               88  ARQUIVOS-ABERTOS           VALUE "S".
           05  W-ERRO-LEITURA          PIC X(01) VALUE "N".
               88  ERRO-LEITURA               VALUE "S".
           05  W-LINHA-EDICAO          PIC Z(05)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-ALUNOS             PIC X(02) VALUE SPACES.
               88  FS-ALUNOS-OK                VALUE "00".
               88  FS-ALUNOS-NAO-EXISTE        VALUE "35".
           05  W-FS-RESULTAD           PIC X(02) VALUE SPACES.
               88  FS-RESULTAD-OK              VALUE "00".
               88  FS-RESULTAD-NAO-EXISTE      VALUE "35".
           05  W-FS-REMSITU            PIC X(02) VALUE SPACES.
               88  FS-REMSITU-OK               VALUE "00".
               88  FS-REMSITU-NAO-EXISTE       VALUE "35".
           05  W-FS-SITPEND            PIC X(02) VALUE SPACES.
               88  FS-SITPEND-OK               VALUE "00".
               88  FS-SITPEND-NAO-EXISTE       VALUE "35".
           05  W-FS-SITCTRL            PIC X(02) VALUE SPACES.
               88  FS-SITCTRL-OK               VALUE "00".
               88  FS-SITCTRL-NAO-EXISTE       VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           IF ARQUIVOS-ABERTOS
              PERFORM 20100-CONFERE-TURMAS UNTIL FIM-TURMAS
              IF ERRO-LEITURA
                 DISPLAY "Geracao nao gravada - erro na leitura"
                 MOVE 8                TO RETURN-CODE
              ELSE
                 IF W-QTD-PENDENTES > ZEROS
                    DISPLAY "Geracao recusada - ha alunos sem"
                    DISPLAY "resultado final; veja o SITPEND"
                    MOVE 8             TO RETURN-CODE
                 ELSE
                    PERFORM 30000-GRAVA-REMSITU
                    PERFORM 50000-GRAVA-SITCTRL
                 END-IF
              END-IF
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           STOP RUN
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD

           DISPLAY "Informe o ano letivo da situacao do aluno"
           ACCEPT W-ANO-LETIVO
           COMPUTE W-DATA-FIM-ANO = W-ANO-LETIVO * 10000 + 1231

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              DISPLAY "Arquivo TURMAS nao encontrado"
              MOVE 8                   TO RETURN-CODE
              GO 10999-FIM-INICIA
           END-IF

           OPEN INPUT ALUNOS-FILE
           IF FS-ALUNOS-NAO-EXISTE
              DISPLAY "Arquivo ALUNOS nao encontrado"
              CLOSE TURMAS-FILE
              MOVE 8                   TO RETURN-CODE
              GO 10999-FIM-INICIA
           END-IF

      *    sem RESULTAD o fechamento do ano nao foi rodado; nenhum
      *    aluno tem resultado e a geracao seria recusada de todo jeito
           OPEN INPUT RESULTAD-FILE
           IF FS-RESULTAD-NAO-EXISTE
              DISPLAY "Arquivo RESULTAD nao encontrado - rode o"
              DISPLAY "fechamento do ano letivo antes"
              CLOSE TURMAS-FILE
              CLOSE ALUNOS-FILE
              MOVE 8                   TO RETURN-CODE
              GO 10999-FIM-INICIA
           END-IF

      *    a geracao desta remessa e a ultima fechada mais um
           MOVE ZEROS                  TO W-GERACAO
           OPEN INPUT SITCTRL-FILE
           IF NOT FS-SITCTRL-NAO-EXISTE
              READ SITCTRL-FILE
                  AT END
                     CONTINUE
                  NOT AT END
                     MOVE GER-ULTIMA-GERACAO TO W-GERACAO
              END-READ
              CLOSE SITCTRL-FILE
           END-IF
           ADD 1                       TO W-GERACAO

           OPEN OUTPUT SITPEND-FILE
           SET ARQUIVOS-ABERTOS        TO TRUE

           MOVE SPACES                 TO SITPEND-LINHA
           STRING "ALUNOS SEM RESULTADO FINAL - ANO LETIVO "
                                       DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  " - EMITIDO EM "     DELIMITED BY SIZE
                  W-DATA-SISTEMA       DELIMITED BY SIZE
                  INTO SITPEND-LINHA
           PERFORM 80000-GRAVA-LINHA-PEND
           MOVE SPACES                 TO SITPEND-LINHA
           PERFORM 80000-GRAVA-LINHA-PEND
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           IF ARQUIVOS-ABERTOS
              MOVE SPACES              TO SITPEND-LINHA
              PERFORM 80000-GRAVA-LINHA-PEND
              MOVE W-QTD-PENDENTES     TO W-LINHA-EDICAO
              MOVE SPACES              TO SITPEND-LINHA
              STRING "ALUNOS SEM RESULTADO..: " DELIMITED BY SIZE
                     W-LINHA-EDICAO            DELIMITED BY SIZE
                     INTO SITPEND-LINHA
              PERFORM 80000-GRAVA-LINHA-PEND

              CLOSE TURMAS-FILE
              CLOSE ALUNOS-FILE
              CLOSE RESULTAD-FILE
              CLOSE SITPEND-FILE

              MOVE W-QTD-ALUNOS-ANO    TO W-LINHA-EDICAO
              DISPLAY "Alunos enturmados no ano.......: "
                      W-LINHA-EDICAO
              MOVE W-QTD-PENDENTES     TO W-LINHA-EDICAO
              DISPLAY "Alunos sem resultado final.....: "
                      W-LINHA-EDICAO
              IF W-QTD-LINHAS > ZEROS
                 MOVE W-QTD-LINHAS     TO W-LINHA-EDICAO
                 DISPLAY "Linhas gravadas na geracao.....: "
                         W-LINHA-EDICAO
                 DISPLAY "Geracao fechada: " W-GERACAO
                 DISPLAY "Situacao gravada no arquivo REMSITU"
              END-IF
           END-IF
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
      *----------------------------------------------------------------*
      *    20100-CONFERE-TURMAS e a primeira passada: so confere se    *
      *    todo aluno enturmado no ano tem situacao e lista no         *
      *    SITPEND os que nao tem, sem gravar nada da geracao.         *
      *----------------------------------------------------------------*
       20100-CONFERE-TURMAS.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-ANO-LETIVO = W-ANO-LETIVO
                     ADD 1                TO W-QTD-ALUNOS-ANO
                     PERFORM 21000-APURA-SITUACAO
                     IF SEM-SITUACAO
                        PERFORM 20200-LISTA-PENDENTE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET ERRO-LEITURA           TO TRUE
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
       20200-LISTA-PENDENTE.
           ADD 1                       TO W-QTD-PENDENTES
           MOVE SPACES                 TO SITPEND-LINHA
           STRING "TURMA: "            DELIMITED BY SIZE
                  TMS-TURMA-COD        DELIMITED BY SIZE
                  "  MATRICULA: "      DELIMITED BY SIZE
                  TMS-MATRICULA        DELIMITED BY SIZE
                  "  ALUNO: "          DELIMITED BY SIZE
                  W-ALUNO              DELIMITED BY SIZE
                  INTO SITPEND-LINHA
           PERFORM 80000-GRAVA-LINHA-PEND
           .
      *----------------------------------------------------------------*
      *    21000-APURA-SITUACAO deixa em W-SITUACAO a situacao do      *
      *    aluno do registro corrente do TURMAS (brancos quando ainda  *
      *    nao ha resultado). Transferencia ou evasao ate o fim do     *
      *    ano vale sobre o resultado; depois disso o aluno cursou o   *
      *    ano inteiro e vale o que o fechamento apurou.               *
      *----------------------------------------------------------------*
       21000-APURA-SITUACAO.
           MOVE SPACES                 TO W-SITUACAO
           MOVE ZEROS                  TO W-DATA-SITUACAO
           MOVE TMS-NOME               TO W-ALUNO

           MOVE TMS-MATRICULA          TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  MOVE SPACES             TO ALUNOS-SITUACAO
                  MOVE ZEROS              TO ALUNOS-DATA-SITUACAO
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
           END-READ

           IF ALUNOS-DATA-SITUACAO NOT > W-DATA-FIM-ANO
              IF ALUNOS-TRANSFERIDO
                 MOVE "T"              TO W-SITUACAO
                 MOVE ALUNOS-DATA-SITUACAO TO W-DATA-SITUACAO
              END-IF
              IF ALUNOS-EVADIDO
                 MOVE "E"              TO W-SITUACAO
                 MOVE ALUNOS-DATA-SITUACAO TO W-DATA-SITUACAO
              END-IF
           END-IF

           IF SEM-SITUACAO
              MOVE TMS-MATRICULA       TO RES-MATRICULA
              MOVE W-ANO-LETIVO        TO RES-ANO-LETIVO
              READ RESULTAD-FILE
                  INVALID KEY
                     MOVE SPACES          TO RES-RESULTADO
              END-READ
              IF RES-PROMOVIDO
                 MOVE "A"              TO W-SITUACAO
              END-IF
              IF RES-RETIDO OR RES-RETIDO-CONSELHO
                 MOVE "R"              TO W-SITUACAO
              END-IF
              IF RES-RETIDO-FALTA
                 MOVE "F"              TO W-SITUACAO
              END-IF
              IF RES-PROMOVIDO-CONSELHO
                 MOVE "C"              TO W-SITUACAO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    30000-GRAVA-REMSITU e a segunda passada, so com todos os    *
      *    alunos apurados: header "H", uma linha por aluno e trailer  *
      *    "T" com a contagem, como na remessa de notas.               *
      *----------------------------------------------------------------*
       30000-GRAVA-REMSITU.
           OPEN OUTPUT REMSITU-FILE

           MOVE SPACES                 TO REMSITU-LINHA
           STRING "H;"                 DELIMITED BY SIZE
                  W-GERACAO            DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-DATA-SISTEMA       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  INTO REMSITU-LINHA
           PERFORM 35000-GRAVA-LINHA-REMSITU

           CLOSE TURMAS-FILE
           OPEN INPUT TURMAS-FILE
           MOVE "N"                    TO W-FIM-TURMAS
           PERFORM 31000-LE-TURMAS UNTIL FIM-TURMAS

           MOVE SPACES                 TO REMSITU-LINHA
           STRING "T;"                 DELIMITED BY SIZE
                  W-GERACAO            DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-QTD-LINHAS         DELIMITED BY SIZE
                  INTO REMSITU-LINHA
           PERFORM 35000-GRAVA-LINHA-REMSITU

           CLOSE REMSITU-FILE
           .
       31000-LE-TURMAS.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-ANO-LETIVO = W-ANO-LETIVO
                     PERFORM 21000-APURA-SITUACAO
                     PERFORM 31100-GRAVA-LINHA-ALUNO
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              STOP RUN
           END-IF
           .
       31100-GRAVA-LINHA-ALUNO.
           MOVE SPACES                 TO REMSITU-LINHA
           STRING TMS-MATRICULA        DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-SITUACAO           DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-DATA-SITUACAO      DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  TMS-TURMA-COD        DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-ALUNO              DELIMITED BY SIZE
                  INTO REMSITU-LINHA
           PERFORM 35000-GRAVA-LINHA-REMSITU
           ADD 1                       TO W-QTD-LINHAS
           .
       35000-GRAVA-LINHA-REMSITU.
           WRITE REMSITU-LINHA
           IF NOT FS-REMSITU-OK
              DISPLAY "Erro gravando REMSITU - status " W-FS-REMSITU
              STOP RUN
           END-IF
           .
       50000-GRAVA-SITCTRL.
           OPEN OUTPUT SITCTRL-FILE
           INITIALIZE GERCTRL-REG
           MOVE W-GERACAO              TO GER-ULTIMA-GERACAO
           MOVE W-DATA-SISTEMA         TO GER-DATA
           MOVE W-QTD-LINHAS           TO GER-QTD-LINHAS
           WRITE GERCTRL-REG
           IF NOT FS-SITCTRL-OK
              DISPLAY "Erro gravando SITCTRL - status " W-FS-SITCTRL
              STOP RUN
           END-IF
           CLOSE SITCTRL-FILE
           .
       80000-GRAVA-LINHA-PEND.
           WRITE SITPEND-LINHA
           IF NOT FS-SITPEND-OK
              DISPLAY "Erro gravando SITPEND - status " W-FS-SITPEND
              STOP RUN
           END-IF
           .
