      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    atribui.
      *----------------------------------------------------------------*
      *    Atribuicao de aulas (arquivo ATRIBUI): professor x turma x  *
      *    disciplina no ano letivo, com data de inicio e de fim para  *
      *    cobrir as substituicoes. O lancamento de notas e o diario   *
      *    de classe so aceitam do perfil professor a turma e a        *
      *    disciplina atribuidas a ele na data; secretaria e direcao   *
      *    seguem com acesso total. Manutencao reservada a direcao e   *
      *    secretaria.                                                 *
      *                                                                *
      *    Opcao 1 - inclui/altera atribuicao;                         *
      *    Opcao 2 - exclui atribuicao;                                *
      *    Opcao 3 - lista as atribuicoes de uma turma;                *
      *    Opcao 4 - relaciona no arquivo SEMPROF os pares turma/      *
      *    disciplina da matriz da serie sem professor atribuido na    *
      *    data de referencia (inicio do bimestre, por exemplo).       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATRIBUI-FILE        ASSIGN TO "ATRIBUI"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ATR-CHAVE
                                       FILE STATUS  IS W-FS-ATRIBUI.
           SELECT OPERADOR-FILE       ASSIGN TO "OPERADOR"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS OPER-CODIGO
                                       FILE STATUS  IS W-FS-OPERADOR.
           SELECT TURMAS-FILE         ASSIGN TO "TURMAS"
                                       ORGANIZATION IS INDEXED
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
           SELECT RELATORIO-FILE      ASSIGN TO "SEMPROF"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-RELATORIO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  ATRIBUI-FILE
           LABEL RECORD IS STANDARD.
       COPY "ATRIBUI.CPY".
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "OPERADOR.CPY".
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  DISCIPL-FILE
           LABEL RECORD IS STANDARD.
       COPY "DISCIPL.CPY".
       FD  MATRIZ-FILE
           LABEL RECORD IS STANDARD.
       COPY "MATRIZ.CPY".
       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  RELATORIO-LINHA             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-BRANCOS               PIC X(55) VALUE SPACES.
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-INCLUI               VALUE "1".
               88  OPCAO-EXCLUI               VALUE "2".
               88  OPCAO-LISTA                VALUE "3".
               88  OPCAO-SEM-PROFESSOR        VALUE "4".
           05  W-PROFESSOR             PIC X(10) VALUE SPACES.
           05  W-TURMA-COD             PIC X(10) VALUE SPACES.
           05  W-TURMA-ANTERIOR        PIC X(10) VALUE SPACES.
           05  W-DISC-CODIGO           PIC X(06) VALUE SPACES.
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-SERIE-TURMA           PIC 9(02) VALUE ZEROS .
           05  W-DATA-INICIO           PIC 9(08) VALUE ZEROS .
           05  W-DATA-FIM              PIC 9(08) VALUE ZEROS .
           05  W-DATA-REFERENCIA       PIC 9(08) VALUE ZEROS .
           05  W-ACHOU-SERIE           PIC X(01) VALUE "N".
               88  ACHOU-SERIE                VALUE "S".
           05  W-TEM-PROFESSOR         PIC X(01) VALUE "N".
               88  TEM-PROFESSOR              VALUE "S".
           05  W-QTD-LISTADOS          PIC 9(04) VALUE ZEROS .
           05  W-QTD-TURMAS            PIC 9(04) VALUE ZEROS .
           05  W-QTD-SEM-PROFESSOR     PIC 9(04) VALUE ZEROS .
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-FIM-MATRIZ            PIC X(01) VALUE "N".
               88  FIM-MATRIZ                 VALUE "S".
           05  W-FIM-ATRIBUI           PIC X(01) VALUE "N".
               88  FIM-ATRIBUI                VALUE "S".
           05  W-OPERADOR              PIC X(10) VALUE SPACES.
           05  W-PERFIL                PIC X(01) VALUE SPACES.
               88  PERFIL-SECRETARIA          VALUE "S".
               88  PERFIL-PROFESSOR           VALUE "P".
               88  PERFIL-DIRECAO             VALUE "D".
           05  W-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05  W-TENTATIVAS            PIC 9(01) VALUE ZEROS .
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-LINHA-EDICAO          PIC Z(03)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-ATRIBUI            PIC X(02) VALUE SPACES.
               88  FS-ATRIBUI-OK               VALUE "00".
               88  FS-ATRIBUI-NAO-EXISTE       VALUE "35".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-DISCIPL            PIC X(02) VALUE SPACES.
               88  FS-DISCIPL-OK               VALUE "00".
               88  FS-DISCIPL-NAO-EXISTE       VALUE "35".
           05  W-FS-MATRIZ             PIC X(02) VALUE SPACES.
               88  FS-MATRIZ-OK                VALUE "00".
               88  FS-MATRIZ-NAO-EXISTE        VALUE "35".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
               88  FS-RELATORIO-NAO-EXISTE     VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA
           PERFORM 15000-MENU-OPCAO
           IF OPCAO-INCLUI
              PERFORM 20000-INCLUI-ATRIBUICAO THRU 29999-FIM-INCLUI
           ELSE
              IF OPCAO-EXCLUI
                 PERFORM 30000-EXCLUI-ATRIBUICAO THRU 39999-FIM-EXCLUI
              ELSE
                 IF OPCAO-LISTA
                    PERFORM 40000-LISTA-TURMA THRU 49999-FIM-LISTA
                 ELSE
                    PERFORM 50000-LISTA-SEM-PROFESSOR
                       THRU 59999-FIM-SEM-PROFESSOR
                 END-IF
              END-IF
           END-IF
           PERFORM 90000-FINALIZA

           STOP RUN
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           PERFORM 12000-IDENTIFICA-OPERADOR
              THRU 12999-FIM-IDENTIFICA

           OPEN I-O ATRIBUI-FILE
           IF FS-ATRIBUI-NAO-EXISTE
              OPEN OUTPUT ATRIBUI-FILE
              CLOSE      ATRIBUI-FILE
              OPEN I-O  ATRIBUI-FILE
           END-IF

           OPEN INPUT OPERADOR-FILE

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              DISPLAY "Arquivo TURMAS nao encontrado"
              STOP RUN
           END-IF

           OPEN INPUT DISCIPL-FILE
           IF FS-DISCIPL-NAO-EXISTE
              DISPLAY "Cadastro DISCIPL nao encontrado - rode a"
              DISPLAY "manutencao de disciplinas antes"
              STOP RUN
           END-IF

           OPEN INPUT MATRIZ-FILE
           IF FS-MATRIZ-NAO-EXISTE
              DISPLAY "Cadastro MATRIZ nao encontrado - rode a"
              DISPLAY "manutencao de disciplinas antes"
              STOP RUN
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Inclui/altera atribuicao  2-Exclui atribuicao"
           DISPLAY "3-Lista atribuicoes da turma"
           DISPLAY "4-Turmas/disciplinas sem professor"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-INCLUI AND NOT OPCAO-EXCLUI
                               AND NOT OPCAO-LISTA
                               AND NOT OPCAO-SEM-PROFESSOR
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
           .
       15999-FIM-MENU-OPCAO.
           EXIT.
      *----------------------------------------------------------------*
      *    20000-INCLUI-ATRIBUICAO grava a atribuicao depois de        *
      *    conferir que o professor existe no OPERADOR com perfil "P", *
      *    que a turma tem alunos no ano letivo e que a disciplina     *
      *    consta da matriz da serie da turma.                         *
      *----------------------------------------------------------------*
       20000-INCLUI-ATRIBUICAO SECTION.
       20010-ENTRA-TURMA.
           DISPLAY "Informe o codigo da turma (em branco encerra)"
           ACCEPT W-TURMA-COD
           DISPLAY W-BRANCOS
           IF W-TURMA-COD = SPACES
              GO 29999-FIM-INCLUI
           END-IF

           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS

           PERFORM 21000-LOCALIZA-SERIE-TURMA
           IF NOT ACHOU-SERIE
              DISPLAY "Turma sem alunos no ano letivo"
              GO 20010-ENTRA-TURMA
           END-IF
           .
       20020-ENTRA-DISCIPLINA.
           DISPLAY "Informe o codigo da disciplina (em branco troca "
                   "de turma)"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           IF W-DISC-CODIGO = SPACES
              GO 20010-ENTRA-TURMA
           END-IF

           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  DISPLAY "Disciplina nao cadastrada"
                  GO 20020-ENTRA-DISCIPLINA
           END-READ
           MOVE W-SERIE-TURMA          TO MAT-SERIE
           MOVE W-DISC-CODIGO          TO MAT-DISC-CODIGO
           READ MATRIZ-FILE
               INVALID KEY
                  DISPLAY "Disciplina fora da matriz da serie"
                  GO 20020-ENTRA-DISCIPLINA
           END-READ
           DISPLAY "Disciplina: " DISC-NOME
           .
       20030-ENTRA-PROFESSOR.
           DISPLAY "Informe o codigo do professor"
           ACCEPT W-PROFESSOR
           DISPLAY W-BRANCOS

           MOVE W-PROFESSOR            TO OPER-CODIGO
           READ OPERADOR-FILE
               INVALID KEY
                  DISPLAY "Operador nao cadastrado"
                  GO 20030-ENTRA-PROFESSOR
           END-READ
           IF NOT OPER-PERFIL-PROFESSOR
              DISPLAY "Operador nao tem perfil de professor"
              GO 20030-ENTRA-PROFESSOR
           END-IF
           DISPLAY "Professor: " OPER-NOME
           .
       20040-ENTRA-PERIODO.
           DISPLAY "Data de inicio (AAAAMMDD)"
           ACCEPT W-DATA-INICIO
           DISPLAY W-BRANCOS
           IF W-DATA-INICIO = ZEROS
              DISPLAY "Data invalida"
              GO 20040-ENTRA-PERIODO
           END-IF

           DISPLAY "Data de fim (AAAAMMDD, 0 = em aberto)"
           ACCEPT W-DATA-FIM
           DISPLAY W-BRANCOS
           IF W-DATA-FIM NOT = ZEROS AND W-DATA-FIM < W-DATA-INICIO
              DISPLAY "Data de fim anterior ao inicio"
              GO 20040-ENTRA-PERIODO
           END-IF

           INITIALIZE ATRIBUI-REG
           MOVE W-TURMA-COD            TO ATR-TURMA-COD
           MOVE W-DISC-CODIGO          TO ATR-DISC-CODIGO
           MOVE W-ANO-LETIVO           TO ATR-ANO-LETIVO
           MOVE W-PROFESSOR            TO ATR-PROFESSOR
           MOVE W-DATA-INICIO          TO ATR-DATA-INICIO
           MOVE W-DATA-FIM             TO ATR-DATA-FIM
           WRITE ATRIBUI-REG
               INVALID KEY
                  REWRITE ATRIBUI-REG
           END-WRITE
           IF NOT FS-ATRIBUI-OK
              DISPLAY "Erro gravando ATRIBUI - status " W-FS-ATRIBUI
              STOP RUN
           END-IF

           DISPLAY "Atribuicao gravada"
           GO 20020-ENTRA-DISCIPLINA
           .
       29999-FIM-INCLUI.
           EXIT.
      *----------------------------------------------------------------*
       30000-EXCLUI-ATRIBUICAO SECTION.
       30010-ENTRA-EXCLUSAO.
           DISPLAY "Informe o codigo da turma (em branco encerra)"
           ACCEPT W-TURMA-COD
           DISPLAY W-BRANCOS
           IF W-TURMA-COD = SPACES
              GO 39999-FIM-EXCLUI
           END-IF

           DISPLAY "Informe o codigo da disciplina"
           ACCEPT W-DISC-CODIGO
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY "Informe o codigo do professor"
           ACCEPT W-PROFESSOR
           DISPLAY "Informe a data de inicio (AAAAMMDD)"
           ACCEPT W-DATA-INICIO
           DISPLAY W-BRANCOS

           MOVE W-TURMA-COD            TO ATR-TURMA-COD
           MOVE W-DISC-CODIGO          TO ATR-DISC-CODIGO
           MOVE W-ANO-LETIVO           TO ATR-ANO-LETIVO
           MOVE W-PROFESSOR            TO ATR-PROFESSOR
           MOVE W-DATA-INICIO          TO ATR-DATA-INICIO
           DELETE ATRIBUI-FILE
               INVALID KEY
                  DISPLAY "Atribuicao nao encontrada"
                  GO 30010-ENTRA-EXCLUSAO
           END-DELETE
           DISPLAY "Atribuicao excluida"
           GO 30010-ENTRA-EXCLUSAO
           .
       39999-FIM-EXCLUI.
           EXIT.
      *----------------------------------------------------------------*
       40000-LISTA-TURMA SECTION.
           DISPLAY "Informe o codigo da turma"
           ACCEPT W-TURMA-COD
           DISPLAY W-BRANCOS

           MOVE ZEROS                  TO W-QTD-LISTADOS
           MOVE "N"                    TO W-FIM-ATRIBUI
           MOVE LOW-VALUES             TO ATR-CHAVE
           MOVE W-TURMA-COD            TO ATR-TURMA-COD
           START ATRIBUI-FILE KEY NOT < ATR-CHAVE
               INVALID KEY
                  SET FIM-ATRIBUI         TO TRUE
           END-START
           PERFORM 41000-LISTA-ATRIBUICAO UNTIL FIM-ATRIBUI

           MOVE W-QTD-LISTADOS         TO W-LINHA-EDICAO
           DISPLAY "Atribuicoes na turma: " W-LINHA-EDICAO
           .
       49999-FIM-LISTA.
           EXIT.
      *----------------------------------------------------------------*
      *    50000-LISTA-SEM-PROFESSOR percorre as turmas do ano letivo  *
      *    no TURMAS e, para cada disciplina da matriz da serie da     *
      *    turma, procura no ATRIBUI um professor com atribuicao       *
      *    vigente na data de referencia; o par sem professor sai no   *
      *    relatorio SEMPROF.                                          *
      *----------------------------------------------------------------*
       50000-LISTA-SEM-PROFESSOR SECTION.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY "Data de referencia (AAAAMMDD, 0 = hoje)"
           ACCEPT W-DATA-REFERENCIA
           DISPLAY W-BRANCOS
           IF W-DATA-REFERENCIA = ZEROS
              MOVE W-DATA-SISTEMA      TO W-DATA-REFERENCIA
           END-IF

           OPEN OUTPUT RELATORIO-FILE

           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMAS/DISCIPLINAS SEM PROFESSOR - ANO "
                                       DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  " - REFERENCIA "     DELIMITED BY SIZE
                  W-DATA-REFERENCIA    DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE ZEROS                  TO W-QTD-TURMAS
                                          W-QTD-SEM-PROFESSOR
           MOVE SPACES                 TO W-TURMA-ANTERIOR
           MOVE "N"                    TO W-FIM-TURMAS
           MOVE LOW-VALUES             TO TMS-CHAVE
           START TURMAS-FILE KEY NOT < TMS-CHAVE
               INVALID KEY
                  SET FIM-TURMAS          TO TRUE
           END-START
           PERFORM 51000-LE-TURMA UNTIL FIM-TURMAS

           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE W-QTD-TURMAS           TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMAS VERIFICADAS.........: " DELIMITED BY SIZE
                  W-LINHA-EDICAO                  DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE W-QTD-SEM-PROFESSOR    TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "PARES SEM PROFESSOR........: " DELIMITED BY SIZE
                  W-LINHA-EDICAO                  DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           CLOSE RELATORIO-FILE
           DISPLAY "Pares sem professor: " W-LINHA-EDICAO
           DISPLAY "Relatorio gravado no arquivo SEMPROF"
           .
       59999-FIM-SEM-PROFESSOR.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE ATRIBUI-FILE
           CLOSE OPERADOR-FILE
           CLOSE TURMAS-FILE
           CLOSE DISCIPL-FILE
           CLOSE MATRIZ-FILE
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
      *----------------------------------------------------------------*
      *    12000-IDENTIFICA-OPERADOR: sign-on obrigatorio contra o     *
      *    cadastro OPERADOR (codigo e senha, tres tentativas); a      *
      *    atribuicao de aulas e reservada a direcao e secretaria.     *
      *----------------------------------------------------------------*
       12000-IDENTIFICA-OPERADOR.
           OPEN INPUT OPERADOR-FILE
           IF FS-OPERADOR-NAO-EXISTE
              DISPLAY "Cadastro OPERADOR nao encontrado - rode a"
              DISPLAY "manutencao de operadores antes"
              STOP RUN
           END-IF
           .
       12010-ENTRA-CREDENCIAIS.
           DISPLAY "Informe o codigo do operador"
           ACCEPT W-OPERADOR
           DISPLAY "Informe a senha"
           ACCEPT W-SENHA-INFORMADA
           DISPLAY W-BRANCOS

           MOVE W-OPERADOR             TO OPER-CODIGO
           READ OPERADOR-FILE
               INVALID KEY
                  MOVE SPACES             TO OPER-SENHA OPER-PERFIL
           END-READ
           IF OPER-SENHA NOT = W-SENHA-INFORMADA
              OR W-SENHA-INFORMADA = SPACES
              ADD 1                    TO W-TENTATIVAS
              IF W-TENTATIVAS NOT < 3
                 DISPLAY "Acesso negado"
                 STOP RUN
              END-IF
              DISPLAY "Operador ou senha invalidos"
              GO 12010-ENTRA-CREDENCIAIS
           END-IF
           MOVE OPER-PERFIL            TO W-PERFIL
           CLOSE OPERADOR-FILE
           DISPLAY "Operador identificado: " OPER-NOME

           IF NOT PERFIL-DIRECAO AND NOT PERFIL-SECRETARIA
              DISPLAY "Atribuicao de aulas reservada a direcao e"
              DISPLAY "secretaria"
              STOP RUN
           END-IF

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       12999-FIM-IDENTIFICA.
           EXIT.
      *----------------------------------------------------------------*
      *    21000-LOCALIZA-SERIE-TURMA posiciona no roster da turma e   *
      *    toma a serie do primeiro aluno do ano letivo informado.     *
      *----------------------------------------------------------------*
       21000-LOCALIZA-SERIE-TURMA.
           MOVE "N"                    TO W-ACHOU-SERIE
           MOVE ZEROS                  TO W-SERIE-TURMA
           MOVE "N"                    TO W-FIM-TURMAS
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE ZEROS                  TO TMS-MATRICULA
           START TURMAS-FILE KEY NOT < TMS-CHAVE
               INVALID KEY
                  SET FIM-TURMAS          TO TRUE
           END-START
           PERFORM 21100-LE-SERIE-TURMA
                   UNTIL FIM-TURMAS OR ACHOU-SERIE
           .
       21100-LE-SERIE-TURMA.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-TURMA-COD NOT = W-TURMA-COD
                     SET FIM-TURMAS       TO TRUE
                  ELSE
                     IF TMS-ANO-LETIVO = W-ANO-LETIVO
                        MOVE TMS-SERIE    TO W-SERIE-TURMA
                        SET ACHOU-SERIE   TO TRUE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
       41000-LISTA-ATRIBUICAO.
           READ ATRIBUI-FILE NEXT
               AT END
                  SET FIM-ATRIBUI         TO TRUE
               NOT AT END
                  IF ATR-TURMA-COD NOT = W-TURMA-COD
                     SET FIM-ATRIBUI      TO TRUE
                  ELSE
                     ADD 1                TO W-QTD-LISTADOS
                     DISPLAY ATR-ANO-LETIVO " " ATR-DISC-CODIGO " "
                             ATR-PROFESSOR " " ATR-DATA-INICIO " a "
                             ATR-DATA-FIM
                  END-IF
           END-READ
           IF NOT FS-ATRIBUI-OK AND NOT FIM-ATRIBUI
              DISPLAY "Erro lendo ATRIBUI - status " W-FS-ATRIBUI
              SET FIM-ATRIBUI            TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    51000-LE-TURMA trata cada turma uma unica vez (o primeiro   *
      *    aluno do ano letivo traz a serie) e confere as disciplinas  *
      *    da matriz da serie contra o ATRIBUI.                        *
      *----------------------------------------------------------------*
       51000-LE-TURMA.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-ANO-LETIVO = W-ANO-LETIVO
                     AND TMS-TURMA-COD NOT = W-TURMA-ANTERIOR
                     MOVE TMS-TURMA-COD   TO W-TURMA-ANTERIOR
                     MOVE TMS-SERIE       TO W-SERIE-TURMA
                     ADD 1                TO W-QTD-TURMAS
                     PERFORM 52000-CONFERE-MATRIZ-TURMA
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
       52000-CONFERE-MATRIZ-TURMA.
           MOVE "N"                    TO W-FIM-MATRIZ
           MOVE W-SERIE-TURMA          TO MAT-SERIE
           MOVE LOW-VALUES             TO MAT-DISC-CODIGO
           START MATRIZ-FILE KEY NOT < MAT-CHAVE
               INVALID KEY
                  SET FIM-MATRIZ          TO TRUE
           END-START
           PERFORM 52100-LE-MATRIZ UNTIL FIM-MATRIZ
           .
       52100-LE-MATRIZ.
           READ MATRIZ-FILE NEXT
               AT END
                  SET FIM-MATRIZ          TO TRUE
               NOT AT END
                  IF MAT-SERIE NOT = W-SERIE-TURMA
                     SET FIM-MATRIZ       TO TRUE
                  ELSE
                     PERFORM 53000-PROCURA-PROFESSOR
                     IF NOT TEM-PROFESSOR
                        PERFORM 54000-LISTA-PAR-SEM-PROFESSOR
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-MATRIZ-OK AND NOT FIM-MATRIZ
              DISPLAY "Erro lendo MATRIZ - status " W-FS-MATRIZ
              SET FIM-MATRIZ             TO TRUE
           END-IF
           .
       53000-PROCURA-PROFESSOR.
           MOVE "N"                    TO W-TEM-PROFESSOR
           MOVE "N"                    TO W-FIM-ATRIBUI
           MOVE LOW-VALUES             TO ATR-CHAVE
           MOVE W-TURMA-ANTERIOR       TO ATR-TURMA-COD
           MOVE MAT-DISC-CODIGO        TO ATR-DISC-CODIGO
           MOVE W-ANO-LETIVO           TO ATR-ANO-LETIVO
           START ATRIBUI-FILE KEY NOT < ATR-CHAVE
               INVALID KEY
                  SET FIM-ATRIBUI         TO TRUE
           END-START
           PERFORM 53100-LE-ATRIBUICAO
                   UNTIL FIM-ATRIBUI OR TEM-PROFESSOR
           .
       53100-LE-ATRIBUICAO.
           READ ATRIBUI-FILE NEXT
               AT END
                  SET FIM-ATRIBUI         TO TRUE
               NOT AT END
                  IF ATR-TURMA-COD NOT = W-TURMA-ANTERIOR
                     OR ATR-DISC-CODIGO NOT = MAT-DISC-CODIGO
                     OR ATR-ANO-LETIVO NOT = W-ANO-LETIVO
                     SET FIM-ATRIBUI      TO TRUE
                  ELSE
                     IF ATR-DATA-INICIO NOT > W-DATA-REFERENCIA
                        AND (ATR-DATA-FIM = ZEROS
                             OR ATR-DATA-FIM NOT < W-DATA-REFERENCIA)
                        SET TEM-PROFESSOR TO TRUE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-ATRIBUI-OK AND NOT FIM-ATRIBUI
              DISPLAY "Erro lendo ATRIBUI - status " W-FS-ATRIBUI
              SET FIM-ATRIBUI            TO TRUE
           END-IF
           .
       54000-LISTA-PAR-SEM-PROFESSOR.
           ADD 1                       TO W-QTD-SEM-PROFESSOR
           MOVE MAT-DISC-CODIGO        TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  MOVE "(FORA DO CATALOGO)" TO DISC-NOME
           END-READ
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMA: "            DELIMITED BY SIZE
                  W-TURMA-ANTERIOR     DELIMITED BY SIZE
                  "  SERIE: "          DELIMITED BY SIZE
                  W-SERIE-TURMA        DELIMITED BY SIZE
                  "  DISCIPLINA: "     DELIMITED BY SIZE
                  MAT-DISC-CODIGO      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  DISC-NOME            DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       80000-GRAVA-LINHA.
           WRITE RELATORIO-LINHA
           IF NOT FS-RELATORIO-OK
              DISPLAY "Erro gravando SEMPROF - status "
                      W-FS-RELATORIO
              STOP RUN
           END-IF
           .
