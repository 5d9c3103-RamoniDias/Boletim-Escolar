                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-RETIFICA.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT LOTENOTA-FILE       ASSIGN TO "LOTENOTA"
                                       ORGANIZATION IS SEQUENTIAL
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS OPER-CODIGO
                                       FILE STATUS  IS W-FS-OPERADOR.
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
           SELECT ATRIBUI-FILE        ASSIGN TO "ATRIBUI"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ATR-CHAVE
                                       FILE STATUS  IS W-FS-ATRIBUI.
           SELECT CALENDAR-FILE       ASSIGN TO "CALENDAR"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS CAL-CHAVE
                                       FILE STATUS  IS W-FS-CALENDAR.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "OPERADOR.CPY".
       FD  DISCIPL-FILE
           LABEL RECORD IS STANDARD.
       COPY "DISCIPL.CPY".
       FD  MATRIZ-FILE
           LABEL RECORD IS STANDARD.
       COPY "MATRIZ.CPY".
       FD  ATRIBUI-FILE
           LABEL RECORD IS STANDARD.
       COPY "ATRIBUI.CPY".
       FD  CALENDAR-FILE
           LABEL RECORD IS STANDARD.
       COPY "CALENDAR.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05  W-NOTA3                 PIC 9(02)V9(01) VALUE ZEROS .
           05  W-NOTA4                 PIC 9(02)V9(01) VALUE ZEROS .
           05  W-MEDIA                 PIC 9(02)V9(01) VALUE ZEROS .
           05  W-ALUNO-SEM-CADASTRO    PIC X(01) VALUE "N".
               88  ALUNO-SEM-CADASTRO         VALUE "S".
      *    situacao lida do cadastro, preservada na regravacao para o
      *    lancamento nao reabrir uma matricula transferida/evadida
           05  W-SITUACAO-ALUNO        PIC X(01) VALUE SPACES.
           05  W-QTD-PRESENCAS         PIC 9(04) VALUE ZEROS .
           05  W-FIM-DIARIO            PIC X(01) VALUE "N".
               88  FIM-DIARIO                 VALUE "S".
           05  W-DIARIO-ABERTO         PIC X(01) VALUE "N".
               88  DIARIO-ABERTO              VALUE "S".
           05  W-DISC-NOME             PIC X(20) VALUE SPACES.
      *    a disciplina e informada pelo codigo do catalogo DISCIPL e
      *    conferida contra a matriz da serie do aluno; HISTORIC,
      *    EXPORTA e BOLETIM continuam recebendo o nome do catalogo
           05  W-DISC-CODIGO           PIC X(06) VALUE SPACES.
           05  W-SERIE-ALUNO           PIC 9(02) VALUE ZEROS .
           05  W-ACHOU-SERIE           PIC X(01) VALUE "N".
               88  ACHOU-SERIE                VALUE "S".
      *    o perfil professor so lanca nota na turma/disciplina que
      *    lhe esta atribuida no ATRIBUI na data do lancamento
           05  W-TURMA-ALUNO           PIC X(10) VALUE SPACES.
           05  W-TEM-ATRIBUICAO        PIC X(01) VALUE "N".
               88  TEM-ATRIBUICAO             VALUE "S".
           05  W-FIM-ATRIBUI           PIC X(01) VALUE "N".
               88  FIM-ATRIBUI                VALUE "S".
           05  W-QTD-DISCIPLINAS       PIC 9(01) VALUE ZEROS .
           05  W-IDX-DISC              PIC 9(01) VALUE ZEROS .
           05  W-MEDIA-GERAL           PIC 9(02)V9(01) VALUE ZEROS .
               88  FS-RETIFICA-OK              VALUE "00".
               88  FS-RETIFICA-NAO-EXISTE      VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-LOTENOTA           PIC X(02) VALUE SPACES.
               88  FS-LOTENOTA-OK              VALUE "00".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
           05  W-FS-DISCIPL            PIC X(02) VALUE SPACES.
               88  FS-DISCIPL-OK               VALUE "00".
               88  FS-DISCIPL-NAO-EXISTE       VALUE "35".
           05  W-FS-MATRIZ             PIC X(02) VALUE SPACES.
               88  FS-MATRIZ-OK                VALUE "00".
               88  FS-MATRIZ-NAO-EXISTE        VALUE "35".
           05  W-FS-ATRIBUI            PIC X(02) VALUE SPACES.
               88  FS-ATRIBUI-OK               VALUE "00".
               88  FS-ATRIBUI-NAO-EXISTE       VALUE "35".
           05  W-FS-CALENDAR           PIC X(02) VALUE SPACES.
               88  FS-CALENDAR-OK              VALUE "00".
               88  FS-CALENDAR-NAO-EXISTE      VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
              OPEN I-O  HISTORICO-FILE
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

      *    sem DIARIO a frequencia e sempre digitada (20040)
           MOVE "N"                    TO W-DIARIO-ABERTO
           OPEN INPUT DIARIO-FILE
           IF NOT FS-DIARIO-NAO-EXISTE
              SET DIARIO-ABERTO        TO TRUE
           END-IF

           IF PERFIL-PROFESSOR
              OPEN INPUT ATRIBUI-FILE
              IF FS-ATRIBUI-NAO-EXISTE
                 DISPLAY "Cadastro ATRIBUI nao encontrado - rode a"
                 DISPLAY "atribuicao de aulas antes"
                 STOP RUN
              END-IF
              OPEN INPUT CALENDAR-FILE
              IF FS-CALENDAR-NAO-EXISTE
                 DISPLAY "Calendario CALENDAR nao encontrado - rode a"
                 DISPLAY "manutencao do calendario escolar antes"
                 STOP RUN
              END-IF
           END-IF

           OPEN EXTEND BOLETIM-FILE
           IF FS-BOLETIM-NAO-EXISTE
              OPEN OUTPUT BOLETIM-FILE
       15999-FIM-MENU-MODO.
           EXIT.
      *----------------------------------------------------------------*
      *    20000-PROCESSA localiza o aluno pela matricula (o aluno     *
      *    nasce no programa de matricula) e aciona o processamento    *
      *    das disciplinas (rotina 20030, na area de subrotinas) para  *
      *    o modo individual.                                          *
      *----------------------------------------------------------------*
       20000-PROCESSA SECTION.
           DISPLAY "Informe a matricula do aluno"
              GO 89999-FIM-PROCESSA
           END-IF

           MOVE SPACES                 TO W-SITUACAO-ALUNO
           MOVE ZEROS                  TO W-DATA-SIT-ALUNO
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
      *    o aluno nasce no programa de matricula, nao no lancamento
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada - faca a matricula "
                          "antes"
                  STOP " "
                  DISPLAY W-BRANCOS
                  GO 20000-PROCESSA
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  MOVE ALUNOS-SITUACAO    TO W-SITUACAO-ALUNO
                  END-IF
           END-READ

      *    a serie vem da turma do aluno no ano letivo; sem ela nao
      *    ha matriz contra a qual conferir as disciplinas
           PERFORM 20010-LOCALIZA-SERIE
           IF NOT ACHOU-SERIE
              DISPLAY "Aluno sem turma no ano letivo - cadastre-o"
              DISPLAY "no TURMAS antes de lancar as notas"
              STOP " "
              GO 20000-PROCESSA
           END-IF

           PERFORM 20030-PROCESSA-NOTAS-ALUNO
           IF CANCELA-ENTRADA
              GO 20000-PROCESSA
              DISPLAY "Bimestre invalido"
              GO 30010-ENTRA-BIMESTRE
           END-IF

      *    passada a data de fechamento do bimestre no calendario
      *    escolar, o lancamento fica com a secretaria e a direcao
           IF PERFIL-PROFESSOR
              MOVE W-ANO-LETIVO        TO CAL-ANO-LETIVO
              MOVE "B"                 TO CAL-TIPO
              MOVE W-BIMESTRE          TO CAL-BIMESTRE
              MOVE ZEROS               TO CAL-DATA
              READ CALENDAR-FILE
                  INVALID KEY
                     DISPLAY "Bimestre sem datas no calendario escolar"
                     GO 39999-FIM-PROCESSA-BIM
              END-READ
              IF W-DATA-SISTEMA > CAL-DATA-FECHAMENTO
                 DISPLAY "Bimestre fechado em " CAL-DATA-FECHAMENTO
                 DISPLAY "Lancamento reservado a secretaria e direcao"
                 GO 39999-FIM-PROCESSA-BIM
              END-IF
           END-IF
           .
       30020-ENTRA-ALUNO-BIM.
           DISPLAY "Informe a matricula do aluno"
              GO 39999-FIM-PROCESSA-BIM
           END-IF

           MOVE SPACES                 TO W-SITUACAO-ALUNO
           MOVE ZEROS                  TO W-DATA-SIT-ALUNO
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
      *    o aluno nasce no programa de matricula, nao no lancamento
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada - faca a matricula "
                          "antes"
                  STOP " "
                  DISPLAY W-BRANCOS
                  GO 30020-ENTRA-ALUNO-BIM
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  MOVE ALUNOS-SITUACAO    TO W-SITUACAO-ALUNO
                  END-IF
           END-READ

           PERFORM 20010-LOCALIZA-SERIE
           IF NOT ACHOU-SERIE
              DISPLAY "Aluno sem turma no ano letivo - cadastre-o"
              DISPLAY "no TURMAS antes de lancar as notas"
              STOP " "
              GO 30020-ENTRA-ALUNO-BIM
           END-IF

           PERFORM 30030-PROCESSA-NOTAS-BIM
           GO 30020-ENTRA-ALUNO-BIM
           .
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS

      *    a retificacao so confere o catalogo: a nota ja gravada
      *    passou pela matriz da serie no lancamento original
           DISPLAY "Informe o codigo da disciplina"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  DISPLAY "Disciplina nao cadastrada"
                  STOP " "
                  GO 40020-ENTRA-RETIFICACAO
           END-READ
           MOVE DISC-NOME              TO W-DISC-NOME
           DISPLAY "Disciplina: " W-DISC-NOME
           .
       40030-ENTRA-BIM-RETIF.
           DISPLAY "Informe o bimestre da nota (1 a 4, 5=recuperacao)"
           CLOSE HISTORICO-FILE
           CLOSE BOLETIM-FILE
           CLOSE EXPORTA-FILE
           CLOSE DISCIPL-FILE
           CLOSE MATRIZ-FILE
           IF DIARIO-ABERTO
              CLOSE DIARIO-FILE
           END-IF
           IF PERFIL-PROFESSOR
              CLOSE ATRIBUI-FILE
              CLOSE CALENDAR-FILE
           END-IF
           .
       99999-FIM-FINALIZE.
           EXIT.
           END-IF
           .
       25200-PROCESSA-ALUNO-TURMA.
           MOVE "N"                    TO W-ALUNO-SEM-CADASTRO
           MOVE SPACES                 TO W-SITUACAO-ALUNO
           MOVE ZEROS                  TO W-DATA-SIT-ALUNO
           MOVE TMS-MATRICULA          TO W-MATRICULA
           MOVE TMS-NOME               TO W-ALUNO
           MOVE TMS-SERIE              TO W-SERIE-ALUNO
           MOVE W-TURMA-COD            TO W-TURMA-ALUNO

           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  SET ALUNO-SEM-CADASTRO  TO TRUE
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  MOVE ALUNOS-SITUACAO    TO W-SITUACAO-ALUNO
                  MOVE ALUNOS-DATA-SITUACAO TO W-DATA-SIT-ALUNO
           END-READ

      *    aluno do roster sem matricula no ALUNOS e pulado; o
      *    checkpoint avanca para a retomada nao parar nele de novo
           IF ALUNO-SEM-CADASTRO
              DISPLAY "Matricula " W-MATRICULA " nao cadastrada - "
                      "aluno pulado"
              DISPLAY W-ALUNO
              MOVE "N"                 TO W-CANCELA-ENTRADA
           ELSE
              DISPLAY "Processando aluno da turma"
              DISPLAY W-ALUNO

              PERFORM 20030-PROCESSA-NOTAS-ALUNO
           END-IF

           IF NOT CANCELA-ENTRADA
              PERFORM 25300-ATUALIZA-CHECKPOINT
           END-IF
           .
      *----------------------------------------------------------------*
      *    20010-LOCALIZA-SERIE acha a serie do aluno pela turma em    *
      *    que ele esta no ano letivo (modos individual e bimestre,    *
      *    que nao partem do roster). O TURMAS e chaveado por          *
      *    turma+matricula, entao a busca percorre o arquivo.          *
      *----------------------------------------------------------------*
       20010-LOCALIZA-SERIE.
           MOVE "N"                    TO W-ACHOU-SERIE
           MOVE ZEROS                  TO W-SERIE-ALUNO
           MOVE "N"                    TO W-FIM-ROSTER

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              SET FIM-ROSTER           TO TRUE
           ELSE
              MOVE LOW-VALUES          TO TMS-CHAVE
              START TURMAS-FILE KEY NOT < TMS-CHAVE
                  INVALID KEY
                     SET FIM-ROSTER       TO TRUE
              END-START
              PERFORM 20015-LE-TURMA-SERIE
                      UNTIL FIM-ROSTER OR ACHOU-SERIE
              CLOSE TURMAS-FILE
           END-IF
           MOVE "N"                    TO W-FIM-ROSTER
           .
       20015-LE-TURMA-SERIE.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-ROSTER          TO TRUE
               NOT AT END
                  IF TMS-MATRICULA = W-MATRICULA
                     AND TMS-ANO-LETIVO = W-ANO-LETIVO
                     MOVE TMS-SERIE       TO W-SERIE-ALUNO
                     MOVE TMS-TURMA-COD   TO W-TURMA-ALUNO
                     SET ACHOU-SERIE      TO TRUE
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-ROSTER
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-ROSTER             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    20030-PROCESSA-NOTAS-ALUNO conduz a entrada das disciplinas *
      *    do aluno (uma ou mais), grava o registro mestre e emite o   *
      *    boletim. Comum aos modos individual e turma.                *
           MOVE ZEROS                  TO W-QTD-PRESENCAS
           MOVE "N"                    TO W-FIM-DIARIO

      *    leitura pela chave alternativa: so os registros do aluno
           IF NOT DIARIO-ABERTO
              SET FIM-DIARIO           TO TRUE
           ELSE
              MOVE W-MATRICULA         TO DIA-MATRICULA
              START DIARIO-FILE KEY = DIA-MATRICULA
                  INVALID KEY
                     SET FIM-DIARIO       TO TRUE
              END-START
              PERFORM 20045-LE-DIARIO UNTIL FIM-DIARIO
           END-IF
           .
       20045-LE-DIARIO.
           READ DIARIO-FILE NEXT
               AT END
                  SET FIM-DIARIO          TO TRUE
               NOT AT END
                  IF DIA-MATRICULA NOT = W-MATRICULA
                     SET FIM-DIARIO       TO TRUE
                  ELSE
                     IF DIA-ANO-LETIVO = W-ANO-LETIVO
                        AND (NOT MODO-BIMESTRE
                             OR DIA-BIMESTRE = W-BIMESTRE)
                        ADD 1           TO W-QTD-AULAS
                        IF DIA-PRESENCA = "P" OR DIA-PRESENCA = "A"
                           ADD 1        TO W-QTD-PRESENCAS
                        END-IF
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-DIARIO-OK AND NOT FIM-DIARIO
              DISPLAY "Erro lendo DIARIO - status " W-FS-DIARIO
              SET FIM-DIARIO             TO TRUE
           END-IF
           .
       20047-ENTRA-FREQUENCIA.
           DISPLAY "Informe a frequencia do aluno no bimestre (%)"
                                          W-NOTA4 W-MEDIA
           MOVE SPACES                 TO W-DISC-NOME W-MENSAGEM-STATUS

           PERFORM 20060-ENTRA-DISCIPLINA
           IF NOT CANCELA-ENTRADA
              PERFORM 20100-ENTRA-NOTA-1
           END-IF
           IF NOT CANCELA-ENTRADA
              PERFORM 20200-ENTRA-NOTA-2
              PERFORM 20300-ENTRA-NOTA-3
              MOVE W-NOTA-RECUPERACAO  TO W-TD-NOTA-RECUP(W-IDX-DISC)
           END-IF
           .
      *----------------------------------------------------------------*
      *    20060-ENTRA-DISCIPLINA colhe o codigo da disciplina e so    *
      *    aceita disciplina do catalogo que conste da matriz da serie *
      *    do aluno; o nome gravado e sempre o do catalogo.            *
      *----------------------------------------------------------------*
       20060-ENTRA-DISCIPLINA.
           DISPLAY "Informe o codigo da disciplina"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           IF KEY-ESC
              SET CANCELA-ENTRADA      TO TRUE
           ELSE
              PERFORM 20070-VALIDA-DISCIPLINA
              IF W-MOTIVO-REJEICAO NOT = SPACES
                 DISPLAY W-MOTIVO-REJEICAO
                 GO 20060-ENTRA-DISCIPLINA
              END-IF
              DISPLAY "Disciplina: " W-DISC-NOME
           END-IF
           .
      *----------------------------------------------------------------*
      *    20070-VALIDA-DISCIPLINA confere W-DISC-CODIGO no catalogo   *
      *    DISCIPL e na matriz da serie W-SERIE-ALUNO; devolve o nome  *
      *    do catalogo em W-DISC-NOME ou o motivo da recusa em         *
      *    W-MOTIVO-REJEICAO (comum a digitacao e ao lote).            *
      *----------------------------------------------------------------*
       20070-VALIDA-DISCIPLINA.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO W-DISC-NOME
           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  MOVE "DISCIPLINA NAO CADASTRADA" TO W-MOTIVO-REJEICAO
               NOT INVALID KEY
                  MOVE DISC-NOME          TO W-DISC-NOME
                  MOVE W-SERIE-ALUNO      TO MAT-SERIE
                  MOVE W-DISC-CODIGO      TO MAT-DISC-CODIGO
                  READ MATRIZ-FILE
                      INVALID KEY
                         MOVE "DISCIPLINA FORA DA MATRIZ"
                                          TO W-MOTIVO-REJEICAO
                  END-READ
           END-READ
           IF W-MOTIVO-REJEICAO = SPACES AND PERFIL-PROFESSOR
              PERFORM 20080-CONFERE-ATRIBUICAO
              IF NOT TEM-ATRIBUICAO
                 MOVE "DISCIPLINA NAO ATRIBUIDA"
                                       TO W-MOTIVO-REJEICAO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    20080-CONFERE-ATRIBUICAO procura no ATRIBUI uma atribuicao  *
      *    do operador para a turma W-TURMA-ALUNO e a disciplina       *
      *    W-DISC-CODIGO no ano letivo, vigente na data do sistema.    *
      *----------------------------------------------------------------*
       20080-CONFERE-ATRIBUICAO.
           MOVE "N"                    TO W-TEM-ATRIBUICAO
           MOVE "N"                    TO W-FIM-ATRIBUI
           MOVE W-TURMA-ALUNO          TO ATR-TURMA-COD
           MOVE W-DISC-CODIGO          TO ATR-DISC-CODIGO
           MOVE W-ANO-LETIVO           TO ATR-ANO-LETIVO
           MOVE W-OPERADOR             TO ATR-PROFESSOR
           MOVE ZEROS                  TO ATR-DATA-INICIO
           START ATRIBUI-FILE KEY NOT < ATR-CHAVE
               INVALID KEY
                  SET FIM-ATRIBUI         TO TRUE
           END-START
           PERFORM 20085-LE-ATRIBUICAO
                   UNTIL FIM-ATRIBUI OR TEM-ATRIBUICAO
           .
       20085-LE-ATRIBUICAO.
           READ ATRIBUI-FILE NEXT
               AT END
                  SET FIM-ATRIBUI         TO TRUE
               NOT AT END
                  IF ATR-TURMA-COD NOT = W-TURMA-ALUNO
                     OR ATR-DISC-CODIGO NOT = W-DISC-CODIGO
                     OR ATR-ANO-LETIVO NOT = W-ANO-LETIVO
                     OR ATR-PROFESSOR NOT = W-OPERADOR
                     SET FIM-ATRIBUI      TO TRUE
                  ELSE
                     IF ATR-DATA-INICIO NOT > W-DATA-SISTEMA
                        AND (ATR-DATA-FIM = ZEROS
                             OR ATR-DATA-FIM NOT < W-DATA-SISTEMA)
                        SET TEM-ATRIBUICAO TO TRUE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-ATRIBUI-OK AND NOT FIM-ATRIBUI
              DISPLAY "Erro lendo ATRIBUI - status " W-FS-ATRIBUI
              SET FIM-ATRIBUI            TO TRUE
           END-IF
           .
       20100-ENTRA-NOTA-1.
           DISPLAY "Informe a primeira nota do aluno"

           MOVE W-FREQUENCIA           TO ALUNOS-FREQUENCIA
           MOVE W-SITUACAO-ALUNO       TO ALUNOS-SITUACAO
           MOVE W-DATA-SIT-ALUNO       TO ALUNOS-DATA-SITUACAO
           REWRITE ALUNOS-REG
           IF NOT FS-ALUNOS-OK
              DISPLAY "Erro gravando ALUNOS - status " W-FS-ALUNOS
              STOP RUN
                                          W-NOTA4 W-MEDIA
           MOVE SPACES                 TO W-DISC-NOME W-MENSAGEM-STATUS

           PERFORM 20060-ENTRA-DISCIPLINA
           IF NOT CANCELA-ENTRADA
              PERFORM 30100-CARREGA-HISTORICO

              PERFORM 30150-MOSTRA-BIM-ANTERIOR
                      VARYING W-IDX-BIM FROM 1 BY 1
                      UNTIL W-IDX-BIM > 4

              PERFORM 30200-ENTRA-NOTA-BIM
           END-IF
           IF NOT CANCELA-ENTRADA
              MOVE "S"                 TO W-BIM-LANCADO(W-BIMESTRE)
              PERFORM 30300-APURA-BIM-LANCADOS
           END-IF
           MOVE TMS-NOME               TO W-ALUNO-ROSTER

           MOVE LOTE-MATRICULA         TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  MOVE "MATRICULA NAO CADASTRADA" TO W-MOTIVO-REJEICAO
                  PERFORM 50250-REJEITA-REG
                  GO 50299-FIM-PROCESSA-REG
           END-READ

      *    o lote traz o codigo da disciplina do catalogo (seis
      *    posicoes); nome digitado no lugar do codigo e recusado
           IF LOTE-DISCIPLINA(7:14) NOT = SPACES
              MOVE "CODIGO DE DISCIPLINA INVALIDO" TO W-MOTIVO-REJEICAO
              PERFORM 50250-REJEITA-REG
              GO 50299-FIM-PROCESSA-REG
           END-IF
           MOVE LOTE-DISCIPLINA(1:6)   TO W-DISC-CODIGO
           MOVE TMS-SERIE              TO W-SERIE-ALUNO
           MOVE W-TURMA-LOTE           TO W-TURMA-ALUNO
           PERFORM 20070-VALIDA-DISCIPLINA
           IF W-MOTIVO-REJEICAO NOT = SPACES
              PERFORM 50250-REJEITA-REG
              GO 50299-FIM-PROCESSA-REG
           END-IF

           PERFORM 50210-CRITICA-NOTA
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4
      *    digitacao (modo individual) ou a retificacao.               *
      *----------------------------------------------------------------*
       50300-POSTA-REG-LOTE.
           MOVE SPACES                 TO W-SITUACAO-ALUNO
           MOVE ZEROS                  TO W-DATA-SIT-ALUNO
           MOVE LOTE-MATRICULA         TO W-MATRICULA

           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  MOVE ALUNOS-SITUACAO    TO W-SITUACAO-ALUNO
                                   GIVING W-MEDIA ROUNDED
           PERFORM 20509-DEFINE-SITUACAO

           MOVE W-DISC-NOME            TO W-TD-NOME(1)
           MOVE W-NOTAS-BIM(1)         TO W-TD-NOTA1(1)
           MOVE W-NOTAS-BIM(2)         TO W-TD-NOTA2(1)
           MOVE W-NOTAS-BIM(3)         TO W-TD-NOTA3(1)
