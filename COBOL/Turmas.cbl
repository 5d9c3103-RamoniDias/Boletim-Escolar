      *    do arquivo TURMA: todos os rosters convivem no mesmo        *
      *    arquivo e os programas selecionam a turma pelo codigo.      *
      *                                                                *
      *    Modo 1 - inclui/altera um aluno no roster de uma turma. O   *
      *    aluno tem de estar matriculado (ALUNOS, pelo programa de    *
      *    matricula) e o nome vem do cadastro; turma com capacidade   *
      *    no VAGAS tem a serie tirada dali e recusa aluno novo        *
      *    quando lotada;                                              *
      *    Modo 2 - exclui um aluno do roster;                         *
      *    Modo 3 - lista o roster de uma turma;                       *
      *    Modo 4 - importa do TURMANOV gravado pelo fechamento os    *
      *    promovidos da serie informada, atribuindo-lhes o codigo    *
      *    de turma do ano novo (o TURMANOV cobre a escola inteira;   *
      *    cada rodada de importacao monta uma turma e deixa as       *
      *    demais series para as rodadas seguintes). O promovido      *
      *    entra com a rematricula pendente, a confirmar ou cancelar  *
      *    no programa de matricula ate o prazo da turma.             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT ALUNOS-FILE         ASSIGN TO "ALUNOS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ALUNOS-MATRICULA
                                       FILE STATUS  IS W-FS-ALUNOS.
           SELECT VAGAS-FILE          ASSIGN TO "VAGAS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS VAG-CHAVE
                                       FILE STATUS  IS W-FS-VAGAS.
           SELECT TURMANOV-FILE       ASSIGN TO "TURMANOV"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-TURMANOV.
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  ALUNOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "ALUNOS.CPY".
       FD  VAGAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "VAGAS.CPY".
       FD  TURMANOV-FILE
           LABEL RECORD IS STANDARD.
       01  TURMANOV-REG.
           05  W-NOME                  PIC X(50) VALUE SPACES.
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-SERIE                 PIC 9(02) VALUE ZEROS .
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-DATA-INICIO-ANO       PIC 9(08) VALUE ZEROS .
           05  W-TEM-ALUNOS            PIC X(01) VALUE "N".
               88  TEM-ALUNOS                 VALUE "S".
           05  W-TEM-VAGAS             PIC X(01) VALUE "N".
               88  TEM-VAGAS                  VALUE "S".
           05  W-TEM-VAGAS-TURMA       PIC X(01) VALUE "N".
               88  TEM-VAGAS-TURMA            VALUE "S".
           05  W-ALUNO-NA-TURMA        PIC X(01) VALUE "N".
               88  ALUNO-NA-TURMA             VALUE "S".
           05  W-CAPACIDADE            PIC 9(03) VALUE ZEROS .
           05  W-OCUPADAS              PIC 9(03) VALUE ZEROS .
           05  W-QTD-PENDENTES         PIC 9(04) VALUE ZEROS .
           05  W-QTD-GRAVADOS          PIC 9(04) VALUE ZEROS .
           05  W-QTD-LISTADOS          PIC 9(04) VALUE ZEROS .
           05  W-QTD-IMPORTADOS        PIC 9(04) VALUE ZEROS .
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-ALUNOS             PIC X(02) VALUE SPACES.
               88  FS-ALUNOS-OK                VALUE "00".
               88  FS-ALUNOS-NAO-EXISTE        VALUE "35".
           05  W-FS-VAGAS              PIC X(02) VALUE SPACES.
               88  FS-VAGAS-OK                 VALUE "00".
               88  FS-VAGAS-NAO-EXISTE         VALUE "35".
           05  W-FS-TURMANOV           PIC X(02) VALUE SPACES.
               88  FS-TURMANOV-OK              VALUE "00".
               88  FS-TURMANOV-NAO-EXISTE      VALUE "35".
              CLOSE      TURMAS-FILE
              OPEN I-O  TURMAS-FILE
           END-IF

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
      *    sem ALUNOS nenhum aluno entra na turma; sem VAGAS as turmas
      *    ficam sem limite de capacidade
           OPEN INPUT ALUNOS-FILE
           IF NOT FS-ALUNOS-NAO-EXISTE
              SET TEM-ALUNOS           TO TRUE
           END-IF
           OPEN INPUT VAGAS-FILE
           IF NOT FS-VAGAS-NAO-EXISTE
              SET TEM-VAGAS            TO TRUE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
           DISPLAY "Informe o ano letivo da turma"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS

           PERFORM 60000-LE-VAGAS
           IF TEM-VAGAS-TURMA
              DISPLAY "Serie " W-SERIE " - capacidade " W-CAPACIDADE
              GO 20020-ENTRA-ALUNO
           END-IF
           .
       20015-ENTRA-SERIE.
           DISPLAY "Informe a serie da turma (1 a 99)"
              GO 20010-ENTRA-TURMA
           END-IF

      *    aluno so nasce no programa de matricula
           IF NOT TEM-ALUNOS
              DISPLAY "Matricula nao cadastrada - faca a matricula "
                      "antes"
              GO 20020-ENTRA-ALUNO
           END-IF
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada - faca a matricula "
                          "antes"
                  GO 20020-ENTRA-ALUNO
           END-READ
           MOVE ALUNOS-NOME            TO W-NOME
           DISPLAY "Aluno: " W-NOME

      *    aluno ja no roster so e regravado, sem mexer na vaga; aluno
      *    novo na turma precisa de vaga livre
           MOVE "N"                    TO W-ALUNO-NA-TURMA
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE W-MATRICULA            TO TMS-MATRICULA
           READ TURMAS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET ALUNO-NA-TURMA      TO TRUE
           END-READ

           IF ALUNO-NA-TURMA
              MOVE W-NOME              TO TMS-NOME
              MOVE W-ANO-LETIVO        TO TMS-ANO-LETIVO
              MOVE W-SERIE             TO TMS-SERIE
              REWRITE TURMAS-REG
           ELSE
              IF TEM-VAGAS-TURMA
                 PERFORM 61000-CONTA-OCUPACAO
                 IF W-OCUPADAS NOT < W-CAPACIDADE
                    DISPLAY "Turma lotada - use a lista de espera da "
                            "matricula"
                    GO 20020-ENTRA-ALUNO
                 END-IF
              END-IF
              INITIALIZE TURMAS-REG
              MOVE W-TURMA-COD         TO TMS-TURMA-COD
              MOVE W-MATRICULA         TO TMS-MATRICULA
              MOVE W-NOME              TO TMS-NOME
              MOVE W-ANO-LETIVO        TO TMS-ANO-LETIVO
              MOVE W-SERIE             TO TMS-SERIE
              MOVE W-DATA-SISTEMA      TO TMS-DATA-VAGA
              WRITE TURMAS-REG
           END-IF
           IF NOT FS-TURMAS-OK
              DISPLAY "Erro gravando TURMAS - status " W-FS-TURMAS
              STOP RUN
           DISPLAY "Alunos importados na turma: " W-LINHA-EDICAO
           MOVE W-QTD-FORA-SERIE       TO W-LINHA-EDICAO
           DISPLAY "Fora da serie (proximas rodadas): " W-LINHA-EDICAO
           MOVE W-QTD-PENDENTES        TO W-LINHA-EDICAO
           DISPLAY "Com rematricula pendente: " W-LINHA-EDICAO

      *    o promovido tem a vaga garantida ate o prazo; a turma pode
      *    passar da capacidade, e o aviso fica para a secretaria
           IF W-QTD-IMPORTADOS NOT = ZEROS
              PERFORM 60000-LE-VAGAS
              IF TEM-VAGAS-TURMA
                 PERFORM 61000-CONTA-OCUPACAO
                 IF W-OCUPADAS > W-CAPACIDADE
                    DISPLAY "Atencao: turma com " W-OCUPADAS
                            " aluno(s) para " W-CAPACIDADE " vaga(s)"
                 END-IF
              ELSE
                 DISPLAY "Turma sem capacidade cadastrada - informe-a"
                 DISPLAY "e o prazo da rematricula na matricula"
              END-IF
           END-IF
           .
       59999-FIM-IMPORTA.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE TURMAS-FILE
           IF TEM-ALUNOS
              CLOSE ALUNOS-FILE
           END-IF
           IF TEM-VAGAS
              CLOSE VAGAS-FILE
           END-IF
           .
       99999-FIM-FINALIZA.
           EXIT.
                     SET FIM-TURMAS       TO TRUE
                  ELSE
                     ADD 1                TO W-QTD-LISTADOS
                     DISPLAY TMS-MATRICULA " " TMS-NOME " "
                             TMS-ANO-LETIVO " " TMS-SITUACAO-VAGA
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
                  IF TNV-SERIE NOT = W-SERIE
                     ADD 1                TO W-QTD-FORA-SERIE
                  ELSE
                     PERFORM 51100-GRAVA-PROMOVIDO
                     IF NOT FS-TURMAS-OK
                        DISPLAY "Erro gravando TURMAS - status "
                                W-FS-TURMAS
              SET FIM-TURMANOV           TO TRUE
           END-IF
           .
      *    promovido novo na turma entra com a rematricula pendente;
      *    quem ja estava (importacao repetida) mantem a situacao
       51100-GRAVA-PROMOVIDO.
           MOVE TNV-ANO-LETIVO         TO W-ANO-LETIVO
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE TNV-MATRICULA          TO TMS-MATRICULA
           READ TURMAS-FILE
               INVALID KEY
                  INITIALIZE TURMAS-REG
                  MOVE W-TURMA-COD        TO TMS-TURMA-COD
                  MOVE TNV-MATRICULA      TO TMS-MATRICULA
                  MOVE TNV-NOME           TO TMS-NOME
                  MOVE TNV-ANO-LETIVO     TO TMS-ANO-LETIVO
                  MOVE TNV-SERIE          TO TMS-SERIE
                  SET TMS-REMAT-PENDENTE  TO TRUE
                  MOVE W-DATA-SISTEMA     TO TMS-DATA-VAGA
                  WRITE TURMAS-REG
               NOT INVALID KEY
                  MOVE TNV-NOME           TO TMS-NOME
                  MOVE TNV-ANO-LETIVO     TO TMS-ANO-LETIVO
                  MOVE TNV-SERIE          TO TMS-SERIE
                  REWRITE TURMAS-REG
           END-READ
           IF TMS-REMAT-PENDENTE
              ADD 1                    TO W-QTD-PENDENTES
           END-IF
           .
      *----------------------------------------------------------------*
      *    60000-LE-VAGAS le a capacidade da turma no ano (VAGAS,      *
      *    mantido pelo programa de matricula).                        *
      *----------------------------------------------------------------*
       60000-LE-VAGAS.
           MOVE "N"                    TO W-TEM-VAGAS-TURMA
           COMPUTE W-DATA-INICIO-ANO = W-ANO-LETIVO * 10000 + 0101
           IF TEM-VAGAS
              MOVE W-TURMA-COD         TO VAG-TURMA-COD
              MOVE W-ANO-LETIVO        TO VAG-ANO-LETIVO
              READ VAGAS-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     SET TEM-VAGAS-TURMA  TO TRUE
                     MOVE VAG-SERIE       TO W-SERIE
                     MOVE VAG-CAPACIDADE  TO W-CAPACIDADE
              END-READ
           END-IF
           .
      *----------------------------------------------------------------*
      *    61000-CONTA-OCUPACAO conta o roster da turma no ano, sem o  *
      *    transferido ou evadido desde o inicio do ano (mesma conta   *
      *    do programa de matricula).                                  *
      *----------------------------------------------------------------*
       61000-CONTA-OCUPACAO.
           MOVE ZEROS                  TO W-OCUPADAS
           MOVE "N"                    TO W-FIM-TURMAS
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE ZEROS                  TO TMS-MATRICULA
           START TURMAS-FILE KEY NOT < TMS-CHAVE
               INVALID KEY
                  SET FIM-TURMAS          TO TRUE
           END-START
           PERFORM 61100-CONTA-ALUNO UNTIL FIM-TURMAS
           .
       61100-CONTA-ALUNO.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-TURMA-COD NOT = W-TURMA-COD
                     SET FIM-TURMAS       TO TRUE
                  ELSE
                     IF TMS-ANO-LETIVO = W-ANO-LETIVO
                        ADD 1             TO W-OCUPADAS
                        PERFORM 61200-DESCONTA-SAIDA
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
       61200-DESCONTA-SAIDA.
           IF TEM-ALUNOS
              MOVE TMS-MATRICULA       TO ALUNOS-MATRICULA
              READ ALUNOS-FILE
                  INVALID KEY
                     CONTINUE
                  NOT INVALID KEY
                     IF (ALUNOS-TRANSFERIDO OR ALUNOS-EVADIDO)
                        AND ALUNOS-DATA-SITUACAO NOT < W-DATA-INICIO-ANO
                        SUBTRACT 1 FROM W-OCUPADAS
                     END-IF
              END-READ
           END-IF
           .
