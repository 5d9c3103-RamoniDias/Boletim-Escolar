      *    mesmas criticas da digitacao, rejeitados no FREQERRO com    *
      *    o motivo e checkpoint no CONTROLE para a reexecucao         *
      *    retomar da linha em que parou, como no lote de notas.       *
      *                                                                *
      *    A disciplina e informada pelo codigo do catalogo DISCIPL e  *
      *    precisa constar da matriz (MATRIZ) da serie da turma; o     *
      *    DIARIO recebe o nome do catalogo.                           *
      *                                                                *
      *    O perfil professor so registra aula da turma e disciplina   *
      *    que lhe estejam atribuidas no ATRIBUI na data da aula.      *
      *                                                                *
      *    A data da aula e conferida contra o calendario escolar      *
      *    (CALENDAR): precisa cair em um bimestre do ano letivo, nao  *
      *    pode ser dia nao letivo nem fim de semana sem dia letivo    *
      *    extra cadastrado, e o bimestre da aula sai da propria data  *
      *    (na digitacao e no lote; o bimestre do LOTEFREQ nao e mais  *
      *    considerado).                                               *
      *                                                                *
      *    O DIARIO e indexado pela aula e matricula: aula ja          *
      *    registrada (mesma data, turma e disciplina) e recusada na   *
      *    chamada e, no lote, todas as linhas dela vao para o         *
      *    FREQERRO, assim como o aluno repetido dentro da aula.       *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT CONTROLE-FILE       ASSIGN TO "CONTROLE"
                                       ORGANIZATION IS INDEXED
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
           05  W-DATA-AULA             PIC 9(08) VALUE ZEROS .
           05  W-TURMA-COD             PIC X(10) VALUE SPACES.
           05  W-DISC-NOME             PIC X(20) VALUE SPACES.
           05  W-DISC-CODIGO           PIC X(06) VALUE SPACES.
           05  W-SERIE-TURMA           PIC 9(02) VALUE ZEROS .
           05  W-ACHOU-SERIE           PIC X(01) VALUE "N".
               88  ACHOU-SERIE                VALUE "S".
           05  W-TEM-ATRIBUICAO        PIC X(01) VALUE "N".
               88  TEM-ATRIBUICAO             VALUE "S".
           05  W-FIM-ATRIBUI           PIC X(01) VALUE "N".
               88  FIM-ATRIBUI                VALUE "S".
           05  W-BIMESTRE              PIC 9(01) VALUE ZEROS .
      *    aula em registro (chave do DIARIO sem a matricula)
           05  W-AULA.
               10  W-AULA-DATA         PIC 9(08) VALUE ZEROS.
               10  W-AULA-TURMA        PIC X(10) VALUE SPACES.
               10  W-AULA-DISCIPLINA   PIC X(20) VALUE SPACES.
           05  W-AULA-EXISTE           PIC X(01) VALUE "N".
               88  AULA-EXISTE                VALUE "S".
           05  W-FIM-DIARIO            PIC X(01) VALUE "N".
               88  FIM-DIARIO                 VALUE "S".
      *    aulas encontradas no lote em importacao: "L" liberada
      *    (nova no diario), "R" recusada (ja estava no diario)
           05  W-QTD-AULAS-LOTE        PIC 9(04) VALUE ZEROS .
           05  W-TAB-AULAS-LOTE OCCURS 5000 TIMES.
               10  W-TAL-AULA          PIC X(38) VALUE SPACES.
               10  W-TAL-SITUACAO      PIC X(01) VALUE SPACES.
           05  W-IDX-AULA              PIC 9(04) VALUE ZEROS .
           05  W-IDX-AULA-ACHADA       PIC 9(04) VALUE ZEROS .
      *    aula que nao cabe na tabela nao pode ser decidida: o lote
      *    para antes dela, sem mover o checkpoint
           05  W-LOTE-INTERROMPIDO     PIC X(01) VALUE "N".
               88  LOTE-INTERROMPIDO          VALUE "S".
           05  W-ACHOU-AULA            PIC X(01) VALUE "N".
               88  ACHOU-AULA                 VALUE "S".
      *    bimestres do ano letivo carregados do CALENDAR
           05  W-TAB-BIMESTRES OCCURS 4 TIMES.
               10  W-TB-INICIO         PIC 9(08) VALUE ZEROS.
               10  W-TB-FIM            PIC 9(08) VALUE ZEROS.
           05  W-IDX-BIM               PIC 9(01) VALUE ZEROS .
           05  W-CALENDARIO-COMPLETO   PIC X(01) VALUE "N".
               88  CALENDARIO-COMPLETO        VALUE "S".
      *    area de calculo de datas (validade e dia da semana)
           05  W-DATA-CALC.
               10  W-DC-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DC-MES            PIC 9(02) VALUE ZEROS.
               10  W-DC-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-VALIDA           PIC X(01) VALUE "N".
               88  DATA-VALIDA                VALUE "S".
           05  W-DIAS-MES              PIC 9(02) VALUE ZEROS .
           05  W-DIA-SEMANA            PIC 9(01) VALUE ZEROS .
               88  DIA-FIM-DE-SEMANA          VALUE 0 1.
           05  W-IDX-MES               PIC 9(02) VALUE ZEROS .
           05  W-CALC-ANO              PIC 9(04) VALUE ZEROS .
           05  W-CALC-MES              PIC 9(02) VALUE ZEROS .
           05  W-CALC-SECULO           PIC 9(02) VALUE ZEROS .
           05  W-CALC-ANO-SECULO       PIC 9(02) VALUE ZEROS .
           05  W-CALC-QUOCIENTE        PIC 9(05) VALUE ZEROS .
           05  W-CALC-RESTO            PIC 9(03) VALUE ZEROS .
           05  W-CALC-SOMA             PIC 9(05) VALUE ZEROS .
           05  W-PRESENCA              PIC X(01) VALUE SPACES.
           05  W-QTD-MARCADOS          PIC 9(03) VALUE ZEROS .
           05  W-MODO                  PIC X(01) VALUE "1".
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-CONTROLE           PIC X(02) VALUE SPACES.
               88  FS-CONTROLE-OK              VALUE "00".
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
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS

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

           OPEN INPUT CALENDAR-FILE
           IF FS-CALENDAR-NAO-EXISTE
              DISPLAY "Calendario CALENDAR nao encontrado - rode a"
              DISPLAY "manutencao do calendario escolar antes"
              STOP RUN
           END-IF
           PERFORM 11000-CARREGA-BIMESTRES
           IF NOT CALENDARIO-COMPLETO
              DISPLAY "Calendario do ano letivo incompleto - cadastre"
              DISPLAY "os quatro bimestres antes"
              STOP RUN
           END-IF

           IF PERFIL-PROFESSOR
              OPEN INPUT ATRIBUI-FILE
              IF FS-ATRIBUI-NAO-EXISTE
                 DISPLAY "Cadastro ATRIBUI nao encontrado - rode a"
                 DISPLAY "atribuicao de aulas antes"
                 STOP RUN
              END-IF
           END-IF

           OPEN I-O DIARIO-FILE
           IF FS-DIARIO-NAO-EXISTE
              OPEN OUTPUT DIARIO-FILE
              CLOSE      DIARIO-FILE
              OPEN I-O  DIARIO-FILE
           END-IF
           .
       10999-FIM-INICIA.
              GO 29999-FIM-REGISTRA-AULA
           END-IF

           PERFORM 20080-CRITICA-DATA-AULA
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 20010-ENTRA-AULA
           END-IF

           DISPLAY "Informe o codigo da turma"
           ACCEPT W-TURMA-COD
           DISPLAY W-BRANCOS

      *    a serie da turma no ano letivo define a matriz contra a
      *    qual a disciplina da aula e conferida
           PERFORM 20050-LOCALIZA-SERIE-TURMA
           IF NOT ACHOU-SERIE
              DISPLAY "Turma sem alunos no ano letivo"
              GO 20010-ENTRA-AULA
           END-IF
           .
       20015-ENTRA-DISCIPLINA.
           DISPLAY "Informe o codigo da disciplina"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS

           PERFORM 20060-VALIDA-DISCIPLINA
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 20015-ENTRA-DISCIPLINA
           END-IF
           DISPLAY "Disciplina: " W-DISC-NOME

      *    a mesma aula (data, turma e disciplina) nao entra duas
      *    vezes no diario: a segunda chamada dobraria as faltas
           MOVE W-DATA-AULA            TO W-AULA-DATA
           MOVE W-TURMA-COD            TO W-AULA-TURMA
           MOVE W-DISC-NOME            TO W-AULA-DISCIPLINA
           PERFORM 20090-VERIFICA-AULA-EXISTE
           IF AULA-EXISTE
              DISPLAY "Aula ja registrada no diario"
              GO 20010-ENTRA-AULA
           END-IF
           .
       20020-MARCA-CHAMADA.
           DISPLAY "Bimestre da aula: " W-BIMESTRE

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
      *----------------------------------------------------------------*
      *    30000-PROCESSA-LOTE importa o arquivo de frequencia         *
      *    LOTEFREQ: cada linha e criticada (data, bimestre,           *
      *    marcacao, matricula presente na turma da linha, aula ainda  *
      *    nao registrada) e postada no DIARIO; os invalidos vao para  *
      *    o FREQERRO com o motivo.                                    *
      *    O checkpoint do CONTROLE, com o codigo do lote como         *
      *    chave, faz a reexecucao retomar da linha em que parou.      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE DIARIO-FILE
           CLOSE DISCIPL-FILE
           CLOSE MATRIZ-FILE
           CLOSE CALENDAR-FILE
           IF PERFIL-PROFESSOR
              CLOSE ATRIBUI-FILE
           END-IF
           DISPLAY "Diario de classe atualizado"
           .
       99999-FIM-FINALIZA.
           .
       12999-FIM-IDENTIFICA.
           EXIT.
      *----------------------------------------------------------------*
      *    20050-LOCALIZA-SERIE-TURMA posiciona no roster da turma e   *
      *    toma a serie do primeiro aluno do ano letivo informado.     *
      *----------------------------------------------------------------*
       20050-LOCALIZA-SERIE-TURMA.
           MOVE "N"                    TO W-ACHOU-SERIE
           MOVE ZEROS                  TO W-SERIE-TURMA
           MOVE "N"                    TO W-FIM-ROSTER

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              SET FIM-ROSTER           TO TRUE
           ELSE
              MOVE W-TURMA-COD         TO TMS-TURMA-COD
              MOVE ZEROS               TO TMS-MATRICULA
              START TURMAS-FILE KEY NOT < TMS-CHAVE
                  INVALID KEY
                     SET FIM-ROSTER       TO TRUE
              END-START
              PERFORM 20055-LE-SERIE-TURMA
                      UNTIL FIM-ROSTER OR ACHOU-SERIE
              CLOSE TURMAS-FILE
           END-IF
           MOVE "N"                    TO W-FIM-ROSTER
           .
       20055-LE-SERIE-TURMA.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-ROSTER          TO TRUE
               NOT AT END
                  IF TMS-TURMA-COD NOT = W-TURMA-COD
                     SET FIM-ROSTER       TO TRUE
                  ELSE
                     IF TMS-ANO-LETIVO = W-ANO-LETIVO
                        MOVE TMS-SERIE    TO W-SERIE-TURMA
                        SET ACHOU-SERIE   TO TRUE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-ROSTER
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-ROSTER             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    20060-VALIDA-DISCIPLINA confere W-DISC-CODIGO no catalogo   *
      *    DISCIPL e na matriz da serie W-SERIE-TURMA; devolve o nome  *
      *    do catalogo em W-DISC-NOME ou o motivo da recusa em         *
      *    W-MOTIVO-REJEICAO (comum a chamada e ao lote). Para o       *
      *    perfil professor exige ainda a atribuicao da turma          *
      *    W-TURMA-COD na data W-DATA-AULA.                            *
      *----------------------------------------------------------------*
       20060-VALIDA-DISCIPLINA.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO W-DISC-NOME
           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  MOVE "DISCIPLINA NAO CADASTRADA" TO W-MOTIVO-REJEICAO
               NOT INVALID KEY
                  MOVE DISC-NOME          TO W-DISC-NOME
                  MOVE W-SERIE-TURMA      TO MAT-SERIE
                  MOVE W-DISC-CODIGO      TO MAT-DISC-CODIGO
                  READ MATRIZ-FILE
                      INVALID KEY
                         MOVE "DISCIPLINA FORA DA MATRIZ"
                                          TO W-MOTIVO-REJEICAO
                  END-READ
           END-READ
           IF W-MOTIVO-REJEICAO = SPACES AND PERFIL-PROFESSOR
              PERFORM 20070-CONFERE-ATRIBUICAO
              IF NOT TEM-ATRIBUICAO
                 MOVE "DISCIPLINA NAO ATRIBUIDA"
                                       TO W-MOTIVO-REJEICAO
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    20070-CONFERE-ATRIBUICAO procura no ATRIBUI uma atribuicao  *
      *    do operador para a turma e a disciplina no ano letivo,      *
      *    vigente na data da aula.                                    *
      *----------------------------------------------------------------*
       20070-CONFERE-ATRIBUICAO.
           MOVE "N"                    TO W-TEM-ATRIBUICAO
           MOVE "N"                    TO W-FIM-ATRIBUI
           MOVE W-TURMA-COD            TO ATR-TURMA-COD
           MOVE W-DISC-CODIGO          TO ATR-DISC-CODIGO
           MOVE W-ANO-LETIVO           TO ATR-ANO-LETIVO
           MOVE W-OPERADOR             TO ATR-PROFESSOR
           MOVE ZEROS                  TO ATR-DATA-INICIO
           START ATRIBUI-FILE KEY NOT < ATR-CHAVE
               INVALID KEY
                  SET FIM-ATRIBUI         TO TRUE
           END-START
           PERFORM 20075-LE-ATRIBUICAO
                   UNTIL FIM-ATRIBUI OR TEM-ATRIBUICAO
           .
       20075-LE-ATRIBUICAO.
           READ ATRIBUI-FILE NEXT
               AT END
                  SET FIM-ATRIBUI         TO TRUE
               NOT AT END
                  IF ATR-TURMA-COD NOT = W-TURMA-COD
                     OR ATR-DISC-CODIGO NOT = W-DISC-CODIGO
                     OR ATR-ANO-LETIVO NOT = W-ANO-LETIVO
                     OR ATR-PROFESSOR NOT = W-OPERADOR
                     SET FIM-ATRIBUI      TO TRUE
                  ELSE
                     IF ATR-DATA-INICIO NOT > W-DATA-AULA
                        AND (ATR-DATA-FIM = ZEROS
                             OR ATR-DATA-FIM NOT < W-DATA-AULA)
                        SET TEM-ATRIBUICAO TO TRUE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-ATRIBUI-OK AND NOT FIM-ATRIBUI
              DISPLAY "Erro lendo ATRIBUI - status " W-FS-ATRIBUI
              SET FIM-ATRIBUI            TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    11000-CARREGA-BIMESTRES le do CALENDAR o inicio e o fim     *
      *    dos quatro bimestres do ano letivo.                         *
      *----------------------------------------------------------------*
       11000-CARREGA-BIMESTRES.
           MOVE "S"                    TO W-CALENDARIO-COMPLETO
           PERFORM 11010-LE-BIMESTRE
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4
           .
       11010-LE-BIMESTRE.
           MOVE ZEROS                  TO W-TB-INICIO(W-IDX-BIM)
                                          W-TB-FIM(W-IDX-BIM)
           MOVE W-ANO-LETIVO           TO CAL-ANO-LETIVO
           MOVE "B"                    TO CAL-TIPO
           MOVE W-IDX-BIM              TO CAL-BIMESTRE
           MOVE ZEROS                  TO CAL-DATA
           READ CALENDAR-FILE
               INVALID KEY
                  MOVE "N"                TO W-CALENDARIO-COMPLETO
               NOT INVALID KEY
                  MOVE CAL-DATA-INICIO    TO W-TB-INICIO(W-IDX-BIM)
                  MOVE CAL-DATA-FIM       TO W-TB-FIM(W-IDX-BIM)
           END-READ
           .
      *----------------------------------------------------------------*
      *    20080-CRITICA-DATA-AULA confere W-DATA-AULA no calendario:  *
      *    data valida, dentro de um bimestre do ano letivo, fora dos  *
      *    dias nao letivos e, em fim de semana, so com dia letivo     *
      *    extra cadastrado. Devolve o bimestre em W-BIMESTRE ou o     *
      *    motivo da recusa em W-MOTIVO-REJEICAO (chamada e lote).     *
      *----------------------------------------------------------------*
       20080-CRITICA-DATA-AULA.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO
           MOVE ZEROS                  TO W-BIMESTRE
           MOVE W-DATA-AULA            TO W-DATA-CALC
           PERFORM 85000-VALIDA-DATA
           IF NOT DATA-VALIDA
              MOVE "DATA INVALIDA"     TO W-MOTIVO-REJEICAO
           ELSE
              PERFORM 20085-PROCURA-BIMESTRE
                      VARYING W-IDX-BIM FROM 1 BY 1
                      UNTIL W-IDX-BIM > 4
              IF W-BIMESTRE = ZEROS
                 MOVE "DATA FORA DOS BIMESTRES" TO W-MOTIVO-REJEICAO
              ELSE
                 MOVE W-ANO-LETIVO     TO CAL-ANO-LETIVO
                 MOVE "N"              TO CAL-TIPO
                 MOVE ZEROS            TO CAL-BIMESTRE
                 MOVE W-DATA-AULA      TO CAL-DATA
                 READ CALENDAR-FILE
                     NOT INVALID KEY
                        MOVE "DIA NAO LETIVO" TO W-MOTIVO-REJEICAO
                 END-READ
                 IF W-MOTIVO-REJEICAO = SPACES
                    PERFORM 85200-CALCULA-DIA-SEMANA
                    IF DIA-FIM-DE-SEMANA
                       MOVE "E"        TO CAL-TIPO
                       READ CALENDAR-FILE
                           INVALID KEY
                              MOVE "DATA EM FIM DE SEMANA"
                                       TO W-MOTIVO-REJEICAO
                       END-READ
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       20085-PROCURA-BIMESTRE.
           IF W-DATA-AULA NOT < W-TB-INICIO(W-IDX-BIM)
              AND W-DATA-AULA NOT > W-TB-FIM(W-IDX-BIM)
              MOVE W-IDX-BIM           TO W-BIMESTRE
           END-IF
           .
      *----------------------------------------------------------------*
      *    85000-VALIDA-DATA confere a data em W-DATA-CALC (mes de 1 a *
      *    12, dia dentro do mes, fevereiro pelo ano bissexto).        *
      *----------------------------------------------------------------*
       85000-VALIDA-DATA.
           MOVE "N"                    TO W-DATA-VALIDA
           IF W-DATA-CALC NUMERIC
              AND W-DC-ANO > ZEROS
              AND W-DC-MES > ZEROS AND W-DC-MES < 13
              AND W-DC-DIA > ZEROS
              MOVE W-DC-MES            TO W-IDX-MES
              PERFORM 85100-CALCULA-DIAS-MES
              IF W-DC-DIA NOT > W-DIAS-MES
                 SET DATA-VALIDA       TO TRUE
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    85100-CALCULA-DIAS-MES: dias do mes W-IDX-MES no ano        *
      *    W-DC-ANO.                                                   *
      *----------------------------------------------------------------*
       85100-CALCULA-DIAS-MES.
           IF W-IDX-MES = 4 OR W-IDX-MES = 6
              OR W-IDX-MES = 9 OR W-IDX-MES = 11
              MOVE 30                  TO W-DIAS-MES
           ELSE
              IF W-IDX-MES = 2
                 MOVE 28               TO W-DIAS-MES
                 DIVIDE W-DC-ANO BY 4 GIVING W-CALC-QUOCIENTE
                                      REMAINDER W-CALC-RESTO
                 IF W-CALC-RESTO = ZEROS
                    MOVE 29            TO W-DIAS-MES
                    DIVIDE W-DC-ANO BY 100 GIVING W-CALC-QUOCIENTE
                                         REMAINDER W-CALC-RESTO
                    IF W-CALC-RESTO = ZEROS
                       DIVIDE W-DC-ANO BY 400 GIVING W-CALC-QUOCIENTE
                                            REMAINDER W-CALC-RESTO
                       IF W-CALC-RESTO NOT = ZEROS
                          MOVE 28      TO W-DIAS-MES
                       END-IF
                    END-IF
                 END-IF
              ELSE
                 MOVE 31               TO W-DIAS-MES
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    85200-CALCULA-DIA-SEMANA (congruencia de Zeller) devolve em *
      *    W-DIA-SEMANA 0 sabado, 1 domingo, 2 segunda ... 6 sexta.    *
      *----------------------------------------------------------------*
       85200-CALCULA-DIA-SEMANA.
           MOVE W-DC-ANO               TO W-CALC-ANO
           MOVE W-DC-MES               TO W-CALC-MES
           IF W-CALC-MES < 3
              ADD 12                   TO W-CALC-MES
              SUBTRACT 1               FROM W-CALC-ANO
           END-IF
           DIVIDE W-CALC-ANO BY 100 GIVING W-CALC-SECULO
                                    REMAINDER W-CALC-ANO-SECULO
           COMPUTE W-CALC-QUOCIENTE = (W-CALC-MES + 1) * 13
           DIVIDE W-CALC-QUOCIENTE BY 5 GIVING W-CALC-QUOCIENTE
           COMPUTE W-CALC-SOMA = W-DC-DIA + W-CALC-QUOCIENTE
                               + W-CALC-ANO-SECULO + 5 * W-CALC-SECULO
           DIVIDE W-CALC-ANO-SECULO BY 4 GIVING W-CALC-QUOCIENTE
           ADD W-CALC-QUOCIENTE        TO W-CALC-SOMA
           DIVIDE W-CALC-SECULO BY 4 GIVING W-CALC-QUOCIENTE
           ADD W-CALC-QUOCIENTE        TO W-CALC-SOMA
           DIVIDE W-CALC-SOMA BY 7 GIVING W-CALC-QUOCIENTE
                                   REMAINDER W-DIA-SEMANA
           .
      *----------------------------------------------------------------*
      *    20090-VERIFICA-AULA-EXISTE posiciona o DIARIO no inicio da  *
      *    aula W-AULA (matricula zerada) e liga AULA-EXISTE se houver *
      *    ao menos um aluno registrado nela.                          *
      *----------------------------------------------------------------*
       20090-VERIFICA-AULA-EXISTE.
           MOVE "N"                    TO W-AULA-EXISTE
           MOVE "N"                    TO W-FIM-DIARIO
           MOVE W-AULA-DATA            TO DIA-DATA
           MOVE W-AULA-TURMA           TO DIA-TURMA-COD
           MOVE W-AULA-DISCIPLINA      TO DIA-DISCIPLINA
           MOVE ZEROS                  TO DIA-MATRICULA
           START DIARIO-FILE KEY NOT < DIA-CHAVE
               INVALID KEY
                  SET FIM-DIARIO          TO TRUE
           END-START
           IF NOT FIM-DIARIO
              READ DIARIO-FILE NEXT
                  AT END
                     SET FIM-DIARIO       TO TRUE
                  NOT AT END
                     IF DIA-AULA = W-AULA
                        SET AULA-EXISTE   TO TRUE
                     END-IF
              END-READ
              IF NOT FS-DIARIO-OK AND NOT FIM-DIARIO
                 DISPLAY "Erro lendo DIARIO - status " W-FS-DIARIO
                 STOP RUN
              END-IF
           END-IF
           .
       20100-LE-PROXIMO-ALUNO.
           READ TURMAS-FILE NEXT
               AT END
                  IF W-SEQ-ATUAL > W-ULTIMA-SEQ
                     PERFORM 30200-PROCESSA-REG-LOTE
                        THRU 30299-FIM-PROCESSA-REG
                     IF NOT LOTE-INTERROMPIDO
                        PERFORM 30400-ATUALIZA-CHECKPOINT
                     END-IF
                  ELSE
                     PERFORM 30360-LIBERA-AULA-RETOMADA
                  END-IF
           END-READ
           IF NOT FS-LOTEFREQ-OK AND NOT FIM-LOTE
              GO 30299-FIM-PROCESSA-REG
           END-IF

           MOVE LFQ-DATA               TO W-DATA-AULA
           PERFORM 20080-CRITICA-DATA-AULA
           IF W-MOTIVO-REJEICAO NOT = SPACES
              PERFORM 30250-REJEITA-REG
              GO 30299-FIM-PROCESSA-REG
           END-IF
              GO 30299-FIM-PROCESSA-REG
           END-IF

      *    o lote traz o codigo da disciplina do catalogo (seis
      *    posicoes); nome digitado no lugar do codigo e recusado
           IF LFQ-DISCIPLINA(7:14) NOT = SPACES
              MOVE "CODIGO DE DISCIPLINA INVALIDO" TO W-MOTIVO-REJEICAO
              PERFORM 30250-REJEITA-REG
              GO 30299-FIM-PROCESSA-REG
           END-IF
           MOVE LFQ-DISCIPLINA(1:6)    TO W-DISC-CODIGO
           MOVE TMS-SERIE              TO W-SERIE-TURMA
           MOVE LFQ-TURMA-COD          TO W-TURMA-COD
           PERFORM 20060-VALIDA-DISCIPLINA
           IF W-MOTIVO-REJEICAO NOT = SPACES
              PERFORM 30250-REJEITA-REG
              GO 30299-FIM-PROCESSA-REG
           END-IF

           PERFORM 30300-CONFERE-AULA-LOTE
              THRU 30309-FIM-CONFERE-AULA
           IF LOTE-INTERROMPIDO
              GO 30299-FIM-PROCESSA-REG
           END-IF
           IF W-MOTIVO-REJEICAO NOT = SPACES
              PERFORM 30250-REJEITA-REG
              GO 30299-FIM-PROCESSA-REG
           END-IF

           INITIALIZE DIARIO-REG
           MOVE LFQ-DATA               TO DIA-DATA
           MOVE LFQ-TURMA-COD          TO DIA-TURMA-COD
           MOVE W-DISC-NOME            TO DIA-DISCIPLINA
           MOVE W-BIMESTRE             TO DIA-BIMESTRE
           MOVE W-ANO-LETIVO           TO DIA-ANO-LETIVO
           MOVE LFQ-MATRICULA          TO DIA-MATRICULA
           MOVE LFQ-PRESENCA           TO DIA-PRESENCA
           WRITE DIARIO-REG
               INVALID KEY
                  MOVE "ALUNO REPETIDO NA AULA" TO W-MOTIVO-REJEICAO
                  PERFORM 30250-REJEITA-REG
                  GO 30299-FIM-PROCESSA-REG
           END-WRITE
           IF NOT FS-DIARIO-OK
              DISPLAY "Erro gravando DIARIO - status " W-FS-DIARIO
              STOP RUN
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
      *    30300-CONFERE-AULA-LOTE: a aula da linha (data, turma e     *
      *    disciplina) e procurada no DIARIO so na primeira vez em     *
      *    que aparece no lote; a decisao fica na tabela de aulas do   *
      *    lote, de modo que as demais linhas da mesma aula nao sejam  *
      *    barradas pelos registros que o proprio lote acabou de       *
      *    gravar. Aula que ja estava no diario e recusada inteira.    *
      *----------------------------------------------------------------*
       30300-CONFERE-AULA-LOTE.
           MOVE LFQ-DATA               TO W-AULA-DATA
           MOVE LFQ-TURMA-COD          TO W-AULA-TURMA
           MOVE W-DISC-NOME            TO W-AULA-DISCIPLINA
           PERFORM 30310-PROCURA-AULA-LOTE
           IF ACHOU-AULA
              IF W-TAL-SITUACAO(W-IDX-AULA-ACHADA) = "R"
                 SET AULA-EXISTE       TO TRUE
              ELSE
                 MOVE "N"              TO W-AULA-EXISTE
              END-IF
           ELSE
              IF W-QTD-AULAS-LOTE NOT < 5000
                 PERFORM 30370-INTERROMPE-LOTE
                 GO 30309-FIM-CONFERE-AULA
              END-IF
              PERFORM 20090-VERIFICA-AULA-EXISTE
              ADD 1                    TO W-QTD-AULAS-LOTE
              MOVE W-AULA              TO W-TAL-AULA(W-QTD-AULAS-LOTE)
              IF AULA-EXISTE
                 MOVE "R"        TO W-TAL-SITUACAO(W-QTD-AULAS-LOTE)
              ELSE
                 MOVE "L"        TO W-TAL-SITUACAO(W-QTD-AULAS-LOTE)
              END-IF
           END-IF
           IF AULA-EXISTE
              MOVE "AULA JA REGISTRADA NO DIARIO" TO W-MOTIVO-REJEICAO
           END-IF
           .
       30309-FIM-CONFERE-AULA.
           EXIT.
       30310-PROCURA-AULA-LOTE.
           MOVE "N"                    TO W-ACHOU-AULA
           MOVE ZEROS                  TO W-IDX-AULA-ACHADA
           PERFORM 30315-COMPARA-AULA-LOTE
                   VARYING W-IDX-AULA FROM 1 BY 1
                   UNTIL W-IDX-AULA > W-QTD-AULAS-LOTE
                      OR ACHOU-AULA
           .
       30315-COMPARA-AULA-LOTE.
           IF W-TAL-AULA(W-IDX-AULA) = W-AULA
              SET ACHOU-AULA           TO TRUE
              MOVE W-IDX-AULA          TO W-IDX-AULA-ACHADA
           END-IF
           .
      *----------------------------------------------------------------*
      *    30360-LIBERA-AULA-RETOMADA: na retomada, as aulas das       *
      *    linhas ja passadas pelo checkpoint foram gravadas por este  *
      *    mesmo lote antes da interrupcao e continuam liberadas para  *
      *    as linhas que faltam; aluno repetido ainda cai na chave.    *
      *----------------------------------------------------------------*
       30360-LIBERA-AULA-RETOMADA.
           IF LFQ-DISCIPLINA(7:14) = SPACES
              MOVE LFQ-DISCIPLINA(1:6) TO DISC-CODIGO
              READ DISCIPL-FILE
                  NOT INVALID KEY
                     MOVE LFQ-DATA        TO W-AULA-DATA
                     MOVE LFQ-TURMA-COD   TO W-AULA-TURMA
                     MOVE DISC-NOME       TO W-AULA-DISCIPLINA
                     PERFORM 30310-PROCURA-AULA-LOTE
                     IF NOT ACHOU-AULA
                        IF W-QTD-AULAS-LOTE NOT < 5000
                           PERFORM 30370-INTERROMPE-LOTE
                        ELSE
                           ADD 1          TO W-QTD-AULAS-LOTE
                           MOVE W-AULA
                             TO W-TAL-AULA(W-QTD-AULAS-LOTE)
                           MOVE "L"
                             TO W-TAL-SITUACAO(W-QTD-AULAS-LOTE)
                        END-IF
                     END-IF
              END-READ
           END-IF
           .
      *----------------------------------------------------------------*
      *    30370-INTERROMPE-LOTE: aula alem da capacidade da tabela    *
      *    nao tem como ser decidida sem o risco de o lote barrar a    *
      *    si mesmo; a importacao para na linha, sem gravar nada dela  *
      *    nem mover o checkpoint, e as linhas restantes vao num lote  *
      *    novo (outro codigo de lote).                                *
      *----------------------------------------------------------------*
       30370-INTERROMPE-LOTE.
           SET LOTE-INTERROMPIDO       TO TRUE
           SET FIM-LOTE                TO TRUE
           MOVE 8                      TO RETURN-CODE
           MOVE W-SEQ-ATUAL            TO W-LINHA-EDICAO-LOTE
           DISPLAY "Lote com mais de 5000 aulas - importacao"
           DISPLAY "interrompida na linha " W-LINHA-EDICAO-LOTE
           DISPLAY "Separe as linhas a partir desta num lote novo"
           .
       30400-ATUALIZA-CHECKPOINT.
           MOVE W-CTL-CHAVE            TO CTL-TURMA-COD
           MOVE W-SEQ-ATUAL            TO CTL-ULTIMA-SEQ
