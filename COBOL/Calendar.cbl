      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    calendar.
      *----------------------------------------------------------------*
      *    Calendario escolar (arquivo CALENDAR) por ano letivo:       *
      *    inicio, fim e data de fechamento de cada bimestre, dias     *
      *    nao letivos (feriado, recesso, planejamento) e dias         *
      *    letivos extras em fim de semana (sabado letivo, reposicao). *
      *    O diario de classe so aceita aula em dia letivo e tira o    *
      *    bimestre da data da aula; o lancamento de notas por         *
      *    bimestre fica com a secretaria e a direcao depois do        *
      *    fechamento. Manutencao reservada a direcao e secretaria.    *
      *                                                                *
      *    Opcao 1 - inclui/altera as datas de um bimestre;            *
      *    Opcao 2 - inclui dias nao letivos ou letivos extras, um     *
      *    registro por dia do periodo informado;                      *
      *    Opcao 3 - exclui um dia do calendario;                      *
      *    Opcao 4 - lista o calendario do ano com os dias letivos     *
      *    previstos em cada bimestre;                                 *
      *    Opcao 5 - relatorio DIASLET dos dias letivos cumpridos por  *
      *    turma (datas distintas de aula no DIARIO que sejam dias     *
      *    letivos do calendario) contra o minimo legal de 200 dias,   *
      *    para acompanhar o fechamento do ano.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE       ASSIGN TO "CALENDAR"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS CAL-CHAVE
                                       FILE STATUS  IS W-FS-CALENDAR.
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
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT RELATORIO-FILE      ASSIGN TO "DIASLET"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-RELATORIO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  CALENDAR-FILE
           LABEL RECORD IS STANDARD.
       COPY "CALENDAR.CPY".
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "OPERADOR.CPY".
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  DIARIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "DIARIO.CPY".
       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  RELATORIO-LINHA             PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-BRANCOS               PIC X(55) VALUE SPACES.
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-BIMESTRES            VALUE "1".
               88  OPCAO-INCLUI-DIAS          VALUE "2".
               88  OPCAO-EXCLUI-DIA           VALUE "3".
               88  OPCAO-LISTA                VALUE "4".
               88  OPCAO-DIAS-LETIVOS         VALUE "5".
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-BIMESTRE              PIC 9(01) VALUE ZEROS .
           05  W-TIPO-DIA              PIC X(01) VALUE SPACES.
               88  TIPO-NAO-LETIVO            VALUE "N".
               88  TIPO-LETIVO-EXTRA          VALUE "E".
           05  W-MOTIVO-DIA            PIC X(01) VALUE SPACES.
               88  MOTIVO-VALIDO              VALUE "F" "R" "P".
           05  W-DESCRICAO             PIC X(30) VALUE SPACES.
           05  W-DATA-INICIO           PIC 9(08) VALUE ZEROS .
           05  W-DATA-FIM              PIC 9(08) VALUE ZEROS .
           05  W-DATA-FECHAMENTO       PIC 9(08) VALUE ZEROS .
           05  W-DATA-CORRENTE         PIC 9(08) VALUE ZEROS .
           05  W-DATA-ULTIMA           PIC 9(08) VALUE ZEROS .
           05  W-QTD-GRAVADOS          PIC 9(04) VALUE ZEROS .
      *    bimestres do ano letivo carregados do CALENDAR
           05  W-TAB-BIMESTRES OCCURS 4 TIMES.
               10  W-TB-INICIO         PIC 9(08) VALUE ZEROS.
               10  W-TB-FIM            PIC 9(08) VALUE ZEROS.
               10  W-TB-FECHAMENTO     PIC 9(08) VALUE ZEROS.
               10  W-TB-QTD-DIAS       PIC 9(03) VALUE ZEROS.
           05  W-IDX-BIM               PIC 9(01) VALUE ZEROS .
           05  W-CALENDARIO-COMPLETO   PIC X(01) VALUE "N".
               88  CALENDARIO-COMPLETO        VALUE "S".
      *    situacao do dia conferido em 86000-VERIFICA-DIA-LETIVO
           05  W-DIA-LETIVO            PIC X(01) VALUE "N".
               88  DIA-LETIVO                 VALUE "S".
           05  W-BIMESTRE-DIA          PIC 9(01) VALUE ZEROS .
           05  W-MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.
      *    area de calculo de datas (validade, dia da semana, dia do
      *    ano e dia seguinte)
           05  W-DATA-CALC.
               10  W-DC-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DC-MES            PIC 9(02) VALUE ZEROS.
               10  W-DC-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-VALIDA           PIC X(01) VALUE "N".
               88  DATA-VALIDA                VALUE "S".
           05  W-DIAS-MES              PIC 9(02) VALUE ZEROS .
           05  W-DIA-SEMANA            PIC 9(01) VALUE ZEROS .
               88  DIA-FIM-DE-SEMANA          VALUE 0 1.
           05  W-DIA-ANO               PIC 9(03) VALUE ZEROS .
           05  W-IDX-MES               PIC 9(02) VALUE ZEROS .
           05  W-CALC-ANO              PIC 9(04) VALUE ZEROS .
           05  W-CALC-MES              PIC 9(02) VALUE ZEROS .
           05  W-CALC-SECULO           PIC 9(02) VALUE ZEROS .
           05  W-CALC-ANO-SECULO       PIC 9(02) VALUE ZEROS .
           05  W-CALC-QUOCIENTE        PIC 9(05) VALUE ZEROS .
           05  W-CALC-RESTO            PIC 9(03) VALUE ZEROS .
           05  W-CALC-SOMA             PIC 9(05) VALUE ZEROS .
      *    dias de aula por turma: marca "S" no dia do ano em que a
      *    turma teve ao menos uma aula registrada no DIARIO
           05  W-MINIMO-DIAS-LETIVOS   PIC 9(03) VALUE 200.
           05  W-QTD-PREVISTOS         PIC 9(03) VALUE ZEROS .
           05  W-QTD-TURMAS            PIC 9(03) VALUE ZEROS .
           05  W-TAB-DIAS-TURMA OCCURS 200 TIMES.
               10  W-DT-TURMA-COD      PIC X(10) VALUE SPACES.
               10  W-DT-QTD-DIAS       PIC 9(03) VALUE ZEROS.
               10  W-DT-MARCA-DIA      PIC X(01) VALUE SPACES
                                       OCCURS 366 TIMES.
           05  W-IDX-TURMA             PIC 9(03) VALUE ZEROS .
      *    turmas alem da tabela: saem no relatorio como nao apuradas
           05  W-QTD-NAO-APURADAS      PIC 9(03) VALUE ZEROS .
           05  W-TAB-NAO-APURADAS OCCURS 50 TIMES.
               10  W-NA-TURMA-COD      PIC X(10) VALUE SPACES.
           05  W-IDX-NAO-APURADA       PIC 9(03) VALUE ZEROS .
           05  W-ULTIMA-NAO-APURADA    PIC X(10) VALUE SPACES.
           05  W-QTD-TURMAS-ANO        PIC 9(03) VALUE ZEROS .
           05  W-ACHOU-TURMA           PIC X(01) VALUE "N".
               88  ACHOU-TURMA                VALUE "S".
           05  W-QTD-ABAIXO-MINIMO     PIC 9(03) VALUE ZEROS .
           05  W-QTD-FALTAM            PIC 9(03) VALUE ZEROS .
           05  W-FIM-CALENDAR          PIC X(01) VALUE "N".
               88  FIM-CALENDAR               VALUE "S".
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-FIM-DIARIO            PIC X(01) VALUE "N".
               88  FIM-DIARIO                 VALUE "S".
           05  W-OPERADOR              PIC X(10) VALUE SPACES.
           05  W-PERFIL                PIC X(01) VALUE SPACES.
               88  PERFIL-SECRETARIA          VALUE "S".
               88  PERFIL-PROFESSOR           VALUE "P".
               88  PERFIL-DIRECAO             VALUE "D".
           05  W-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05  W-TENTATIVAS            PIC 9(01) VALUE ZEROS .
           05  W-LINHA-EDICAO          PIC Z(02)9 .
           05  W-LINHA-EDICAO-FALTAM   PIC Z(02)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-CALENDAR           PIC X(02) VALUE SPACES.
               88  FS-CALENDAR-OK              VALUE "00".
               88  FS-CALENDAR-NAO-EXISTE      VALUE "35".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
               88  FS-RELATORIO-NAO-EXISTE     VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA
           PERFORM 15000-MENU-OPCAO
           IF OPCAO-BIMESTRES
              PERFORM 20000-MANTEM-BIMESTRES THRU 29999-FIM-BIMESTRES
           ELSE
              IF OPCAO-INCLUI-DIAS
                 PERFORM 30000-INCLUI-DIAS THRU 39999-FIM-INCLUI-DIAS
              ELSE
                 IF OPCAO-EXCLUI-DIA
                    PERFORM 40000-EXCLUI-DIA THRU 49999-FIM-EXCLUI-DIA
                 ELSE
                    IF OPCAO-LISTA
                       PERFORM 50000-LISTA-CALENDARIO
                          THRU 59999-FIM-LISTA
                    ELSE
                       PERFORM 60000-RELATORIO-DIAS-LETIVOS
                          THRU 69999-FIM-DIAS-LETIVOS
                    END-IF
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

           OPEN I-O CALENDAR-FILE
           IF FS-CALENDAR-NAO-EXISTE
              OPEN OUTPUT CALENDAR-FILE
              CLOSE      CALENDAR-FILE
              OPEN I-O  CALENDAR-FILE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Bimestres  2-Inclui dias  3-Exclui dia"
           DISPLAY "4-Lista calendario  5-Dias letivos por turma"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-BIMESTRES AND NOT OPCAO-INCLUI-DIAS
                                  AND NOT OPCAO-EXCLUI-DIA
                                  AND NOT OPCAO-LISTA
                                  AND NOT OPCAO-DIAS-LETIVOS
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
           .
       15999-FIM-MENU-OPCAO.
           EXIT.
      *----------------------------------------------------------------*
      *    20000-MANTEM-BIMESTRES grava inicio, fim e fechamento de um *
      *    bimestre. Inicio e fim ficam dentro do ano letivo e nao     *
      *    podem invadir os bimestres vizinhos ja cadastrados; o       *
      *    fechamento nao pode ser anterior ao fim das aulas.          *
      *----------------------------------------------------------------*
       20000-MANTEM-BIMESTRES SECTION.
       20010-ENTRA-ANO.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              DISPLAY "Ano letivo invalido"
              GO 20010-ENTRA-ANO
           END-IF
           .
       20020-ENTRA-BIMESTRE.
           DISPLAY "Informe o bimestre (1 a 4, 0 encerra)"
           ACCEPT W-BIMESTRE
           DISPLAY W-BRANCOS
           IF W-BIMESTRE = ZEROS
              GO 29999-FIM-BIMESTRES
           END-IF
           IF W-BIMESTRE > 4
              DISPLAY "Bimestre invalido"
              GO 20020-ENTRA-BIMESTRE
           END-IF

           PERFORM 11000-CARREGA-BIMESTRES
           .
       20030-ENTRA-INICIO.
           DISPLAY "Inicio das aulas (AAAAMMDD)"
           ACCEPT W-DATA-INICIO
           DISPLAY W-BRANCOS
           MOVE W-DATA-INICIO          TO W-DATA-CALC
           PERFORM 85000-VALIDA-DATA
           IF NOT DATA-VALIDA OR W-DC-ANO NOT = W-ANO-LETIVO
              DISPLAY "Data invalida ou fora do ano letivo"
              GO 20030-ENTRA-INICIO
           END-IF
           IF W-BIMESTRE > 1
              COMPUTE W-IDX-BIM = W-BIMESTRE - 1
              IF W-TB-FIM(W-IDX-BIM) NOT = ZEROS
                 AND W-DATA-INICIO NOT > W-TB-FIM(W-IDX-BIM)
                 DISPLAY "Inicio invade o bimestre anterior"
                 GO 20030-ENTRA-INICIO
              END-IF
           END-IF
           .
       20040-ENTRA-FIM.
           DISPLAY "Fim das aulas (AAAAMMDD)"
           ACCEPT W-DATA-FIM
           DISPLAY W-BRANCOS
           MOVE W-DATA-FIM             TO W-DATA-CALC
           PERFORM 85000-VALIDA-DATA
           IF NOT DATA-VALIDA OR W-DC-ANO NOT = W-ANO-LETIVO
              DISPLAY "Data invalida ou fora do ano letivo"
              GO 20040-ENTRA-FIM
           END-IF
           IF W-DATA-FIM < W-DATA-INICIO
              DISPLAY "Fim anterior ao inicio"
              GO 20040-ENTRA-FIM
           END-IF
           IF W-BIMESTRE < 4
              COMPUTE W-IDX-BIM = W-BIMESTRE + 1
              IF W-TB-INICIO(W-IDX-BIM) NOT = ZEROS
                 AND W-DATA-FIM NOT < W-TB-INICIO(W-IDX-BIM)
                 DISPLAY "Fim invade o bimestre seguinte"
                 GO 20040-ENTRA-FIM
              END-IF
           END-IF
           .
       20050-ENTRA-FECHAMENTO.
           DISPLAY "Fechamento das notas do bimestre (AAAAMMDD)"
           ACCEPT W-DATA-FECHAMENTO
           DISPLAY W-BRANCOS
           MOVE W-DATA-FECHAMENTO      TO W-DATA-CALC
           PERFORM 85000-VALIDA-DATA
           IF NOT DATA-VALIDA
              DISPLAY "Data invalida"
              GO 20050-ENTRA-FECHAMENTO
           END-IF
           IF W-DATA-FECHAMENTO < W-DATA-FIM
              DISPLAY "Fechamento anterior ao fim das aulas"
              GO 20050-ENTRA-FECHAMENTO
           END-IF

           INITIALIZE CALENDAR-REG
           MOVE W-ANO-LETIVO           TO CAL-ANO-LETIVO
           MOVE "B"                    TO CAL-TIPO
           MOVE W-BIMESTRE             TO CAL-BIMESTRE
           MOVE ZEROS                  TO CAL-DATA
           MOVE W-DATA-INICIO          TO CAL-DATA-INICIO
           MOVE W-DATA-FIM             TO CAL-DATA-FIM
           MOVE W-DATA-FECHAMENTO      TO CAL-DATA-FECHAMENTO
           WRITE CALENDAR-REG
               INVALID KEY
                  REWRITE CALENDAR-REG
           END-WRITE
           IF NOT FS-CALENDAR-OK
              DISPLAY "Erro gravando CALENDAR - status " W-FS-CALENDAR
              STOP RUN
           END-IF

           DISPLAY "Bimestre gravado"
           GO 20020-ENTRA-BIMESTRE
           .
       29999-FIM-BIMESTRES.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-INCLUI-DIAS grava um registro por dia do periodo:     *
      *    dia nao letivo ("N") so em dia util e dia letivo extra      *
      *    ("E") so em sabado ou domingo; os demais dias do periodo    *
      *    ja tem a condicao pedida e sao pulados.                     *
      *----------------------------------------------------------------*
       30000-INCLUI-DIAS SECTION.
       30010-ENTRA-ANO-DIAS.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              DISPLAY "Ano letivo invalido"
              GO 30010-ENTRA-ANO-DIAS
           END-IF
           .
       30020-ENTRA-TIPO.
           DISPLAY "Tipo: N-nao letivo  E-letivo extra (branco encerra)"
           ACCEPT W-TIPO-DIA
           DISPLAY W-BRANCOS
           IF W-TIPO-DIA = SPACES
              GO 39999-FIM-INCLUI-DIAS
           END-IF
           IF NOT TIPO-NAO-LETIVO AND NOT TIPO-LETIVO-EXTRA
              DISPLAY "Tipo invalido"
              GO 30020-ENTRA-TIPO
           END-IF
           .
       30030-ENTRA-PERIODO.
           DISPLAY "Data inicial (AAAAMMDD)"
           ACCEPT W-DATA-INICIO
           DISPLAY W-BRANCOS
           MOVE W-DATA-INICIO          TO W-DATA-CALC
           PERFORM 85000-VALIDA-DATA
           IF NOT DATA-VALIDA OR W-DC-ANO NOT = W-ANO-LETIVO
              DISPLAY "Data invalida ou fora do ano letivo"
              GO 30030-ENTRA-PERIODO
           END-IF

           DISPLAY "Data final (AAAAMMDD, 0 = so o dia inicial)"
           ACCEPT W-DATA-FIM
           DISPLAY W-BRANCOS
           IF W-DATA-FIM = ZEROS
              MOVE W-DATA-INICIO       TO W-DATA-FIM
           END-IF
           MOVE W-DATA-FIM             TO W-DATA-CALC
           PERFORM 85000-VALIDA-DATA
           IF NOT DATA-VALIDA OR W-DC-ANO NOT = W-ANO-LETIVO
              OR W-DATA-FIM < W-DATA-INICIO
              DISPLAY "Data final invalida"
              GO 30030-ENTRA-PERIODO
           END-IF
           .
       30040-ENTRA-MOTIVO.
           IF TIPO-LETIVO-EXTRA
              MOVE "S"                 TO W-MOTIVO-DIA
           ELSE
              DISPLAY "Motivo: F-feriado  R-recesso  P-planejamento"
              ACCEPT W-MOTIVO-DIA
              DISPLAY W-BRANCOS
              IF NOT MOTIVO-VALIDO
                 DISPLAY "Motivo invalido"
                 GO 30040-ENTRA-MOTIVO
              END-IF
           END-IF

           DISPLAY "Descricao"
           ACCEPT W-DESCRICAO
           DISPLAY W-BRANCOS

           MOVE ZEROS                  TO W-QTD-GRAVADOS
           MOVE W-DATA-INICIO          TO W-DATA-CALC
           MOVE W-DATA-INICIO          TO W-DATA-CORRENTE
           PERFORM 31000-GRAVA-DIA
                   UNTIL W-DATA-CORRENTE > W-DATA-FIM

           MOVE W-QTD-GRAVADOS         TO W-LINHA-EDICAO
           DISPLAY "Dias gravados: " W-LINHA-EDICAO
           GO 30020-ENTRA-TIPO
           .
       39999-FIM-INCLUI-DIAS.
           EXIT.
      *----------------------------------------------------------------*
       40000-EXCLUI-DIA SECTION.
       40010-ENTRA-EXCLUSAO.
           DISPLAY "Informe o ano letivo (0 encerra)"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              GO 49999-FIM-EXCLUI-DIA
           END-IF

           DISPLAY "Tipo: N-nao letivo  E-letivo extra"
           ACCEPT W-TIPO-DIA
           DISPLAY "Data (AAAAMMDD)"
           ACCEPT W-DATA-INICIO
           DISPLAY W-BRANCOS

           MOVE W-ANO-LETIVO           TO CAL-ANO-LETIVO
           MOVE W-TIPO-DIA             TO CAL-TIPO
           MOVE ZEROS                  TO CAL-BIMESTRE
           MOVE W-DATA-INICIO          TO CAL-DATA
           IF NOT TIPO-NAO-LETIVO AND NOT TIPO-LETIVO-EXTRA
              DISPLAY "Tipo invalido"
              GO 40010-ENTRA-EXCLUSAO
           END-IF
           DELETE CALENDAR-FILE
               INVALID KEY
                  DISPLAY "Dia nao encontrado no calendario"
                  GO 40010-ENTRA-EXCLUSAO
           END-DELETE
           DISPLAY "Dia excluido"
           GO 40010-ENTRA-EXCLUSAO
           .
       49999-FIM-EXCLUI-DIA.
           EXIT.
      *----------------------------------------------------------------*
      *    50000-LISTA-CALENDARIO mostra os bimestres com os dias      *
      *    letivos previstos em cada um e, em seguida, os dias nao     *
      *    letivos e letivos extras cadastrados no ano.                *
      *----------------------------------------------------------------*
       50000-LISTA-CALENDARIO SECTION.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS

           PERFORM 11000-CARREGA-BIMESTRES
           MOVE ZEROS                  TO W-QTD-PREVISTOS
           PERFORM 51000-LISTA-BIMESTRE
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4

           MOVE "N"                    TO W-FIM-CALENDAR
           MOVE W-ANO-LETIVO           TO CAL-ANO-LETIVO
           MOVE "E"                    TO CAL-TIPO
           MOVE ZEROS                  TO CAL-BIMESTRE CAL-DATA
           START CALENDAR-FILE KEY NOT < CAL-CHAVE
               INVALID KEY
                  SET FIM-CALENDAR        TO TRUE
           END-START
           PERFORM 52000-LISTA-DIA UNTIL FIM-CALENDAR

           MOVE W-QTD-PREVISTOS        TO W-LINHA-EDICAO
           DISPLAY "Dias letivos previstos no ano: " W-LINHA-EDICAO
           IF NOT CALENDARIO-COMPLETO
              DISPLAY "Atencao: bimestre(s) sem datas cadastradas"
           END-IF
           IF W-QTD-PREVISTOS < W-MINIMO-DIAS-LETIVOS
              DISPLAY "Atencao: calendario abaixo do minimo legal de "
                      "200 dias letivos"
           END-IF
           .
       59999-FIM-LISTA.
           EXIT.
      *----------------------------------------------------------------*
      *    60000-RELATORIO-DIAS-LETIVOS levanta as turmas do ano no    *
      *    TURMAS, marca os dias com aula de cada turma no DIARIO e    *
      *    confere dia a dia, do inicio do 1o ao fim do 4o bimestre,   *
      *    quais dias letivos do calendario a turma cumpriu.           *
      *----------------------------------------------------------------*
       60000-RELATORIO-DIAS-LETIVOS SECTION.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS

           PERFORM 11000-CARREGA-BIMESTRES
           IF NOT CALENDARIO-COMPLETO
              DISPLAY "Calendario do ano letivo incompleto - cadastre"
              DISPLAY "os quatro bimestres antes"
              GO 69999-FIM-DIAS-LETIVOS
           END-IF

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              DISPLAY "Arquivo TURMAS nao encontrado"
              GO 69999-FIM-DIAS-LETIVOS
           END-IF
           MOVE ZEROS                  TO W-QTD-TURMAS
                                          W-QTD-NAO-APURADAS
           MOVE SPACES                 TO W-ULTIMA-NAO-APURADA
           MOVE "N"                    TO W-FIM-TURMAS
           MOVE LOW-VALUES             TO TMS-CHAVE
           START TURMAS-FILE KEY NOT < TMS-CHAVE
               INVALID KEY
                  SET FIM-TURMAS          TO TRUE
           END-START
           PERFORM 61000-CARREGA-TURMA UNTIL FIM-TURMAS
           CLOSE TURMAS-FILE

      *    o DIARIO e indexado pela data da aula: a leitura comeca no
      *    primeiro dia do ano letivo e para na virada do ano
           OPEN INPUT DIARIO-FILE
           IF NOT FS-DIARIO-NAO-EXISTE
              MOVE "N"                 TO W-FIM-DIARIO
              MOVE W-ANO-LETIVO        TO W-DC-ANO
              MOVE 1                   TO W-DC-MES W-DC-DIA
              MOVE W-DATA-CALC         TO DIA-DATA
              MOVE SPACES              TO DIA-TURMA-COD DIA-DISCIPLINA
              MOVE ZEROS               TO DIA-MATRICULA
              START DIARIO-FILE KEY NOT < DIA-CHAVE
                  INVALID KEY
                     SET FIM-DIARIO       TO TRUE
              END-START
              PERFORM 62000-MARCA-DIA-AULA UNTIL FIM-DIARIO
              CLOSE DIARIO-FILE
           END-IF

           MOVE ZEROS                  TO W-QTD-PREVISTOS
           MOVE W-TB-INICIO(1)         TO W-DATA-CALC
           MOVE W-TB-INICIO(1)         TO W-DATA-CORRENTE
           PERFORM 63000-CONFERE-DIA
                   UNTIL W-DATA-CORRENTE > W-TB-FIM(4)

           OPEN OUTPUT RELATORIO-FILE

           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "DIAS LETIVOS CUMPRIDOS POR TURMA - ANO LETIVO "
                                       DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE W-QTD-PREVISTOS        TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "DIAS LETIVOS PREVISTOS NO CALENDARIO: "
                                       DELIMITED BY SIZE
                  W-LINHA-EDICAO       DELIMITED BY SIZE
                  "   MINIMO LEGAL: 200"
                                       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           IF W-QTD-PREVISTOS < W-MINIMO-DIAS-LETIVOS
              MOVE "*** CALENDARIO ABAIXO DO MINIMO LEGAL ***"
                                       TO RELATORIO-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF
           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE ZEROS                  TO W-QTD-ABAIXO-MINIMO
           PERFORM 64000-EMITE-LINHA-TURMA
                   VARYING W-IDX-TURMA FROM 1 BY 1
                   UNTIL W-IDX-TURMA > W-QTD-TURMAS

      *    o relatorio responde pelo minimo legal de todas as turmas:
      *    a que ficou fora da apuracao e listada, e o retorno e 4
           IF W-QTD-NAO-APURADAS > ZEROS
              MOVE SPACES              TO RELATORIO-LINHA
              PERFORM 80000-GRAVA-LINHA
              MOVE "*** TURMAS NAO APURADAS ***" TO RELATORIO-LINHA
              PERFORM 80000-GRAVA-LINHA
              PERFORM 65000-EMITE-NAO-APURADA
                      VARYING W-IDX-NAO-APURADA FROM 1 BY 1
                      UNTIL W-IDX-NAO-APURADA > W-QTD-NAO-APURADAS
                         OR W-IDX-NAO-APURADA > 50
              IF W-QTD-NAO-APURADAS > 50
                 COMPUTE W-LINHA-EDICAO = W-QTD-NAO-APURADAS - 50
                 MOVE SPACES           TO RELATORIO-LINHA
                 STRING "E MAIS "      DELIMITED BY SIZE
                        W-LINHA-EDICAO DELIMITED BY SIZE
                        " TURMA(S) NAO LISTADA(S)"
                                       DELIMITED BY SIZE
                        INTO RELATORIO-LINHA
                 PERFORM 80000-GRAVA-LINHA
              END-IF
              MOVE 4                   TO RETURN-CODE
           END-IF

           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           ADD W-QTD-TURMAS W-QTD-NAO-APURADAS GIVING W-QTD-TURMAS-ANO
           MOVE W-QTD-TURMAS-ANO       TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMAS NO ANO LETIVO...........: " DELIMITED BY SIZE
                  W-LINHA-EDICAO                     DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           IF W-QTD-NAO-APURADAS > ZEROS
              MOVE W-QTD-NAO-APURADAS  TO W-LINHA-EDICAO
              MOVE SPACES              TO RELATORIO-LINHA
              STRING "TURMAS NAO APURADAS............: "
                                       DELIMITED BY SIZE
                     W-LINHA-EDICAO    DELIMITED BY SIZE
                     INTO RELATORIO-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF
           MOVE W-QTD-ABAIXO-MINIMO    TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMAS ABAIXO DO MINIMO LEGAL..: " DELIMITED BY SIZE
                  W-LINHA-EDICAO                     DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA

           CLOSE RELATORIO-FILE
           DISPLAY "Turmas abaixo do minimo legal: " W-LINHA-EDICAO
           DISPLAY "Relatorio gravado no arquivo DIASLET"
           .
       69999-FIM-DIAS-LETIVOS.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE CALENDAR-FILE
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
      *----------------------------------------------------------------*
      *    12000-IDENTIFICA-OPERADOR: sign-on obrigatorio contra o     *
      *    cadastro OPERADOR (codigo e senha, tres tentativas); o      *
      *    calendario e reservado a direcao e secretaria.              *
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
              DISPLAY "Calendario reservado a direcao e secretaria"
              STOP RUN
           END-IF
           .
       12999-FIM-IDENTIFICA.
           EXIT.
      *----------------------------------------------------------------*
      *    11000-CARREGA-BIMESTRES le os quatro bimestres do ano       *
      *    letivo para a tabela W-TAB-BIMESTRES; bimestre ausente fica *
      *    zerado e o calendario e dado como incompleto.               *
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
                                          W-TB-FECHAMENTO(W-IDX-BIM)
                                          W-TB-QTD-DIAS(W-IDX-BIM)
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
                  MOVE CAL-DATA-FECHAMENTO
                                          TO W-TB-FECHAMENTO(W-IDX-BIM)
           END-READ
           .
      *----------------------------------------------------------------*
      *    31000-GRAVA-DIA grava o dia corrente do periodo, se for do  *
      *    tipo pedido, e avanca para o dia seguinte.                  *
      *----------------------------------------------------------------*
       31000-GRAVA-DIA.
           PERFORM 85200-CALCULA-DIA-SEMANA
           IF (TIPO-NAO-LETIVO AND NOT DIA-FIM-DE-SEMANA)
              OR (TIPO-LETIVO-EXTRA AND DIA-FIM-DE-SEMANA)
              INITIALIZE CALENDAR-REG
              MOVE W-ANO-LETIVO        TO CAL-ANO-LETIVO
              MOVE W-TIPO-DIA          TO CAL-TIPO
              MOVE ZEROS               TO CAL-BIMESTRE
              MOVE W-DATA-CORRENTE     TO CAL-DATA
              MOVE W-MOTIVO-DIA        TO CAL-MOTIVO
              MOVE W-DESCRICAO         TO CAL-DESCRICAO
              WRITE CALENDAR-REG
                  INVALID KEY
                     REWRITE CALENDAR-REG
              END-WRITE
              IF NOT FS-CALENDAR-OK
                 DISPLAY "Erro gravando CALENDAR - status "
                         W-FS-CALENDAR
                 STOP RUN
              END-IF
              ADD 1                    TO W-QTD-GRAVADOS
           END-IF

           PERFORM 85300-SOMA-UM-DIA
           MOVE W-DATA-CALC            TO W-DATA-CORRENTE
           .
      *----------------------------------------------------------------*
      *    51000-LISTA-BIMESTRE conta os dias letivos do bimestre,     *
      *    dia a dia, e mostra as datas cadastradas.                   *
      *----------------------------------------------------------------*
       51000-LISTA-BIMESTRE.
           IF W-TB-INICIO(W-IDX-BIM) = ZEROS
              DISPLAY W-IDX-BIM "o bimestre: nao cadastrado"
           ELSE
              MOVE W-IDX-BIM           TO W-BIMESTRE
              MOVE W-TB-INICIO(W-IDX-BIM) TO W-DATA-CALC
              MOVE W-TB-INICIO(W-IDX-BIM) TO W-DATA-CORRENTE
              MOVE W-TB-FIM(W-IDX-BIM) TO W-DATA-ULTIMA
              PERFORM 51100-CONTA-DIA-BIMESTRE
                      UNTIL W-DATA-CORRENTE > W-DATA-ULTIMA
              MOVE W-BIMESTRE          TO W-IDX-BIM
              ADD W-TB-QTD-DIAS(W-IDX-BIM) TO W-QTD-PREVISTOS
              MOVE W-TB-QTD-DIAS(W-IDX-BIM) TO W-LINHA-EDICAO
              DISPLAY W-IDX-BIM "o bimestre: " W-TB-INICIO(W-IDX-BIM)
                      " a " W-TB-FIM(W-IDX-BIM)
                      " fechamento " W-TB-FECHAMENTO(W-IDX-BIM)
                      " dias letivos " W-LINHA-EDICAO
           END-IF
           .
       51100-CONTA-DIA-BIMESTRE.
           PERFORM 86000-VERIFICA-DIA-LETIVO
           IF DIA-LETIVO
              ADD 1                    TO W-TB-QTD-DIAS(W-BIMESTRE)
           END-IF
           PERFORM 85300-SOMA-UM-DIA
           MOVE W-DATA-CALC            TO W-DATA-CORRENTE
           .
       52000-LISTA-DIA.
           READ CALENDAR-FILE NEXT
               AT END
                  SET FIM-CALENDAR        TO TRUE
               NOT AT END
                  IF CAL-ANO-LETIVO NOT = W-ANO-LETIVO
                     SET FIM-CALENDAR     TO TRUE
                  ELSE
                     DISPLAY CAL-DATA " " CAL-TIPO " " CAL-MOTIVO " "
                             CAL-DESCRICAO
                  END-IF
           END-READ
           IF NOT FS-CALENDAR-OK AND NOT FIM-CALENDAR
              DISPLAY "Erro lendo CALENDAR - status " W-FS-CALENDAR
              SET FIM-CALENDAR           TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    61000-CARREGA-TURMA guarda cada turma do ano uma unica vez  *
      *    (o TURMAS vem em ordem de turma+matricula).                 *
      *----------------------------------------------------------------*
       61000-CARREGA-TURMA.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-ANO-LETIVO = W-ANO-LETIVO
                     IF W-QTD-TURMAS = ZEROS
                        OR TMS-TURMA-COD NOT =
                           W-DT-TURMA-COD(W-QTD-TURMAS)
                        IF W-QTD-TURMAS < 200
                           ADD 1          TO W-QTD-TURMAS
                           MOVE TMS-TURMA-COD
                                    TO W-DT-TURMA-COD(W-QTD-TURMAS)
                        ELSE
                           PERFORM 61100-GUARDA-NAO-APURADA
                        END-IF
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *    a turma fora da tabela chega varias vezes seguidas (uma por
      *    aluno); so a primeira conta
       61100-GUARDA-NAO-APURADA.
           IF TMS-TURMA-COD NOT = W-ULTIMA-NAO-APURADA
              MOVE TMS-TURMA-COD       TO W-ULTIMA-NAO-APURADA
              ADD 1                    TO W-QTD-NAO-APURADAS
              IF W-QTD-NAO-APURADAS NOT > 50
                 MOVE TMS-TURMA-COD
                          TO W-NA-TURMA-COD(W-QTD-NAO-APURADAS)
              END-IF
              DISPLAY "Mais de 200 turmas no ano - turma nao apurada: "
                      TMS-TURMA-COD
           END-IF
           .
       62000-MARCA-DIA-AULA.
           READ DIARIO-FILE NEXT
               AT END
                  SET FIM-DIARIO          TO TRUE
               NOT AT END
                  MOVE DIA-DATA           TO W-DATA-CALC
                  IF W-DC-ANO > W-ANO-LETIVO
                     SET FIM-DIARIO       TO TRUE
                  END-IF
                  IF DIA-ANO-LETIVO = W-ANO-LETIVO
                     AND W-DC-ANO = W-ANO-LETIVO
                     PERFORM 62100-LOCALIZA-TURMA
                     IF ACHOU-TURMA
                        PERFORM 85000-VALIDA-DATA
                        IF DATA-VALIDA
                           PERFORM 85400-CALCULA-DIA-ANO
                           MOVE "S" TO
                              W-DT-MARCA-DIA(W-IDX-TURMA, W-DIA-ANO)
                        END-IF
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-DIARIO-OK AND NOT FIM-DIARIO
              DISPLAY "Erro lendo DIARIO - status " W-FS-DIARIO
              SET FIM-DIARIO             TO TRUE
           END-IF
           .
       62100-LOCALIZA-TURMA.
           MOVE "N"                    TO W-ACHOU-TURMA
           PERFORM 62110-COMPARA-TURMA
                   VARYING W-IDX-TURMA FROM 1 BY 1
                   UNTIL W-IDX-TURMA > W-QTD-TURMAS OR ACHOU-TURMA
           IF ACHOU-TURMA
              SUBTRACT 1               FROM W-IDX-TURMA
           END-IF
           .
       62110-COMPARA-TURMA.
           IF W-DT-TURMA-COD(W-IDX-TURMA) = DIA-TURMA-COD
              SET ACHOU-TURMA          TO TRUE
           END-IF
           .
       63000-CONFERE-DIA.
           PERFORM 86000-VERIFICA-DIA-LETIVO
           IF DIA-LETIVO
              ADD 1                    TO W-QTD-PREVISTOS
              PERFORM 85400-CALCULA-DIA-ANO
              PERFORM 63100-CONTA-DIA-TURMA
                      VARYING W-IDX-TURMA FROM 1 BY 1
                      UNTIL W-IDX-TURMA > W-QTD-TURMAS
           END-IF
           PERFORM 85300-SOMA-UM-DIA
           MOVE W-DATA-CALC            TO W-DATA-CORRENTE
           .
       63100-CONTA-DIA-TURMA.
           IF W-DT-MARCA-DIA(W-IDX-TURMA, W-DIA-ANO) = "S"
              ADD 1                    TO W-DT-QTD-DIAS(W-IDX-TURMA)
           END-IF
           .
       64000-EMITE-LINHA-TURMA.
           MOVE W-DT-QTD-DIAS(W-IDX-TURMA) TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           IF W-DT-QTD-DIAS(W-IDX-TURMA) < W-MINIMO-DIAS-LETIVOS
              ADD 1                    TO W-QTD-ABAIXO-MINIMO
              COMPUTE W-QTD-FALTAM = W-MINIMO-DIAS-LETIVOS
                                   - W-DT-QTD-DIAS(W-IDX-TURMA)
              MOVE W-QTD-FALTAM        TO W-LINHA-EDICAO-FALTAM
              STRING "TURMA: "         DELIMITED BY SIZE
                     W-DT-TURMA-COD(W-IDX-TURMA)
                                       DELIMITED BY SIZE
                     "  DIAS CUMPRIDOS: " DELIMITED BY SIZE
                     W-LINHA-EDICAO    DELIMITED BY SIZE
                     "  FALTAM: "      DELIMITED BY SIZE
                     W-LINHA-EDICAO-FALTAM
                                       DELIMITED BY SIZE
                     "  ABAIXO DO MINIMO LEGAL"
                                       DELIMITED BY SIZE
                     INTO RELATORIO-LINHA
           ELSE
              STRING "TURMA: "         DELIMITED BY SIZE
                     W-DT-TURMA-COD(W-IDX-TURMA)
                                       DELIMITED BY SIZE
                     "  DIAS CUMPRIDOS: " DELIMITED BY SIZE
                     W-LINHA-EDICAO    DELIMITED BY SIZE
                     "  MINIMO LEGAL ATINGIDO"
                                       DELIMITED BY SIZE
                     INTO RELATORIO-LINHA
           END-IF
           PERFORM 80000-GRAVA-LINHA
           .
       65000-EMITE-NAO-APURADA.
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMA: "            DELIMITED BY SIZE
                  W-NA-TURMA-COD(W-IDX-NAO-APURADA)
                                       DELIMITED BY SIZE
                  "  NAO APURADA - LIMITE DE 200 TURMAS NO ANO"
                                       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       80000-GRAVA-LINHA.
           WRITE RELATORIO-LINHA
           IF NOT FS-RELATORIO-OK
              DISPLAY "Erro gravando DIASLET - status "
                      W-FS-RELATORIO
              STOP RUN
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
       85300-SOMA-UM-DIA.
           ADD 1                       TO W-DC-DIA
           MOVE W-DC-MES               TO W-IDX-MES
           PERFORM 85100-CALCULA-DIAS-MES
           IF W-DC-DIA > W-DIAS-MES
              MOVE 1                   TO W-DC-DIA
              ADD 1                    TO W-DC-MES
              IF W-DC-MES > 12
                 MOVE 1                TO W-DC-MES
                 ADD 1                 TO W-DC-ANO
              END-IF
           END-IF
           .
       85400-CALCULA-DIA-ANO.
           MOVE W-DC-DIA               TO W-DIA-ANO
           PERFORM 85410-SOMA-DIAS-MES
                   VARYING W-IDX-MES FROM 1 BY 1
                   UNTIL W-IDX-MES NOT < W-DC-MES
           .
       85410-SOMA-DIAS-MES.
           PERFORM 85100-CALCULA-DIAS-MES
           ADD W-DIAS-MES              TO W-DIA-ANO
           .
      *----------------------------------------------------------------*
      *    86000-VERIFICA-DIA-LETIVO: a data em W-DATA-CALC e dia      *
      *    letivo se cai em um bimestre do ano, nao e dia nao letivo   *
      *    do calendario e, em fim de semana, tem registro de dia      *
      *    letivo extra. Devolve o bimestre em W-BIMESTRE-DIA e o      *
      *    motivo da recusa em W-MOTIVO-REJEICAO.                      *
      *----------------------------------------------------------------*
       86000-VERIFICA-DIA-LETIVO.
           MOVE "N"                    TO W-DIA-LETIVO
           MOVE ZEROS                  TO W-BIMESTRE-DIA
           MOVE SPACES                 TO W-MOTIVO-REJEICAO
           MOVE W-DATA-CALC            TO W-DATA-CORRENTE
           PERFORM 86010-PROCURA-BIMESTRE
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4

           IF W-BIMESTRE-DIA = ZEROS
              MOVE "DATA FORA DOS BIMESTRES" TO W-MOTIVO-REJEICAO
           ELSE
              MOVE W-ANO-LETIVO        TO CAL-ANO-LETIVO
              MOVE "N"                 TO CAL-TIPO
              MOVE ZEROS               TO CAL-BIMESTRE
              MOVE W-DATA-CORRENTE     TO CAL-DATA
              READ CALENDAR-FILE
                  NOT INVALID KEY
                     MOVE "DIA NAO LETIVO" TO W-MOTIVO-REJEICAO
              END-READ
              IF W-MOTIVO-REJEICAO = SPACES
                 PERFORM 85200-CALCULA-DIA-SEMANA
                 IF DIA-FIM-DE-SEMANA
                    MOVE "E"           TO CAL-TIPO
                    READ CALENDAR-FILE
                        INVALID KEY
                           MOVE "DATA EM FIM DE SEMANA"
                                       TO W-MOTIVO-REJEICAO
                    END-READ
                 END-IF
              END-IF
           END-IF

           IF W-MOTIVO-REJEICAO = SPACES
              SET DIA-LETIVO           TO TRUE
           END-IF
           .
       86010-PROCURA-BIMESTRE.
           IF W-TB-INICIO(W-IDX-BIM) NOT = ZEROS
              AND W-DATA-CORRENTE NOT < W-TB-INICIO(W-IDX-BIM)
              AND W-DATA-CORRENTE NOT > W-TB-FIM(W-IDX-BIM)
              MOVE W-IDX-BIM           TO W-BIMESTRE-DIA
           END-IF
           .
