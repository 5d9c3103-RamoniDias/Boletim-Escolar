      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    riscobim.
      *----------------------------------------------------------------*
      *    Projecao da nota necessaria e risco academico por turma,    *
      *    para a coordenacao montar a recuperacao paralela durante o  *
      *    ano. Roda depois do lancamento de cada bimestre (modo 3 do  *
      *    lancamento de notas). Reservado a direcao e secretaria.     *
      *                                                                *
      *    Para cada aluno ativo da turma e cada disciplina com um a   *
      *    tres bimestres lancados no HISTORIC, calcula a media atual  *
      *    com os pesos do PARAMETR e a nota minima que ainda precisa  *
      *    tirar nos bimestres que faltam para chegar a media de       *
      *    aprovacao, e classifica a disciplina:                       *
      *    EM DIA             - media atual ja na media de aprovacao;  *
      *    EM RISCO           - abaixo da media, mas a nota necessaria *
      *                         nos bimestres restantes ainda cabe     *
      *                         na escala (ate 10);                    *
      *    RUMO A RECUPERACAO - nem com nota 10 chega a media: nao     *
      *                         passa mais sem recuperacao (*); com    *
      *                         (**) quando nem com nota 10 chega ao   *
      *                         minimo para ter direito a recuperacao. *
      *    A frequencia atual sai do DIARIO (geral e por disciplina),  *
      *    marcada quando abaixo de 75%.                               *
      *                                                                *
      *    RISCOBIM relaciona, por turma, so os alunos com alguma      *
      *    disciplina fora de EM DIA, e fecha cada turma com o resumo  *
      *    das disciplinas por classe.                                 *
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
           SELECT HISTORICO-FILE      ASSIGN TO "HISTORIC"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS HIST-CHAVE
                                       FILE STATUS  IS W-FS-HISTORICO.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT PARAMETROS-FILE     ASSIGN TO "PARAMETR"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-PARAMETROS.
           SELECT RELATORIO-FILE      ASSIGN TO "RISCOBIM"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-RELATORIO.
           SELECT OPERADOR-FILE       ASSIGN TO "OPERADOR"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS OPER-CODIGO
                                       FILE STATUS  IS W-FS-OPERADOR.
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
       FD  HISTORICO-FILE
           LABEL RECORD IS STANDARD.
       COPY "HISTORIC.CPY".
       FD  DIARIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "DIARIO.CPY".
       FD  PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
       COPY "PARAMETR.CPY".
       FD  RELATORIO-FILE
           LABEL RECORD IS STANDARD.
       01  RELATORIO-LINHA             PIC X(132).
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "OPERADOR.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-BRANCOS               PIC X(55) VALUE SPACES.
           05  W-OPERADOR              PIC X(10) VALUE SPACES.
           05  W-PERFIL                PIC X(01) VALUE SPACES.
               88  PERFIL-SECRETARIA          VALUE "S".
               88  PERFIL-PROFESSOR           VALUE "P".
               88  PERFIL-DIRECAO             VALUE "D".
           05  W-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05  W-TENTATIVAS            PIC 9(01) VALUE ZEROS .
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-DATA-FIM-ANO          PIC 9(08) VALUE ZEROS .
           05  W-TURMA-PEDIDA          PIC X(10) VALUE SPACES.
           05  W-TURMA-CORRENTE        PIC X(10) VALUE SPACES.
           05  W-SERIE-CORRENTE        PIC 9(02) VALUE ZEROS .
           05  W-TEM-TURMA-ABERTA      PIC X(01) VALUE "N".
               88  TEM-TURMA-ABERTA           VALUE "S".
           05  W-MATRICULA             PIC 9(06) VALUE ZEROS .
           05  W-ALUNO                 PIC X(50) VALUE SPACES.
           05  W-ALUNO-ATIVO           PIC X(01) VALUE "S".
               88  ALUNO-ATIVO                VALUE "S".
           05  W-FREQUENCIA-MINIMA     PIC 9(03) VALUE 75 .
           05  W-NOTA-MIN-APROVACAO    PIC 9(02)V9(01) VALUE 7.
           05  W-NOTA-MIN-RECUPERACAO  PIC 9(02)V9(01) VALUE 5.
           05  W-PESO-BIM              PIC 9(02) VALUE 1
                                       OCCURS 4 TIMES.
           05  W-SOMA-PESOS            PIC 9(03) VALUE ZEROS .
      *    acumulacao de uma disciplina do HISTORIC
           05  W-DISC-CORRENTE         PIC X(20) VALUE SPACES.
           05  W-TEM-GRUPO             PIC X(01) VALUE "N".
               88  TEM-GRUPO                  VALUE "S".
           05  W-NOTAS-BIM             PIC 9(02)V9(01) VALUE ZEROS
                                       OCCURS 4 TIMES.
           05  W-BIM-LANCADO           PIC X(01) VALUE "N"
                                       OCCURS 4 TIMES.
           05  W-IDX-BIM               PIC 9(01) VALUE ZEROS .
           05  W-QTD-BIM-LANCADOS      PIC 9(01) VALUE ZEROS .
           05  W-SOMA-PONDERADA        PIC 9(04)V9(01) VALUE ZEROS .
           05  W-SOMA-PESOS-DISC       PIC 9(03) VALUE ZEROS .
           05  W-PESOS-RESTANTES       PIC 9(03) VALUE ZEROS .
           05  W-MEDIA                 PIC 9(02)V9(01) VALUE ZEROS .
           05  W-MEDIA-MAXIMA          PIC 9(02)V9(01) VALUE ZEROS .
      *    nota necessaria apurada em centesimos e arredondada para
      *    cima no decimo, para nao prometer menos do que o preciso
           05  W-FALTA-PONDERADA       PIC S9(05)V9(01) VALUE ZEROS .
           05  W-NECESSARIA-CENT       PIC S9(07) VALUE ZEROS .
           05  W-NECESSARIA-DECIMOS    PIC S9(05) VALUE ZEROS .
           05  W-NOTA-NECESSARIA       PIC 9(03)V9(01) VALUE ZEROS .
      *    disciplinas do aluno em apuracao (uma a tres bimestres)
           05  W-QTD-DISC-ALUNO        PIC 9(02) VALUE ZEROS .
           05  W-MAX-DISC-ALUNO        PIC 9(02) VALUE 20 .
           05  W-IDX-DISC              PIC 9(02) VALUE ZEROS .
           05  W-TAB-DISCIPLINAS.
               10  W-TD-ITEM           OCCURS 20 TIMES.
                   15  W-TD-NOME           PIC X(20).
                   15  W-TD-ED-BIM         PIC X(04) OCCURS 4 TIMES.
                   15  W-TD-MEDIA          PIC 9(02)V9(01).
                   15  W-TD-NECESSARIA     PIC 9(03)V9(01).
                   15  W-TD-SEM-RESTANTES  PIC X(01).
                   15  W-TD-CLASSE         PIC X(01).
                       88  TD-EM-DIA              VALUE "D".
                       88  TD-EM-RISCO            VALUE "R".
                       88  TD-RUMO-RECUPERACAO    VALUE "C".
                   15  W-TD-ABAIXO-CORTE   PIC X(01).
                   15  W-TD-AULAS          PIC 9(04).
                   15  W-TD-PRESENCAS      PIC 9(04).
           05  W-TEM-RISCO-ALUNO       PIC X(01) VALUE "N".
               88  TEM-RISCO-ALUNO            VALUE "S".
      *    frequencia atual do aluno no DIARIO
           05  W-QTD-AULAS             PIC 9(05) VALUE ZEROS .
           05  W-QTD-PRESENCAS         PIC 9(05) VALUE ZEROS .
           05  W-FREQUENCIA            PIC 9(03) VALUE ZEROS .
           05  W-FREQ-DISC             PIC 9(03) VALUE ZEROS .
      *    totais da turma e gerais
           05  W-QTD-ALUNOS-TURMA      PIC 9(03) VALUE ZEROS .
           05  W-QTD-AVALIADOS-TURMA   PIC 9(03) VALUE ZEROS .
           05  W-QTD-LISTADOS-TURMA    PIC 9(03) VALUE ZEROS .
           05  W-QTD-RISCO-FREQ-TURMA  PIC 9(03) VALUE ZEROS .
           05  W-QTD-DISC-EM-DIA       PIC 9(04) VALUE ZEROS .
           05  W-QTD-DISC-EM-RISCO     PIC 9(04) VALUE ZEROS .
           05  W-QTD-DISC-RECUPERACAO  PIC 9(04) VALUE ZEROS .
           05  W-QTD-DISC-ABAIXO-CORTE PIC 9(04) VALUE ZEROS .
           05  W-QTD-LISTADOS          PIC 9(05) VALUE ZEROS .
           05  W-QTD-TURMAS            PIC 9(03) VALUE ZEROS .
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-FIM-HISTORICO         PIC X(01) VALUE "N".
               88  FIM-HISTORICO              VALUE "S".
           05  W-FIM-DIARIO            PIC X(01) VALUE "N".
               88  FIM-DIARIO                 VALUE "S".
           05  W-DIARIO-ABERTO         PIC X(01) VALUE "N".
               88  DIARIO-ABERTO              VALUE "S".
           05  W-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
               88  ARQUIVOS-ABERTOS           VALUE "S".
      *    paginacao: cada turma comeca na pagina 1
           05  W-LINHAS-POR-PAGINA     PIC 9(02) VALUE 60 .
           05  W-QTD-LINHAS-PAG        PIC 9(02) VALUE ZEROS .
           05  W-PAGINA                PIC 9(03) VALUE ZEROS .
           05  W-LINHA-IMPRESSAO       PIC X(132) VALUE SPACES.
           05  W-DATA-QUEBRA.
               10  W-DQ-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DQ-MES            PIC 9(02) VALUE ZEROS.
               10  W-DQ-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-EDITADA          PIC X(10) VALUE SPACES.
           05  W-ED-NOTA               PIC Z9,9 .
           05  W-ED-MED                PIC X(04) VALUE SPACES.
           05  W-ED-NEC                PIC X(04) VALUE SPACES.
           05  W-ED-FREQ               PIC X(04) VALUE SPACES.
           05  W-ED-PERCENTUAL         PIC ZZ9 .
           05  W-ED-CLASSE             PIC X(22) VALUE SPACES.
           05  W-ED-MIN-APROV          PIC Z9,9 .
           05  W-ED-MIN-RECUP          PIC Z9,9 .
           05  W-MARCA-FREQ            PIC X(16) VALUE SPACES.
           05  W-ED-PAGINA             PIC ZZ9 .
           05  W-ED-QTD                PIC ZZ9 .
           05  W-ED-QTD-AVAL           PIC ZZ9 .
           05  W-ED-QTD-LIST           PIC ZZ9 .
           05  W-ED-DISC-DIA           PIC ZZZ9 .
           05  W-ED-DISC-RISCO         PIC ZZZ9 .
           05  W-ED-DISC-RECUP         PIC ZZZ9 .
           05  W-ED-DISC-CORTE         PIC ZZZ9 .
           05  W-LINHA-EDICAO          PIC Z(05)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-ALUNOS             PIC X(02) VALUE SPACES.
               88  FS-ALUNOS-OK                VALUE "00".
               88  FS-ALUNOS-NAO-EXISTE        VALUE "35".
           05  W-FS-HISTORICO          PIC X(02) VALUE SPACES.
               88  FS-HISTORICO-OK             VALUE "00".
               88  FS-HISTORICO-NAO-EXISTE     VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-PARAMETROS         PIC X(02) VALUE SPACES.
               88  FS-PARAMETROS-OK            VALUE "00".
               88  FS-PARAMETROS-NAO-EXISTE    VALUE "35".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           IF ARQUIVOS-ABERTOS
              PERFORM 20100-LE-TURMAS UNTIL FIM-TURMAS
              IF TEM-TURMA-ABERTA
                 PERFORM 26000-ENCERRA-TURMA
              END-IF
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           STOP RUN
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           PERFORM 12000-IDENTIFICA-OPERADOR
              THRU 12999-FIM-IDENTIFICA

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       10020-ENTRA-ANO.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              DISPLAY "Ano letivo invalido"
              GO 10020-ENTRA-ANO
           END-IF
           COMPUTE W-DATA-FIM-ANO = W-ANO-LETIVO * 10000 + 1231

           DISPLAY "Informe a turma (em branco, todas)"
           ACCEPT W-TURMA-PEDIDA
           DISPLAY W-BRANCOS

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              DISPLAY "Arquivo TURMAS nao encontrado"
              GO 10999-FIM-INICIA
           END-IF

           OPEN INPUT ALUNOS-FILE
           IF FS-ALUNOS-NAO-EXISTE
              DISPLAY "Arquivo ALUNOS nao encontrado"
              CLOSE TURMAS-FILE
              GO 10999-FIM-INICIA
           END-IF

           OPEN INPUT HISTORICO-FILE
           IF FS-HISTORICO-NAO-EXISTE
              DISPLAY "Arquivo HISTORIC nao encontrado"
              CLOSE TURMAS-FILE
              CLOSE ALUNOS-FILE
              GO 10999-FIM-INICIA
           END-IF

      *    sem DIARIO a projecao sai do mesmo jeito, so sem frequencia
           OPEN INPUT DIARIO-FILE
           IF FS-DIARIO-NAO-EXISTE
              DISPLAY "Arquivo DIARIO nao encontrado - relatorio sai"
              DISPLAY "sem a frequencia"
           ELSE
              SET DIARIO-ABERTO        TO TRUE
           END-IF

           MOVE 7                      TO PARM-NOTA-MIN-APROVACAO
           MOVE 5                      TO PARM-NOTA-MIN-RECUPERACAO
           MOVE 1                      TO PARM-PESO-BIM(1)
           MOVE 1                      TO PARM-PESO-BIM(2)
           MOVE 1                      TO PARM-PESO-BIM(3)
           MOVE 1                      TO PARM-PESO-BIM(4)
           OPEN INPUT PARAMETROS-FILE
           IF NOT FS-PARAMETROS-NAO-EXISTE
              READ PARAMETROS-FILE
                  AT END
                     CONTINUE
              END-READ
              CLOSE PARAMETROS-FILE
           END-IF
           MOVE PARM-NOTA-MIN-APROVACAO   TO W-NOTA-MIN-APROVACAO
           MOVE PARM-NOTA-MIN-RECUPERACAO TO W-NOTA-MIN-RECUPERACAO
           MOVE PARM-PESO-BIM(1)          TO W-PESO-BIM(1)
           MOVE PARM-PESO-BIM(2)          TO W-PESO-BIM(2)
           MOVE PARM-PESO-BIM(3)          TO W-PESO-BIM(3)
           MOVE PARM-PESO-BIM(4)          TO W-PESO-BIM(4)
           ADD W-PESO-BIM(1) W-PESO-BIM(2) W-PESO-BIM(3) W-PESO-BIM(4)
                                       GIVING W-SOMA-PESOS
           IF W-SOMA-PESOS = ZEROS
              DISPLAY "Pesos de bimestre invalidos no PARAMETROS - "
              DISPLAY "usando padrao 1,1,1,1"
              MOVE 1                   TO W-PESO-BIM(1)
              MOVE 1                   TO W-PESO-BIM(2)
              MOVE 1                   TO W-PESO-BIM(3)
              MOVE 1                   TO W-PESO-BIM(4)
              MOVE 4                   TO W-SOMA-PESOS
           END-IF
           MOVE W-NOTA-MIN-APROVACAO   TO W-ED-MIN-APROV
           MOVE W-NOTA-MIN-RECUPERACAO TO W-ED-MIN-RECUP

           OPEN OUTPUT RELATORIO-FILE
           SET ARQUIVOS-ABERTOS        TO TRUE
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           IF ARQUIVOS-ABERTOS
              CLOSE TURMAS-FILE
              CLOSE ALUNOS-FILE
              CLOSE HISTORICO-FILE
              IF DIARIO-ABERTO
                 CLOSE DIARIO-FILE
              END-IF
              CLOSE RELATORIO-FILE

              MOVE W-QTD-TURMAS        TO W-LINHA-EDICAO
              DISPLAY "Turmas impressas.......: " W-LINHA-EDICAO
              MOVE W-QTD-LISTADOS      TO W-LINHA-EDICAO
              DISPLAY "Alunos em risco........: " W-LINHA-EDICAO
              DISPLAY "Relatorio gravado no arquivo RISCOBIM"
           END-IF
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
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

      *    o relatorio expoe notas e frequencia de toda a turma; so
      *    direcao (coordenacao) e secretaria o emitem
           IF NOT PERFIL-DIRECAO AND NOT PERFIL-SECRETARIA
              DISPLAY "Relatorio de risco reservado a direcao e "
              DISPLAY "secretaria"
              STOP RUN
           END-IF
           .
       12999-FIM-IDENTIFICA.
           EXIT.
       20100-LE-TURMAS.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-ANO-LETIVO = W-ANO-LETIVO
                     IF W-TURMA-PEDIDA = SPACES
                        OR TMS-TURMA-COD = W-TURMA-PEDIDA
                        PERFORM 20200-TRATA-ALUNO
                           THRU 20299-FIM-TRATA-ALUNO
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    20200-TRATA-ALUNO projeta as disciplinas de um aluno da     *
      *    turma; a quebra de turma encerra o resumo da anterior.      *
      *    Transferido ou evadido no ano nao entra na projecao.        *
      *----------------------------------------------------------------*
       20200-TRATA-ALUNO.
           IF NOT TEM-TURMA-ABERTA
              OR TMS-TURMA-COD NOT = W-TURMA-CORRENTE
              IF TEM-TURMA-ABERTA
                 PERFORM 26000-ENCERRA-TURMA
              END-IF
              PERFORM 25000-ABRE-TURMA
           END-IF
           ADD 1                       TO W-QTD-ALUNOS-TURMA

           MOVE TMS-MATRICULA          TO W-MATRICULA
           MOVE TMS-NOME               TO W-ALUNO
           MOVE "S"                    TO W-ALUNO-ATIVO
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  IF (ALUNOS-TRANSFERIDO OR ALUNOS-EVADIDO)
                     AND ALUNOS-DATA-SITUACAO NOT > W-DATA-FIM-ANO
                     MOVE "N"             TO W-ALUNO-ATIVO
                  END-IF
           END-READ
           IF NOT ALUNO-ATIVO
              GO 20299-FIM-TRATA-ALUNO
           END-IF

           PERFORM 23000-PERCORRE-HISTORICO
           IF W-QTD-DISC-ALUNO = ZEROS
              GO 20299-FIM-TRATA-ALUNO
           END-IF
           ADD 1                       TO W-QTD-AVALIADOS-TURMA

           PERFORM 24000-FREQUENCIA-DIARIO
           IF TEM-RISCO-ALUNO
              PERFORM 24500-IMPRIME-ALUNO
           END-IF
           .
       20299-FIM-TRATA-ALUNO.
           EXIT.
      *----------------------------------------------------------------*
      *    23000-PERCORRE-HISTORICO junta as notas do ano do aluno     *
      *    com quebra por disciplina; so entram na tabela do aluno as  *
      *    disciplinas com um a tres bimestres lancados (com quatro o  *
      *    resultado ja e do fechamento).                              *
      *----------------------------------------------------------------*
       23000-PERCORRE-HISTORICO.
           MOVE ZEROS                  TO W-QTD-DISC-ALUNO
           MOVE "N"                    TO W-TEM-RISCO-ALUNO
           MOVE SPACES                 TO W-DISC-CORRENTE
           MOVE "N"                    TO W-TEM-GRUPO
           MOVE "N"                    TO W-FIM-HISTORICO

           MOVE W-MATRICULA            TO HIST-MATRICULA
           MOVE W-ANO-LETIVO           TO HIST-ANO-LETIVO
           MOVE LOW-VALUES             TO HIST-DISCIPLINA
           MOVE ZEROS                  TO HIST-BIMESTRE
           START HISTORICO-FILE KEY NOT < HIST-CHAVE
               INVALID KEY
                  SET FIM-HISTORICO       TO TRUE
           END-START

           PERFORM 23100-LE-HISTORICO UNTIL FIM-HISTORICO
           IF TEM-GRUPO
              PERFORM 23300-FECHA-DISCIPLINA
                 THRU 23399-FIM-FECHA-DISCIPLINA
           END-IF
           .
       23100-LE-HISTORICO.
           READ HISTORICO-FILE NEXT
               AT END
                  SET FIM-HISTORICO       TO TRUE
               NOT AT END
                  IF HIST-MATRICULA NOT = W-MATRICULA
                     OR HIST-ANO-LETIVO NOT = W-ANO-LETIVO
                     SET FIM-HISTORICO    TO TRUE
                  ELSE
                     PERFORM 23200-ACUMULA-REGISTRO
                  END-IF
           END-READ
           IF NOT FS-HISTORICO-OK AND NOT FIM-HISTORICO
              DISPLAY "Erro lendo HISTORIC - status " W-FS-HISTORICO
              SET FIM-HISTORICO          TO TRUE
           END-IF
           .
       23200-ACUMULA-REGISTRO.
           IF HIST-DISCIPLINA NOT = W-DISC-CORRENTE
              IF TEM-GRUPO
                 PERFORM 23300-FECHA-DISCIPLINA
                    THRU 23399-FIM-FECHA-DISCIPLINA
              END-IF
              MOVE HIST-DISCIPLINA     TO W-DISC-CORRENTE
              MOVE ZEROS               TO W-NOTAS-BIM(1)
                                          W-NOTAS-BIM(2)
                                          W-NOTAS-BIM(3)
                                          W-NOTAS-BIM(4)
              MOVE "N"                 TO W-BIM-LANCADO(1)
                                          W-BIM-LANCADO(2)
                                          W-BIM-LANCADO(3)
                                          W-BIM-LANCADO(4)
              MOVE "S"                 TO W-TEM-GRUPO
           END-IF

      *    o bimestre 5 (recuperacao) nao entra na projecao
           IF HIST-BIMESTRE >= 1 AND HIST-BIMESTRE <= 4
              MOVE HIST-NOTA           TO W-NOTAS-BIM(HIST-BIMESTRE)
              MOVE "S"                 TO W-BIM-LANCADO(HIST-BIMESTRE)
           END-IF
           .
      *----------------------------------------------------------------*
      *    23300-FECHA-DISCIPLINA calcula a media atual pelos pesos    *
      *    dos bimestres lancados e a nota necessaria nos restantes:   *
      *    (media minima x soma de todos os pesos - soma ponderada)    *
      *    / soma dos pesos restantes.                                 *
      *----------------------------------------------------------------*
       23300-FECHA-DISCIPLINA.
           MOVE "N"                    TO W-TEM-GRUPO
           MOVE ZEROS                  TO W-QTD-BIM-LANCADOS
           MOVE ZEROS                  TO W-SOMA-PONDERADA
           MOVE ZEROS                  TO W-SOMA-PESOS-DISC
           MOVE ZEROS                  TO W-PESOS-RESTANTES
           PERFORM 23310-SOMA-BIM
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4
           IF W-QTD-BIM-LANCADOS = ZEROS OR W-QTD-BIM-LANCADOS = 4
              GO 23399-FIM-FECHA-DISCIPLINA
           END-IF
           IF W-QTD-DISC-ALUNO NOT < W-MAX-DISC-ALUNO
              DISPLAY "Matricula " W-MATRICULA " com mais de "
                      W-MAX-DISC-ALUNO " disciplinas - ignorada "
                      W-DISC-CORRENTE
              GO 23399-FIM-FECHA-DISCIPLINA
           END-IF

           ADD 1                       TO W-QTD-DISC-ALUNO
           MOVE W-QTD-DISC-ALUNO       TO W-IDX-DISC
           MOVE W-DISC-CORRENTE        TO W-TD-NOME(W-IDX-DISC)
           MOVE ZEROS                  TO W-TD-AULAS(W-IDX-DISC)
                                          W-TD-PRESENCAS(W-IDX-DISC)
                                          W-TD-NECESSARIA(W-IDX-DISC)
           MOVE "N"                    TO W-TD-SEM-RESTANTES(W-IDX-DISC)
                                          W-TD-ABAIXO-CORTE(W-IDX-DISC)
           PERFORM 23320-EDITA-BIM
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4

           IF W-SOMA-PESOS-DISC > ZEROS
              DIVIDE W-SOMA-PONDERADA  BY W-SOMA-PESOS-DISC
                                   GIVING W-MEDIA ROUNDED
           ELSE
              MOVE ZEROS               TO W-MEDIA
           END-IF
           MOVE W-MEDIA                TO W-TD-MEDIA(W-IDX-DISC)

      *    bimestres restantes com peso zero nao mudam mais a media
           IF W-PESOS-RESTANTES = ZEROS
              MOVE "S"                 TO W-TD-SEM-RESTANTES(W-IDX-DISC)
              MOVE W-MEDIA             TO W-MEDIA-MAXIMA
           ELSE
              COMPUTE W-FALTA-PONDERADA =
                      W-NOTA-MIN-APROVACAO *
                      (W-SOMA-PESOS-DISC + W-PESOS-RESTANTES)
                      - W-SOMA-PONDERADA
              COMPUTE W-NECESSARIA-CENT =
                      W-FALTA-PONDERADA * 100 / W-PESOS-RESTANTES
              COMPUTE W-NECESSARIA-DECIMOS =
                      (W-NECESSARIA-CENT + 9) / 10
              IF W-NECESSARIA-DECIMOS < ZEROS
                 MOVE ZEROS            TO W-NECESSARIA-DECIMOS
              END-IF
              DIVIDE W-NECESSARIA-DECIMOS BY 10
                                   GIVING W-NOTA-NECESSARIA
              MOVE W-NOTA-NECESSARIA   TO W-TD-NECESSARIA(W-IDX-DISC)
              COMPUTE W-MEDIA-MAXIMA ROUNDED =
                      (W-SOMA-PONDERADA + W-PESOS-RESTANTES * 10)
                      / (W-SOMA-PESOS-DISC + W-PESOS-RESTANTES)
           END-IF

           PERFORM 23350-CLASSIFICA-DISCIPLINA
           .
       23399-FIM-FECHA-DISCIPLINA.
           EXIT.
       23310-SOMA-BIM.
           IF W-BIM-LANCADO(W-IDX-BIM) = "S"
              ADD 1                    TO W-QTD-BIM-LANCADOS
              COMPUTE W-SOMA-PONDERADA = W-SOMA-PONDERADA +
                      (W-NOTAS-BIM(W-IDX-BIM) * W-PESO-BIM(W-IDX-BIM))
              ADD W-PESO-BIM(W-IDX-BIM) TO W-SOMA-PESOS-DISC
           ELSE
              ADD W-PESO-BIM(W-IDX-BIM) TO W-PESOS-RESTANTES
           END-IF
           .
       23320-EDITA-BIM.
           IF W-BIM-LANCADO(W-IDX-BIM) = "S"
              MOVE W-NOTAS-BIM(W-IDX-BIM) TO W-ED-NOTA
              MOVE W-ED-NOTA           TO W-TD-ED-BIM(W-IDX-DISC
                                                       W-IDX-BIM)
           ELSE
              MOVE " -- "              TO W-TD-ED-BIM(W-IDX-DISC
                                                       W-IDX-BIM)
           END-IF
           .
      *----------------------------------------------------------------*
      *    23350-CLASSIFICA-DISCIPLINA: EM DIA pela media atual; fora  *
      *    dela, EM RISCO enquanto a nota necessaria couber no 10 e    *
      *    RUMO A RECUPERACAO quando nao couber mais. A media maxima   *
      *    (nota 10 em tudo o que falta) abaixo do minimo para a       *
      *    recuperacao marca a disciplina com (**).                    *
      *----------------------------------------------------------------*
       23350-CLASSIFICA-DISCIPLINA.
           IF W-MEDIA NOT < W-NOTA-MIN-APROVACAO
              SET TD-EM-DIA(W-IDX-DISC)         TO TRUE
              ADD 1                    TO W-QTD-DISC-EM-DIA
           ELSE
              SET TEM-RISCO-ALUNO      TO TRUE
              IF W-TD-SEM-RESTANTES(W-IDX-DISC) = "N"
                 AND W-NOTA-NECESSARIA NOT > 10
                 SET TD-EM-RISCO(W-IDX-DISC)    TO TRUE
                 ADD 1                 TO W-QTD-DISC-EM-RISCO
              ELSE
                 SET TD-RUMO-RECUPERACAO(W-IDX-DISC) TO TRUE
                 ADD 1                 TO W-QTD-DISC-RECUPERACAO
                 IF W-MEDIA-MAXIMA < W-NOTA-MIN-RECUPERACAO
                    MOVE "S"           TO W-TD-ABAIXO-CORTE(W-IDX-DISC)
                    ADD 1              TO W-QTD-DISC-ABAIXO-CORTE
                 END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    24000-FREQUENCIA-DIARIO apura a frequencia atual do aluno   *
      *    no ano (presenca e atraso contam como presenca), geral e    *
      *    nas disciplinas da tabela, lendo o DIARIO pela chave        *
      *    alternativa da matricula.                                   *
      *----------------------------------------------------------------*
       24000-FREQUENCIA-DIARIO.
           MOVE ZEROS                  TO W-QTD-AULAS
           MOVE ZEROS                  TO W-QTD-PRESENCAS
           MOVE "N"                    TO W-FIM-DIARIO
           IF NOT DIARIO-ABERTO
              SET FIM-DIARIO           TO TRUE
           ELSE
              MOVE W-MATRICULA         TO DIA-MATRICULA
              START DIARIO-FILE KEY = DIA-MATRICULA
                  INVALID KEY
                     SET FIM-DIARIO       TO TRUE
              END-START
              PERFORM 24100-LE-DIARIO UNTIL FIM-DIARIO
           END-IF
           IF W-QTD-AULAS > ZEROS
              COMPUTE W-FREQUENCIA =
                      W-QTD-PRESENCAS * 100 / W-QTD-AULAS
           ELSE
              MOVE ZEROS               TO W-FREQUENCIA
           END-IF
           .
       24100-LE-DIARIO.
           READ DIARIO-FILE NEXT
               AT END
                  SET FIM-DIARIO          TO TRUE
               NOT AT END
                  IF DIA-MATRICULA NOT = W-MATRICULA
                     SET FIM-DIARIO       TO TRUE
                  ELSE
                     IF DIA-ANO-LETIVO = W-ANO-LETIVO
                        ADD 1           TO W-QTD-AULAS
                        IF DIA-PRESENCA = "P" OR DIA-PRESENCA = "A"
                           ADD 1        TO W-QTD-PRESENCAS
                        END-IF
                        PERFORM 24110-SOMA-DISCIPLINA
                                VARYING W-IDX-DISC FROM 1 BY 1
                                UNTIL W-IDX-DISC > W-QTD-DISC-ALUNO
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-DIARIO-OK AND NOT FIM-DIARIO
              DISPLAY "Erro lendo DIARIO - status " W-FS-DIARIO
              SET FIM-DIARIO             TO TRUE
           END-IF
           .
       24110-SOMA-DISCIPLINA.
           IF W-TD-NOME(W-IDX-DISC) = DIA-DISCIPLINA
              ADD 1                    TO W-TD-AULAS(W-IDX-DISC)
              IF DIA-PRESENCA = "P" OR DIA-PRESENCA = "A"
                 ADD 1                 TO W-TD-PRESENCAS(W-IDX-DISC)
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    24500-IMPRIME-ALUNO: aluno com a frequencia atual e, abaixo,*
      *    uma linha por disciplina fora de EM DIA.                    *
      *----------------------------------------------------------------*
       24500-IMPRIME-ALUNO.
           ADD 1                       TO W-QTD-LISTADOS-TURMA
           ADD 1                       TO W-QTD-LISTADOS
           MOVE SPACES                 TO W-MARCA-FREQ
           IF W-QTD-AULAS = ZEROS
              MOVE " -- "              TO W-ED-FREQ
              MOVE " SEM AULAS"        TO W-MARCA-FREQ
           ELSE
              MOVE W-FREQUENCIA        TO W-ED-PERCENTUAL
              MOVE SPACES              TO W-ED-FREQ
              STRING W-ED-PERCENTUAL   DELIMITED BY SIZE
                     "%"               DELIMITED BY SIZE
                     INTO W-ED-FREQ
              IF W-FREQUENCIA < W-FREQUENCIA-MINIMA
                 MOVE " ABAIXO DE 75%" TO W-MARCA-FREQ
                 ADD 1                 TO W-QTD-RISCO-FREQ-TURMA
              END-IF
           END-IF

           IF W-QTD-LINHAS-PAG + 3 > W-LINHAS-POR-PAGINA
              MOVE W-LINHAS-POR-PAGINA TO W-QTD-LINHAS-PAG
           END-IF
           MOVE W-QTD-LISTADOS-TURMA   TO W-ED-QTD
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING W-ED-QTD             DELIMITED BY SIZE
                  "  MATRICULA: "      DELIMITED BY SIZE
                  W-MATRICULA          DELIMITED BY SIZE
                  "  ALUNO: "          DELIMITED BY SIZE
                  W-ALUNO              DELIMITED BY SIZE
                  "  FREQ. ATUAL: "    DELIMITED BY SIZE
                  W-ED-FREQ            DELIMITED BY SIZE
                  W-MARCA-FREQ         DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA

           PERFORM 24510-IMPRIME-DISCIPLINA
              THRU 24519-FIM-IMPRIME-DISCIPLINA
                   VARYING W-IDX-DISC FROM 1 BY 1
                   UNTIL W-IDX-DISC > W-QTD-DISC-ALUNO
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           .
       24510-IMPRIME-DISCIPLINA.
           IF TD-EM-DIA(W-IDX-DISC)
              GO 24519-FIM-IMPRIME-DISCIPLINA
           END-IF
           MOVE W-TD-MEDIA(W-IDX-DISC) TO W-ED-NOTA
           MOVE W-ED-NOTA              TO W-ED-MED
           IF W-TD-SEM-RESTANTES(W-IDX-DISC) = "S"
              MOVE " -- "              TO W-ED-NEC
           ELSE
              IF W-TD-NECESSARIA(W-IDX-DISC) > 10
                 MOVE " >10"           TO W-ED-NEC
              ELSE
                 MOVE W-TD-NECESSARIA(W-IDX-DISC) TO W-ED-NOTA
                 MOVE W-ED-NOTA        TO W-ED-NEC
              END-IF
           END-IF
           IF W-TD-AULAS(W-IDX-DISC) = ZEROS
              MOVE " -- "              TO W-ED-FREQ
           ELSE
              COMPUTE W-FREQ-DISC = W-TD-PRESENCAS(W-IDX-DISC) * 100
                                    / W-TD-AULAS(W-IDX-DISC)
              MOVE W-FREQ-DISC         TO W-ED-PERCENTUAL
              MOVE SPACES              TO W-ED-FREQ
              STRING W-ED-PERCENTUAL   DELIMITED BY SIZE
                     "%"               DELIMITED BY SIZE
                     INTO W-ED-FREQ
           END-IF
           IF TD-EM-RISCO(W-IDX-DISC)
              MOVE "EM RISCO"          TO W-ED-CLASSE
           ELSE
              IF W-TD-ABAIXO-CORTE(W-IDX-DISC) = "S"
                 MOVE "RUMO A RECUPERACAO**" TO W-ED-CLASSE
              ELSE
                 MOVE "RUMO A RECUPERACAO*" TO W-ED-CLASSE
              END-IF
           END-IF

           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING "      "             DELIMITED BY SIZE
                  W-TD-NOME(W-IDX-DISC) DELIMITED BY SIZE
                  "  1B: "             DELIMITED BY SIZE
                  W-TD-ED-BIM(W-IDX-DISC 1) DELIMITED BY SIZE
                  "  2B: "             DELIMITED BY SIZE
                  W-TD-ED-BIM(W-IDX-DISC 2) DELIMITED BY SIZE
                  "  3B: "             DELIMITED BY SIZE
                  W-TD-ED-BIM(W-IDX-DISC 3) DELIMITED BY SIZE
                  "  4B: "             DELIMITED BY SIZE
                  W-TD-ED-BIM(W-IDX-DISC 4) DELIMITED BY SIZE
                  "  MEDIA: "          DELIMITED BY SIZE
                  W-ED-MED             DELIMITED BY SIZE
                  "  PRECISA: "        DELIMITED BY SIZE
                  W-ED-NEC             DELIMITED BY SIZE
                  "  FREQ: "           DELIMITED BY SIZE
                  W-ED-FREQ            DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  W-ED-CLASSE          DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           .
       24519-FIM-IMPRIME-DISCIPLINA.
           EXIT.
      *----------------------------------------------------------------*
      *    25000-ABRE-TURMA comeca a turma na pagina 1, com cabecalho  *
      *    na primeira linha impressa.                                 *
      *----------------------------------------------------------------*
       25000-ABRE-TURMA.
           MOVE TMS-TURMA-COD          TO W-TURMA-CORRENTE
           MOVE TMS-SERIE              TO W-SERIE-CORRENTE
           SET TEM-TURMA-ABERTA        TO TRUE
           ADD 1                       TO W-QTD-TURMAS
           MOVE ZEROS                  TO W-QTD-ALUNOS-TURMA
                                          W-QTD-AVALIADOS-TURMA
                                          W-QTD-LISTADOS-TURMA
                                          W-QTD-RISCO-FREQ-TURMA
                                          W-QTD-DISC-EM-DIA
                                          W-QTD-DISC-EM-RISCO
                                          W-QTD-DISC-RECUPERACAO
                                          W-QTD-DISC-ABAIXO-CORTE
           MOVE ZEROS                  TO W-PAGINA
           MOVE W-LINHAS-POR-PAGINA    TO W-QTD-LINHAS-PAG
           .
      *----------------------------------------------------------------*
      *    26000-ENCERRA-TURMA fecha a turma com o resumo (inteiro na  *
      *    mesma pagina) e a legenda das marcas.                       *
      *----------------------------------------------------------------*
       26000-ENCERRA-TURMA.
           IF W-QTD-LINHAS-PAG + 6 > W-LINHAS-POR-PAGINA
              MOVE W-LINHAS-POR-PAGINA TO W-QTD-LINHAS-PAG
           END-IF
           IF W-QTD-LISTADOS-TURMA = ZEROS
              MOVE "NENHUM ALUNO EM RISCO NA TURMA" TO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
           END-IF

           MOVE W-QTD-ALUNOS-TURMA     TO W-ED-QTD
           MOVE W-QTD-AVALIADOS-TURMA  TO W-ED-QTD-AVAL
           MOVE W-QTD-LISTADOS-TURMA   TO W-ED-QTD-LIST
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING "RESUMO DA TURMA - ALUNOS: " DELIMITED BY SIZE
                  W-ED-QTD             DELIMITED BY SIZE
                  "  COM PROJECAO: "   DELIMITED BY SIZE
                  W-ED-QTD-AVAL        DELIMITED BY SIZE
                  "  EM RISCO: "       DELIMITED BY SIZE
                  W-ED-QTD-LIST        DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           MOVE W-QTD-RISCO-FREQ-TURMA TO W-ED-QTD
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING "ALUNOS EM RISCO NAS NOTAS E COM FREQUENCIA ABAIXO "
                                       DELIMITED BY SIZE
                  "DE 75%: "           DELIMITED BY SIZE
                  W-ED-QTD             DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA

           MOVE W-QTD-DISC-EM-DIA      TO W-ED-DISC-DIA
           MOVE W-QTD-DISC-EM-RISCO    TO W-ED-DISC-RISCO
           MOVE W-QTD-DISC-RECUPERACAO TO W-ED-DISC-RECUP
           MOVE W-QTD-DISC-ABAIXO-CORTE TO W-ED-DISC-CORTE
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING "DISCIPLINAS - EM DIA: " DELIMITED BY SIZE
                  W-ED-DISC-DIA        DELIMITED BY SIZE
                  "  EM RISCO: "       DELIMITED BY SIZE
                  W-ED-DISC-RISCO      DELIMITED BY SIZE
                  "  RUMO A RECUPERACAO: " DELIMITED BY SIZE
                  W-ED-DISC-RECUP      DELIMITED BY SIZE
                  "  (**): "           DELIMITED BY SIZE
                  W-ED-DISC-CORTE      DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA

           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING "(*) NAO PASSA MAIS SEM RECUPERACAO   (**) NEM COM "
                                       DELIMITED BY SIZE
                  "NOTA 10 CHEGA A "   DELIMITED BY SIZE
                  W-ED-MIN-RECUP       DELIMITED BY SIZE
                  ", MINIMO PARA A RECUPERACAO"
                                       DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           MOVE "N"                    TO W-TEM-TURMA-ABERTA
           .
      *----------------------------------------------------------------*
      *    80000-IMPRIME-LINHA grava W-LINHA-IMPRESSAO no relatorio,   *
      *    saltando de pagina com cabecalho quando a pagina enche.     *
      *----------------------------------------------------------------*
       80000-IMPRIME-LINHA.
           IF W-QTD-LINHAS-PAG NOT < W-LINHAS-POR-PAGINA
              PERFORM 82000-CABECALHO
           END-IF
           MOVE W-LINHA-IMPRESSAO      TO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           ADD 1                       TO W-QTD-LINHAS-PAG
           .
       81000-GRAVA-LINHA.
           WRITE RELATORIO-LINHA
           IF NOT FS-RELATORIO-OK
              DISPLAY "Erro gravando RISCOBIM - status " W-FS-RELATORIO
              STOP RUN
           END-IF
           .
       82000-CABECALHO.
           ADD 1                       TO W-PAGINA
           MOVE W-PAGINA               TO W-ED-PAGINA
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "RISCO ACADEMICO E NOTA NECESSARIA POR BIMESTRE - "
                                       DELIMITED BY SIZE
                  "ANO LETIVO "        DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  "   PAGINA: "        DELIMITED BY SIZE
                  W-ED-PAGINA          DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           WRITE RELATORIO-LINHA AFTER ADVANCING PAGE
           IF NOT FS-RELATORIO-OK
              DISPLAY "Erro gravando RISCOBIM - status " W-FS-RELATORIO
              STOP RUN
           END-IF
           MOVE W-DATA-SISTEMA         TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "TURMA: "            DELIMITED BY SIZE
                  W-TURMA-CORRENTE     DELIMITED BY SIZE
                  "  SERIE: "          DELIMITED BY SIZE
                  W-SERIE-CORRENTE     DELIMITED BY SIZE
                  "  MEDIA DE APROVACAO: " DELIMITED BY SIZE
                  W-ED-MIN-APROV       DELIMITED BY SIZE
                  "  PESOS: "          DELIMITED BY SIZE
                  W-PESO-BIM(1)        DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-PESO-BIM(2)        DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-PESO-BIM(3)        DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-PESO-BIM(4)        DELIMITED BY SIZE
                  "  EMITIDO EM "      DELIMITED BY SIZE
                  W-DATA-EDITADA       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE 3                      TO W-QTD-LINHAS-PAG
           .
       85000-EDITA-DATA.
           MOVE SPACES                 TO W-DATA-EDITADA
           STRING W-DQ-DIA             DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-DQ-MES             DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-DQ-ANO             DELIMITED BY SIZE
                  INTO W-DATA-EDITADA
           .
