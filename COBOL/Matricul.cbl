      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    matricul.
      *----------------------------------------------------------------*
      *    Matricula, rematricula e controle de vagas por turma.       *
      *    Unica porta de entrada de aluno no cadastro ALUNOS: o       *
      *    numero de matricula e gerado aqui (maior matricula do       *
      *    ALUNOS mais um) e os dados pessoais vao para o ALUNODAD.    *
      *    Reservado a direcao e secretaria.                           *
      *                                                                *
      *    Opcao 1 - matricula nova: recusa aluno ja cadastrado com o  *
      *    mesmo nome e data de nascimento, confere a vaga na turma    *
      *    e, com a turma lotada, oferece a lista de espera;           *
      *    Opcao 2 - dados pessoais de um aluno ja matriculado         *
      *    (consulta, alteracao, ou inclusao para os alunos antigos);  *
      *    Opcao 3 - capacidade da turma no ano, serie e prazo da      *
      *    rematricula;                                                *
      *    Opcao 4 - rematricula: confirma ou cancela a vaga de cada   *
      *    promovido importado do TURMANOV (modo 4 da manutencao de    *
      *    turmas); passado o prazo, as pendentes sao canceladas. O    *
      *    relatorio sai no REMATRIC;                                  *
      *    Opcao 5 - lista de espera da turma, na ordem do pedido.     *
      *    As opcoes 3, 4 e 5 terminam chamando a lista de espera      *
      *    enquanto houver vaga livre na turma.                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUNOS-FILE         ASSIGN TO "ALUNOS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ALUNOS-MATRICULA
                                       FILE STATUS  IS W-FS-ALUNOS.
           SELECT ALUNODAD-FILE       ASSIGN TO "ALUNODAD"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ADA-MATRICULA
                                       ALTERNATE RECORD KEY IS
                                          ADA-CHAVE-PESSOA
                                       FILE STATUS  IS W-FS-ALUNODAD.
           SELECT TURMAS-FILE         ASSIGN TO "TURMAS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT VAGAS-FILE          ASSIGN TO "VAGAS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS VAG-CHAVE
                                       FILE STATUS  IS W-FS-VAGAS.
           SELECT ESPERA-FILE         ASSIGN TO "ESPERA"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS ESP-CHAVE
                                       FILE STATUS  IS W-FS-ESPERA.
           SELECT RELATORIO-FILE      ASSIGN TO "REMATRIC"
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
       FD  ALUNOS-FILE
           LABEL RECORD IS STANDARD.
       COPY "ALUNOS.CPY".
       FD  ALUNODAD-FILE
           LABEL RECORD IS STANDARD.
       COPY "ALUNODAD.CPY".
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  VAGAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "VAGAS.CPY".
       FD  ESPERA-FILE
           LABEL RECORD IS STANDARD.
       COPY "ESPERA.CPY".
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
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-MATRICULA            VALUE "1".
               88  OPCAO-DADOS                VALUE "2".
               88  OPCAO-VAGAS                VALUE "3".
               88  OPCAO-REMATRICULA          VALUE "4".
               88  OPCAO-ESPERA               VALUE "5".
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-HORA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-ANO-SISTEMA           PIC 9(04) VALUE ZEROS .
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-DATA-INICIO-ANO       PIC 9(08) VALUE ZEROS .
           05  W-TURMA-COD             PIC X(10) VALUE SPACES.
      *    vagas da turma no ano
           05  W-TEM-VAGAS-TURMA       PIC X(01) VALUE "N".
               88  TEM-VAGAS-TURMA            VALUE "S".
           05  W-SERIE                 PIC 9(02) VALUE ZEROS .
           05  W-CAPACIDADE            PIC 9(03) VALUE ZEROS .
           05  W-DATA-LIMITE           PIC 9(08) VALUE ZEROS .
           05  W-OCUPADAS              PIC 9(03) VALUE ZEROS .
           05  W-PRAZO-VENCIDO         PIC X(01) VALUE "N".
               88  PRAZO-VENCIDO              VALUE "S".
      *    aluno em matricula
           05  W-MATRICULA             PIC 9(06) VALUE ZEROS .
           05  W-MAIOR-MATRICULA       PIC 9(06) VALUE ZEROS .
           05  W-MATR-DUPLICADA        PIC 9(06) VALUE ZEROS .
           05  W-MATR-HOMONIMO         PIC 9(06) VALUE ZEROS .
           05  W-NOME                  PIC X(50) VALUE SPACES.
           05  W-DATA-NASCIMENTO       PIC 9(08) VALUE ZEROS .
           05  W-ID-INEP               PIC 9(12) VALUE ZEROS .
           05  W-NOME-MAE              PIC X(50) VALUE SPACES.
           05  W-NOME-PAI              PIC X(50) VALUE SPACES.
           05  W-ORIGEM                PIC X(01) VALUE SPACES.
               88  ORIGEM-INGRESSO            VALUE "N".
               88  ORIGEM-TRANSFERENCIA       VALUE "T".
           05  W-ESCOLA-ORIGEM         PIC X(50) VALUE SPACES.
           05  W-CONTATO               PIC X(30) VALUE SPACES.
           05  W-CONFIRMA              PIC X(01) VALUE SPACES.
           05  W-RESPOSTA              PIC X(01) VALUE SPACES.
           05  W-DADOS-NOVOS           PIC X(01) VALUE "N".
               88  DADOS-NOVOS                VALUE "S".
           05  W-MATRICULA-GRAVADA     PIC X(01) VALUE "N".
               88  MATRICULA-GRAVADA          VALUE "S".
           05  W-DATA-OK               PIC X(01) VALUE "N".
               88  DATA-OK                    VALUE "S".
      *    lista de espera da turma
           05  W-ULTIMA-SEQ-ESPERA     PIC 9(05) VALUE ZEROS .
           05  W-SEQ-PRIMEIRO          PIC 9(05) VALUE ZEROS .
           05  W-QTD-AGUARDANDO        PIC 9(05) VALUE ZEROS .
           05  W-POSICAO-ESPERA        PIC 9(05) VALUE ZEROS .
           05  W-ENCERRA-CHAMADA       PIC X(01) VALUE "N".
               88  ENCERRA-CHAMADA            VALUE "S".
      *    rematricula
           05  W-QTD-CONFIRMADAS       PIC 9(04) VALUE ZEROS .
           05  W-QTD-CANCELADAS        PIC 9(04) VALUE ZEROS .
           05  W-QTD-PENDENTES         PIC 9(04) VALUE ZEROS .
           05  W-QTD-CHAMADOS          PIC 9(04) VALUE ZEROS .
           05  W-TEXTO-SITUACAO        PIC X(40) VALUE SPACES.
           05  W-RELATORIO-ABERTO      PIC X(01) VALUE "N".
               88  RELATORIO-ABERTO           VALUE "S".
           05  W-FIM-ALUNOS            PIC X(01) VALUE "N".
               88  FIM-ALUNOS                 VALUE "S".
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-FIM-ESPERA            PIC X(01) VALUE "N".
               88  FIM-ESPERA                 VALUE "S".
           05  W-DATA-QUEBRA.
               10  W-DQ-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DQ-MES            PIC 9(02) VALUE ZEROS.
               10  W-DQ-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-EDITADA          PIC X(10) VALUE SPACES.
           05  W-LINHA-EDICAO          PIC Z(03)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-ALUNOS             PIC X(02) VALUE SPACES.
               88  FS-ALUNOS-OK                VALUE "00".
               88  FS-ALUNOS-DUPLICADO         VALUE "22".
               88  FS-ALUNOS-NAO-EXISTE        VALUE "35".
           05  W-FS-ALUNODAD           PIC X(02) VALUE SPACES.
               88  FS-ALUNODAD-OK              VALUE "00".
               88  FS-ALUNODAD-DUPLICADO       VALUE "22".
               88  FS-ALUNODAD-NAO-EXISTE      VALUE "35".
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-VAGAS              PIC X(02) VALUE SPACES.
               88  FS-VAGAS-OK                 VALUE "00".
               88  FS-VAGAS-NAO-EXISTE         VALUE "35".
           05  W-FS-ESPERA             PIC X(02) VALUE SPACES.
               88  FS-ESPERA-OK                VALUE "00".
               88  FS-ESPERA-DUPLICADO         VALUE "22".
               88  FS-ESPERA-NAO-EXISTE        VALUE "35".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           PERFORM 15000-MENU-OPCAO THRU 15999-FIM-MENU-OPCAO
           IF OPCAO-MATRICULA
              PERFORM 20000-MATRICULA THRU 29999-FIM-MATRICULA
           ELSE
              IF OPCAO-DADOS
                 PERFORM 30000-DADOS-PESSOAIS THRU 39999-FIM-DADOS
              ELSE
                 IF OPCAO-VAGAS
                    PERFORM 40000-VAGAS-TURMA THRU 49999-FIM-VAGAS
                 ELSE
                    IF OPCAO-REMATRICULA
                       PERFORM 50000-REMATRICULA
                          THRU 59999-FIM-REMATRICULA
                    ELSE
                       PERFORM 60000-LISTA-ESPERA
                          THRU 69999-FIM-LISTA-ESPERA
                    END-IF
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
           PERFORM 12000-IDENTIFICA-OPERADOR
              THRU 12999-FIM-IDENTIFICA

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           DIVIDE W-DATA-SISTEMA BY 10000 GIVING W-ANO-SISTEMA

           OPEN I-O ALUNOS-FILE
           IF FS-ALUNOS-NAO-EXISTE
              OPEN OUTPUT ALUNOS-FILE
              CLOSE      ALUNOS-FILE
              OPEN I-O  ALUNOS-FILE
           END-IF
           OPEN I-O ALUNODAD-FILE
           IF FS-ALUNODAD-NAO-EXISTE
              OPEN OUTPUT ALUNODAD-FILE
              CLOSE      ALUNODAD-FILE
              OPEN I-O  ALUNODAD-FILE
           END-IF
           OPEN I-O TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              OPEN OUTPUT TURMAS-FILE
              CLOSE      TURMAS-FILE
              OPEN I-O  TURMAS-FILE
           END-IF
           OPEN I-O VAGAS-FILE
           IF FS-VAGAS-NAO-EXISTE
              OPEN OUTPUT VAGAS-FILE
              CLOSE      VAGAS-FILE
              OPEN I-O  VAGAS-FILE
           END-IF
           OPEN I-O ESPERA-FILE
           IF FS-ESPERA-NAO-EXISTE
              OPEN OUTPUT ESPERA-FILE
              CLOSE      ESPERA-FILE
              OPEN I-O  ESPERA-FILE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Matricula nova  2-Dados pessoais  "
                   "3-Vagas da turma"
           DISPLAY "4-Rematricula  5-Lista de espera"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-MATRICULA AND NOT OPCAO-DADOS
                                  AND NOT OPCAO-VAGAS
                                  AND NOT OPCAO-REMATRICULA
                                  AND NOT OPCAO-ESPERA
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
           .
       15999-FIM-MENU-OPCAO.
           EXIT.
      *----------------------------------------------------------------*
      *    20000-MATRICULA: matricula nova numa turma com vaga; turma  *
      *    lotada oferece a lista de espera.                           *
      *----------------------------------------------------------------*
       20000-MATRICULA SECTION.
       20010-ENTRA-TURMA.
           PERFORM 70000-ENTRA-TURMA-ANO
              THRU 70099-FIM-ENTRA-TURMA-ANO
           IF W-ANO-LETIVO = ZEROS
              GO 29999-FIM-MATRICULA
           END-IF
           IF NOT TEM-VAGAS-TURMA
              DISPLAY "Turma sem capacidade cadastrada - informe-a"
              DISPLAY "pela opcao 3 antes de matricular"
              GO 20010-ENTRA-TURMA
           END-IF
           .
       20020-ENTRA-ALUNO.
           DISPLAY "Informe o nome do aluno (em branco troca de turma)"
           ACCEPT W-NOME
           DISPLAY W-BRANCOS
           IF W-NOME = SPACES
              GO 20010-ENTRA-TURMA
           END-IF
           PERFORM 71000-ENTRA-NASCIMENTO

           PERFORM 72000-VERIFICA-DUPLICIDADE
           IF W-MATR-DUPLICADA NOT = ZEROS
              DISPLAY "Aluno ja matriculado com este nome e data de "
                      "nascimento - matricula " W-MATR-DUPLICADA
              GO 20020-ENTRA-ALUNO
           END-IF

           PERFORM 73000-PERCORRE-ESPERA
           IF W-POSICAO-ESPERA NOT = ZEROS
              MOVE W-POSICAO-ESPERA    TO W-LINHA-EDICAO
              DISPLAY "Aluno ja esta na lista de espera desta turma "
                      "na posicao " W-LINHA-EDICAO
              GO 20020-ENTRA-ALUNO
           END-IF

           PERFORM 74000-VARRE-ALUNOS
           IF W-MATR-HOMONIMO NOT = ZEROS
              PERFORM 74500-CONFIRMA-HOMONIMO
              IF W-CONFIRMA NOT = "S"
                 GO 20020-ENTRA-ALUNO
              END-IF
           END-IF

           PERFORM 75000-CONTA-OCUPACAO
      *    com gente aguardando, a vaga livre e da lista (opcao 5)
           IF W-OCUPADAS NOT < W-CAPACIDADE
              OR W-QTD-AGUARDANDO NOT = ZEROS
              DISPLAY "Turma lotada ou com lista de espera - "
                      W-OCUPADAS " aluno(s) para " W-CAPACIDADE
                      " vaga(s)"
              DISPLAY "Incluir na lista de espera (S/N)?"
              ACCEPT W-CONFIRMA
              DISPLAY W-BRANCOS
              IF W-CONFIRMA = "S"
                 PERFORM 76000-INCLUI-ESPERA
                    THRU 76099-FIM-INCLUI-ESPERA
              END-IF
              GO 20020-ENTRA-ALUNO
           END-IF

           PERFORM 77000-ENTRA-INEP
           PERFORM 77100-ENTRA-FILIACAO
           PERFORM 77200-ENTRA-ORIGEM
           DISPLAY "Confirma a matricula de " W-NOME
           DISPLAY "na turma " W-TURMA-COD " (S/N)?"
           ACCEPT W-CONFIRMA
           DISPLAY W-BRANCOS
           IF W-CONFIRMA NOT = "S"
              DISPLAY "Matricula nao gravada"
              GO 20020-ENTRA-ALUNO
           END-IF

           PERFORM 78000-GRAVA-MATRICULA THRU 78999-FIM-GRAVA-MATRICULA
           GO 20020-ENTRA-ALUNO
           .
       29999-FIM-MATRICULA.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-DADOS-PESSOAIS consulta e altera os dados pessoais do *
      *    aluno; aluno antigo, anterior ao ALUNODAD, ganha o registro *
      *    aqui. O nome e o do cadastro ALUNOS.                        *
      *----------------------------------------------------------------*
       30000-DADOS-PESSOAIS SECTION.
       30010-ENTRA-MATRICULA.
           DISPLAY "Informe a matricula do aluno (0 encerra)"
           ACCEPT W-MATRICULA
           DISPLAY W-BRANCOS
           IF W-MATRICULA = ZEROS
              GO 39999-FIM-DADOS
           END-IF

           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada"
                  GO 30010-ENTRA-MATRICULA
           END-READ
           MOVE ALUNOS-NOME            TO W-NOME
           DISPLAY "Aluno: " W-NOME

           MOVE "N"                    TO W-DADOS-NOVOS
           MOVE W-MATRICULA            TO ADA-MATRICULA
           READ ALUNODAD-FILE KEY IS ADA-MATRICULA
               INVALID KEY
                  SET DADOS-NOVOS         TO TRUE
           END-READ
           IF DADOS-NOVOS
              DISPLAY "Aluno sem dados pessoais - informe-os agora"
           ELSE
              MOVE ADA-DATA-NASCIMENTO TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              DISPLAY "Nascimento.....: " W-DATA-EDITADA
              DISPLAY "Codigo INEP....: " ADA-ID-INEP
              DISPLAY "Mae............: " ADA-NOME-MAE
              DISPLAY "Pai............: " ADA-NOME-PAI
              DISPLAY "Origem.........: " ADA-ORIGEM " "
                                          ADA-ESCOLA-ORIGEM
              DISPLAY "Altera os dados pessoais (S/N)?"
              ACCEPT W-CONFIRMA
              DISPLAY W-BRANCOS
              IF W-CONFIRMA NOT = "S"
                 GO 30010-ENTRA-MATRICULA
              END-IF
           END-IF

           PERFORM 71000-ENTRA-NASCIMENTO
           PERFORM 77000-ENTRA-INEP
           PERFORM 77100-ENTRA-FILIACAO
           PERFORM 77200-ENTRA-ORIGEM

           IF DADOS-NOVOS
              INITIALIZE ALUNODAD-REG
              MOVE W-MATRICULA         TO ADA-MATRICULA
              MOVE W-DATA-SISTEMA      TO ADA-DATA-MATRICULA
           END-IF
           MOVE W-NOME                 TO ADA-NOME
           MOVE W-DATA-NASCIMENTO      TO ADA-DATA-NASCIMENTO
           MOVE W-ID-INEP              TO ADA-ID-INEP
           MOVE W-NOME-MAE             TO ADA-NOME-MAE
           MOVE W-NOME-PAI             TO ADA-NOME-PAI
           MOVE W-ORIGEM               TO ADA-ORIGEM
           MOVE W-ESCOLA-ORIGEM        TO ADA-ESCOLA-ORIGEM
           MOVE W-OPERADOR             TO ADA-OPERADOR
           IF DADOS-NOVOS
              WRITE ALUNODAD-REG
           ELSE
              REWRITE ALUNODAD-REG
           END-IF
      *    nome e nascimento de outro aluno: a chave alternativa barra
           IF FS-ALUNODAD-DUPLICADO
              PERFORM 72000-VERIFICA-DUPLICIDADE
              DISPLAY "Ja existe aluno com este nome e data de "
                      "nascimento - matricula " W-MATR-DUPLICADA
              DISPLAY "Dados pessoais nao gravados"
              GO 30010-ENTRA-MATRICULA
           END-IF
           IF NOT FS-ALUNODAD-OK
              DISPLAY "Erro gravando ALUNODAD - status " W-FS-ALUNODAD
              STOP RUN
           END-IF
           DISPLAY "Dados pessoais gravados"
           GO 30010-ENTRA-MATRICULA
           .
       39999-FIM-DADOS.
           EXIT.
      *----------------------------------------------------------------*
      *    40000-VAGAS-TURMA cadastra a capacidade da turma no ano, a  *
      *    serie e o prazo da rematricula. Vaga aberta pelo aumento da *
      *    capacidade vai para a lista de espera.                      *
      *----------------------------------------------------------------*
       40000-VAGAS-TURMA SECTION.
       40010-ENTRA-TURMA.
           PERFORM 70000-ENTRA-TURMA-ANO
              THRU 70099-FIM-ENTRA-TURMA-ANO
           IF W-ANO-LETIVO = ZEROS
              GO 49999-FIM-VAGAS
           END-IF
           PERFORM 75000-CONTA-OCUPACAO
           IF TEM-VAGAS-TURMA
              MOVE W-DATA-LIMITE       TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              DISPLAY "Serie: " W-SERIE "  capacidade: " W-CAPACIDADE
                      "  ocupadas: " W-OCUPADAS
              DISPLAY "Prazo da rematricula: " W-DATA-EDITADA
           ELSE
              DISPLAY "Turma sem capacidade cadastrada - ocupadas: "
                      W-OCUPADAS
           END-IF
           .
       40020-ENTRA-SERIE.
           DISPLAY "Informe a serie da turma (1 a 99)"
           ACCEPT W-SERIE
           DISPLAY W-BRANCOS
           IF W-SERIE = ZEROS
              DISPLAY "Serie invalida"
              GO 40020-ENTRA-SERIE
           END-IF
           .
       40030-ENTRA-CAPACIDADE.
           DISPLAY "Informe a capacidade da turma (numero de vagas)"
           ACCEPT W-CAPACIDADE
           DISPLAY W-BRANCOS
           IF W-CAPACIDADE = ZEROS
              DISPLAY "Capacidade invalida"
              GO 40030-ENTRA-CAPACIDADE
           END-IF
           .
       40040-ENTRA-PRAZO.
           DISPLAY "Informe o prazo da rematricula (AAAAMMDD, 0 sem "
                   "rematricula)"
           ACCEPT W-DATA-LIMITE
           DISPLAY W-BRANCOS
           IF W-DATA-LIMITE NOT = ZEROS
              MOVE W-DATA-LIMITE       TO W-DATA-QUEBRA
              PERFORM 71100-VALIDA-DATA
              IF NOT DATA-OK
                 DISPLAY "Data invalida"
                 GO 40040-ENTRA-PRAZO
              END-IF
           END-IF

           MOVE W-TURMA-COD            TO VAG-TURMA-COD
           MOVE W-ANO-LETIVO           TO VAG-ANO-LETIVO
           MOVE W-SERIE                TO VAG-SERIE
           MOVE W-CAPACIDADE           TO VAG-CAPACIDADE
           MOVE W-DATA-LIMITE          TO VAG-DATA-LIMITE-REMAT
           MOVE W-DATA-SISTEMA         TO VAG-DATA-ATUALIZACAO
           MOVE W-OPERADOR             TO VAG-OPERADOR
           IF TEM-VAGAS-TURMA
              REWRITE VAGAS-REG
           ELSE
              WRITE VAGAS-REG
           END-IF
           IF NOT FS-VAGAS-OK
              DISPLAY "Erro gravando VAGAS - status " W-FS-VAGAS
              STOP RUN
           END-IF
           SET TEM-VAGAS-TURMA         TO TRUE
           DISPLAY "Capacidade gravada"
           IF W-OCUPADAS > W-CAPACIDADE
              DISPLAY "Atencao: turma com " W-OCUPADAS
                      " aluno(s), acima da capacidade"
           END-IF

           PERFORM 45000-CHAMA-ESPERA
           GO 40010-ENTRA-TURMA
           .
       49999-FIM-VAGAS.
           EXIT.
      *----------------------------------------------------------------*
      *    50000-REMATRICULA confirma ou cancela a vaga de cada        *
      *    promovido pendente da turma. Dentro do prazo o operador     *
      *    responde aluno por aluno; passado o prazo, as pendentes     *
      *    sao canceladas. A vaga cancelada sai do roster e vai para   *
      *    a lista de espera.                                          *
      *----------------------------------------------------------------*
       50000-REMATRICULA SECTION.
           PERFORM 70000-ENTRA-TURMA-ANO
              THRU 70099-FIM-ENTRA-TURMA-ANO
           IF W-ANO-LETIVO = ZEROS
              GO 59999-FIM-REMATRICULA
           END-IF
           IF NOT TEM-VAGAS-TURMA OR W-DATA-LIMITE = ZEROS
              DISPLAY "Turma sem prazo de rematricula - informe-o pela"
              DISPLAY "opcao 3"
              GO 59999-FIM-REMATRICULA
           END-IF

           MOVE "N"                    TO W-PRAZO-VENCIDO
           IF W-DATA-SISTEMA > W-DATA-LIMITE
              SET PRAZO-VENCIDO        TO TRUE
              MOVE W-DATA-LIMITE       TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              DISPLAY "Prazo da rematricula vencido em " W-DATA-EDITADA
              DISPLAY "- as vagas pendentes serao canceladas"
           END-IF

           OPEN OUTPUT RELATORIO-FILE
           SET RELATORIO-ABERTO        TO TRUE
           PERFORM 82000-CABECALHO

           MOVE ZEROS                  TO W-QTD-CONFIRMADAS
                                          W-QTD-CANCELADAS
                                          W-QTD-PENDENTES
                                          W-QTD-CHAMADOS
           MOVE "N"                    TO W-FIM-TURMAS
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE ZEROS                  TO TMS-MATRICULA
           START TURMAS-FILE KEY NOT < TMS-CHAVE
               INVALID KEY
                  SET FIM-TURMAS          TO TRUE
           END-START
           PERFORM 51000-LE-ROSTER UNTIL FIM-TURMAS

           PERFORM 45000-CHAMA-ESPERA

           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE W-QTD-CONFIRMADAS      TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "VAGAS CONFIRMADAS.......: " DELIMITED BY SIZE
                  W-LINHA-EDICAO       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE W-QTD-CANCELADAS       TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "VAGAS CANCELADAS........: " DELIMITED BY SIZE
                  W-LINHA-EDICAO       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE W-QTD-PENDENTES        TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "AINDA PENDENTES.........: " DELIMITED BY SIZE
                  W-LINHA-EDICAO       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE W-QTD-CHAMADOS         TO W-LINHA-EDICAO
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "MATRICULADOS DA ESPERA..: " DELIMITED BY SIZE
                  W-LINHA-EDICAO       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA

           CLOSE RELATORIO-FILE
           MOVE "N"                    TO W-RELATORIO-ABERTO
           DISPLAY "Rematricula gravada no arquivo REMATRIC"
           .
       59999-FIM-REMATRICULA.
           EXIT.
      *----------------------------------------------------------------*
      *    60000-LISTA-ESPERA mostra a lista de espera da turma na     *
      *    ordem do pedido e chama os primeiros se houver vaga.        *
      *----------------------------------------------------------------*
       60000-LISTA-ESPERA SECTION.
           PERFORM 70000-ENTRA-TURMA-ANO
              THRU 70099-FIM-ENTRA-TURMA-ANO
           IF W-ANO-LETIVO = ZEROS
              GO 69999-FIM-LISTA-ESPERA
           END-IF

           MOVE ZEROS                  TO W-POSICAO-ESPERA
           MOVE "N"                    TO W-FIM-ESPERA
           MOVE W-TURMA-COD            TO ESP-TURMA-COD
           MOVE W-ANO-LETIVO           TO ESP-ANO-LETIVO
           MOVE ZEROS                  TO ESP-SEQUENCIA
           START ESPERA-FILE KEY NOT < ESP-CHAVE
               INVALID KEY
                  SET FIM-ESPERA          TO TRUE
           END-START
           PERFORM 61000-LISTA-PEDIDO UNTIL FIM-ESPERA
           MOVE W-POSICAO-ESPERA       TO W-LINHA-EDICAO
           DISPLAY "Aguardando vaga: " W-LINHA-EDICAO

           IF TEM-VAGAS-TURMA
              PERFORM 45000-CHAMA-ESPERA
           ELSE
              DISPLAY "Turma sem capacidade cadastrada - sem chamada"
           END-IF
           .
       69999-FIM-LISTA-ESPERA.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE ALUNOS-FILE
           CLOSE ALUNODAD-FILE
           CLOSE TURMAS-FILE
           CLOSE VAGAS-FILE
           CLOSE ESPERA-FILE
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

      *    matricula e vagas sao atos da secretaria da escola
           IF NOT PERFIL-DIRECAO AND NOT PERFIL-SECRETARIA
              DISPLAY "Matricula reservada a direcao e secretaria"
              STOP RUN
           END-IF
           .
       12999-FIM-IDENTIFICA.
           EXIT.
      *----------------------------------------------------------------*
      *    45000-CHAMA-ESPERA oferece as vagas livres da turma aos     *
      *    pedidos aguardando, na ordem da lista. A chamada para no    *
      *    primeiro que o operador deixa para depois, para ninguem     *
      *    passar na frente de quem pediu antes.                       *
      *----------------------------------------------------------------*
       45000-CHAMA-ESPERA.
           PERFORM 75000-CONTA-OCUPACAO
           MOVE "N"                    TO W-ENCERRA-CHAMADA
           PERFORM 45100-CHAMA-PROXIMO THRU 45199-FIM-CHAMA-PROXIMO
                   UNTIL ENCERRA-CHAMADA
           .
       45100-CHAMA-PROXIMO.
           SET ENCERRA-CHAMADA         TO TRUE
           IF W-OCUPADAS NOT < W-CAPACIDADE
              GO 45199-FIM-CHAMA-PROXIMO
           END-IF
           MOVE SPACES                 TO W-NOME
           MOVE ZEROS                  TO W-DATA-NASCIMENTO
           PERFORM 73000-PERCORRE-ESPERA
           IF W-SEQ-PRIMEIRO = ZEROS
              GO 45199-FIM-CHAMA-PROXIMO
           END-IF

           MOVE W-TURMA-COD            TO ESP-TURMA-COD
           MOVE W-ANO-LETIVO           TO ESP-ANO-LETIVO
           MOVE W-SEQ-PRIMEIRO         TO ESP-SEQUENCIA
           READ ESPERA-FILE
               INVALID KEY
                  GO 45199-FIM-CHAMA-PROXIMO
           END-READ
           MOVE ESP-NOME               TO W-NOME
           MOVE ESP-DATA-NASCIMENTO    TO W-DATA-NASCIMENTO
           MOVE ESP-DATA-PEDIDO        TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           COMPUTE W-LINHA-EDICAO = W-CAPACIDADE - W-OCUPADAS
           DISPLAY "Vagas livres na turma: " W-LINHA-EDICAO
           DISPLAY "Proximo da lista de espera: " W-NOME
           DISPLAY "Nascimento " W-DATA-NASCIMENTO
                   "  pedido em " W-DATA-EDITADA
           DISPLAY "Contato: " ESP-CONTATO
           PERFORM 45110-ENTRA-RESPOSTA

           IF W-RESPOSTA = "D"
              MOVE "D"                 TO ESP-SITUACAO
              MOVE W-DATA-SISTEMA      TO ESP-DATA-SITUACAO
              PERFORM 45200-REGRAVA-ESPERA
              MOVE ZEROS               TO W-MATRICULA
              MOVE "DESISTIU DA VAGA (LISTA DE ESPERA)"
                                       TO W-TEXTO-SITUACAO
              PERFORM 80000-LINHA-ALUNO
              MOVE "N"                 TO W-ENCERRA-CHAMADA
              GO 45199-FIM-CHAMA-PROXIMO
           END-IF
           IF W-RESPOSTA NOT = "M"
              GO 45199-FIM-CHAMA-PROXIMO
           END-IF

      *    matriculado por outro caminho enquanto esperava: o pedido
      *    sai da lista sem ocupar vaga
           PERFORM 72000-VERIFICA-DUPLICIDADE
           IF W-MATR-DUPLICADA NOT = ZEROS
              DISPLAY "Aluno ja matriculado - matricula "
                      W-MATR-DUPLICADA " - retirado da lista"
              PERFORM 45300-RELE-ESPERA
              MOVE "M"                 TO ESP-SITUACAO
              MOVE W-MATR-DUPLICADA    TO ESP-MATRICULA
              MOVE W-DATA-SISTEMA      TO ESP-DATA-SITUACAO
              PERFORM 45200-REGRAVA-ESPERA
              MOVE "N"                 TO W-ENCERRA-CHAMADA
              GO 45199-FIM-CHAMA-PROXIMO
           END-IF

           PERFORM 74000-VARRE-ALUNOS
           IF W-MATR-HOMONIMO NOT = ZEROS
              PERFORM 74500-CONFIRMA-HOMONIMO
              IF W-CONFIRMA NOT = "S"
                 GO 45199-FIM-CHAMA-PROXIMO
              END-IF
           END-IF
           PERFORM 77000-ENTRA-INEP
           PERFORM 77100-ENTRA-FILIACAO
           PERFORM 77200-ENTRA-ORIGEM
           PERFORM 78000-GRAVA-MATRICULA THRU 78999-FIM-GRAVA-MATRICULA
           IF NOT MATRICULA-GRAVADA
              GO 45199-FIM-CHAMA-PROXIMO
           END-IF

           PERFORM 45300-RELE-ESPERA
           MOVE "M"                    TO ESP-SITUACAO
           MOVE W-MATRICULA            TO ESP-MATRICULA
           MOVE W-DATA-SISTEMA         TO ESP-DATA-SITUACAO
           PERFORM 45200-REGRAVA-ESPERA
           ADD 1                       TO W-OCUPADAS
           ADD 1                       TO W-QTD-CHAMADOS
           MOVE "MATRICULADO DA LISTA DE ESPERA" TO W-TEXTO-SITUACAO
           PERFORM 80000-LINHA-ALUNO
           MOVE "N"                    TO W-ENCERRA-CHAMADA
           .
       45199-FIM-CHAMA-PROXIMO.
           EXIT.
       45110-ENTRA-RESPOSTA.
           DISPLAY "M-matricula agora  D-desistiu  (branco) encerra a "
                   "chamada"
           ACCEPT W-RESPOSTA
           DISPLAY W-BRANCOS
           IF W-RESPOSTA NOT = "M" AND W-RESPOSTA NOT = "D"
                                  AND W-RESPOSTA NOT = SPACES
              DISPLAY "Resposta invalida"
              GO 45110-ENTRA-RESPOSTA
           END-IF
           .
       45200-REGRAVA-ESPERA.
           MOVE W-OPERADOR             TO ESP-OPERADOR
           REWRITE ESPERA-REG
           IF NOT FS-ESPERA-OK
              DISPLAY "Erro gravando ESPERA - status " W-FS-ESPERA
              STOP RUN
           END-IF
           .
      *    a gravacao da matricula passa por outros arquivos; o pedido
      *    e relido pela chave antes de ser regravado
       45300-RELE-ESPERA.
           MOVE W-TURMA-COD            TO ESP-TURMA-COD
           MOVE W-ANO-LETIVO           TO ESP-ANO-LETIVO
           MOVE W-SEQ-PRIMEIRO         TO ESP-SEQUENCIA
           READ ESPERA-FILE
           IF NOT FS-ESPERA-OK
              DISPLAY "Erro lendo ESPERA - status " W-FS-ESPERA
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
      *    51000-LE-ROSTER percorre o roster da turma no ano e trata   *
      *    cada vaga de rematricula pendente.                          *
      *----------------------------------------------------------------*
       51000-LE-ROSTER.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-TURMA-COD NOT = W-TURMA-COD
                     SET FIM-TURMAS       TO TRUE
                  ELSE
                     IF TMS-ANO-LETIVO = W-ANO-LETIVO
                        AND TMS-REMAT-PENDENTE
                        PERFORM 51100-TRATA-PENDENTE
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
       51100-TRATA-PENDENTE.
           MOVE TMS-MATRICULA          TO W-MATRICULA
           MOVE TMS-NOME               TO W-NOME
           IF PRAZO-VENCIDO
              MOVE "X"                 TO W-RESPOSTA
           ELSE
              DISPLAY "Rematricula pendente: " W-MATRICULA " " W-NOME
              PERFORM 51200-ENTRA-RESPOSTA
           END-IF

           IF W-RESPOSTA = "C"
              SET TMS-REMAT-CONFIRMADA TO TRUE
              MOVE W-DATA-SISTEMA      TO TMS-DATA-VAGA
              REWRITE TURMAS-REG
              IF NOT FS-TURMAS-OK
                 DISPLAY "Erro gravando TURMAS - status " W-FS-TURMAS
                 STOP RUN
              END-IF
              ADD 1                    TO W-QTD-CONFIRMADAS
              MOVE "VAGA CONFIRMADA"   TO W-TEXTO-SITUACAO
           ELSE
              IF W-RESPOSTA = "X"
                 DELETE TURMAS-FILE
                 IF NOT FS-TURMAS-OK
                    DISPLAY "Erro excluindo TURMAS - status "
                            W-FS-TURMAS
                    STOP RUN
                 END-IF
                 ADD 1                 TO W-QTD-CANCELADAS
                 IF PRAZO-VENCIDO
                    MOVE "VAGA CANCELADA - PRAZO VENCIDO"
                                       TO W-TEXTO-SITUACAO
                 ELSE
                    MOVE "VAGA CANCELADA A PEDIDO"
                                       TO W-TEXTO-SITUACAO
                 END-IF
              ELSE
                 ADD 1                 TO W-QTD-PENDENTES
                 MOVE "PENDENTE DE CONFIRMACAO" TO W-TEXTO-SITUACAO
              END-IF
           END-IF
           PERFORM 80000-LINHA-ALUNO
           .
       51200-ENTRA-RESPOSTA.
           DISPLAY "C-confirma  X-cancela a vaga  (branco) continua "
                   "pendente"
           ACCEPT W-RESPOSTA
           DISPLAY W-BRANCOS
           IF W-RESPOSTA NOT = "C" AND W-RESPOSTA NOT = "X"
                                  AND W-RESPOSTA NOT = SPACES
              DISPLAY "Resposta invalida"
              GO 51200-ENTRA-RESPOSTA
           END-IF
           .
       61000-LISTA-PEDIDO.
           READ ESPERA-FILE NEXT
               AT END
                  SET FIM-ESPERA          TO TRUE
               NOT AT END
                  IF ESP-TURMA-COD NOT = W-TURMA-COD
                     OR ESP-ANO-LETIVO NOT = W-ANO-LETIVO
                     SET FIM-ESPERA       TO TRUE
                  ELSE
                     IF ESP-AGUARDANDO
                        ADD 1             TO W-POSICAO-ESPERA
                        MOVE W-POSICAO-ESPERA TO W-LINHA-EDICAO
                        DISPLAY W-LINHA-EDICAO " " ESP-NOME " "
                                ESP-DATA-PEDIDO " " ESP-CONTATO
                     ELSE
                        DISPLAY "   - " ESP-NOME " " ESP-SITUACAO " "
                                ESP-DATA-SITUACAO " " ESP-MATRICULA
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-ESPERA-OK AND NOT FIM-ESPERA
              DISPLAY "Erro lendo ESPERA - status " W-FS-ESPERA
              SET FIM-ESPERA             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    70000-ENTRA-TURMA-ANO pede ano letivo (0 encerra) e turma   *
      *    e le a capacidade da turma no ano, se houver.               *
      *----------------------------------------------------------------*
       70000-ENTRA-TURMA-ANO.
           DISPLAY "Informe o ano letivo (0 encerra)"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              GO 70099-FIM-ENTRA-TURMA-ANO
           END-IF
           COMPUTE W-DATA-INICIO-ANO = W-ANO-LETIVO * 10000 + 0101
           DISPLAY "Informe o codigo da turma"
           ACCEPT W-TURMA-COD
           DISPLAY W-BRANCOS
           IF W-TURMA-COD = SPACES
              DISPLAY "Campo obrigatorio"
              GO 70000-ENTRA-TURMA-ANO
           END-IF

           MOVE "N"                    TO W-TEM-VAGAS-TURMA
           MOVE ZEROS                  TO W-SERIE W-CAPACIDADE
                                          W-DATA-LIMITE
           MOVE W-TURMA-COD            TO VAG-TURMA-COD
           MOVE W-ANO-LETIVO           TO VAG-ANO-LETIVO
           READ VAGAS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET TEM-VAGAS-TURMA     TO TRUE
                  MOVE VAG-SERIE          TO W-SERIE
                  MOVE VAG-CAPACIDADE     TO W-CAPACIDADE
                  MOVE VAG-DATA-LIMITE-REMAT TO W-DATA-LIMITE
           END-READ
           .
       70099-FIM-ENTRA-TURMA-ANO.
           EXIT.
       71000-ENTRA-NASCIMENTO.
           DISPLAY "Informe a data de nascimento (AAAAMMDD)"
           ACCEPT W-DATA-NASCIMENTO
           DISPLAY W-BRANCOS
           MOVE W-DATA-NASCIMENTO      TO W-DATA-QUEBRA
           PERFORM 71100-VALIDA-DATA
           IF NOT DATA-OK
              OR W-DQ-ANO < 1900
              OR W-DATA-NASCIMENTO NOT < W-DATA-SISTEMA
              DISPLAY "Data de nascimento invalida"
              GO 71000-ENTRA-NASCIMENTO
           END-IF
           .
       71100-VALIDA-DATA.
           MOVE "S"                    TO W-DATA-OK
           IF W-DQ-MES < 1 OR W-DQ-MES > 12
              OR W-DQ-DIA < 1 OR W-DQ-DIA > 31
              MOVE "N"                 TO W-DATA-OK
           END-IF
           IF (W-DQ-MES = 4 OR W-DQ-MES = 6 OR W-DQ-MES = 9
               OR W-DQ-MES = 11) AND W-DQ-DIA > 30
              MOVE "N"                 TO W-DATA-OK
           END-IF
           IF W-DQ-MES = 2 AND W-DQ-DIA > 29
              MOVE "N"                 TO W-DATA-OK
           END-IF
           .
      *----------------------------------------------------------------*
      *    72000-VERIFICA-DUPLICIDADE procura nome e nascimento na     *
      *    chave alternativa do ALUNODAD.                              *
      *----------------------------------------------------------------*
       72000-VERIFICA-DUPLICIDADE.
           MOVE ZEROS                  TO W-MATR-DUPLICADA
           MOVE W-NOME                 TO ADA-NOME
           MOVE W-DATA-NASCIMENTO      TO ADA-DATA-NASCIMENTO
           READ ALUNODAD-FILE KEY IS ADA-CHAVE-PESSOA
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE ADA-MATRICULA      TO W-MATR-DUPLICADA
           END-READ
           .
      *----------------------------------------------------------------*
      *    73000-PERCORRE-ESPERA le os pedidos da turma no ano: ultima *
      *    sequencia usada, primeiro aguardando, quantos aguardam e a  *
      *    posicao de W-NOME/W-DATA-NASCIMENTO entre os que aguardam.  *
      *----------------------------------------------------------------*
       73000-PERCORRE-ESPERA.
           MOVE ZEROS                  TO W-ULTIMA-SEQ-ESPERA
                                          W-SEQ-PRIMEIRO
                                          W-QTD-AGUARDANDO
                                          W-POSICAO-ESPERA
           MOVE "N"                    TO W-FIM-ESPERA
           MOVE W-TURMA-COD            TO ESP-TURMA-COD
           MOVE W-ANO-LETIVO           TO ESP-ANO-LETIVO
           MOVE ZEROS                  TO ESP-SEQUENCIA
           START ESPERA-FILE KEY NOT < ESP-CHAVE
               INVALID KEY
                  SET FIM-ESPERA          TO TRUE
           END-START
           PERFORM 73100-LE-ESPERA UNTIL FIM-ESPERA
           .
       73100-LE-ESPERA.
           READ ESPERA-FILE NEXT
               AT END
                  SET FIM-ESPERA          TO TRUE
               NOT AT END
                  IF ESP-TURMA-COD NOT = W-TURMA-COD
                     OR ESP-ANO-LETIVO NOT = W-ANO-LETIVO
                     SET FIM-ESPERA       TO TRUE
                  ELSE
                     MOVE ESP-SEQUENCIA   TO W-ULTIMA-SEQ-ESPERA
                     IF ESP-AGUARDANDO
                        ADD 1             TO W-QTD-AGUARDANDO
                        IF W-SEQ-PRIMEIRO = ZEROS
                           MOVE ESP-SEQUENCIA TO W-SEQ-PRIMEIRO
                        END-IF
                        IF ESP-NOME = W-NOME
                           AND ESP-DATA-NASCIMENTO = W-DATA-NASCIMENTO
                           MOVE W-QTD-AGUARDANDO TO W-POSICAO-ESPERA
                        END-IF
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-ESPERA-OK AND NOT FIM-ESPERA
              DISPLAY "Erro lendo ESPERA - status " W-FS-ESPERA
              SET FIM-ESPERA             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    74000-VARRE-ALUNOS le o ALUNOS inteiro: guarda a maior      *
      *    matricula (base do numero novo) e o primeiro aluno antigo   *
      *    com o mesmo nome e sem dados pessoais, que a chave do       *
      *    ALUNODAD nao tem como pegar.                                *
      *----------------------------------------------------------------*
       74000-VARRE-ALUNOS.
           MOVE ZEROS                  TO W-MAIOR-MATRICULA
                                          W-MATR-HOMONIMO
           MOVE "N"                    TO W-FIM-ALUNOS
           MOVE ZEROS                  TO ALUNOS-MATRICULA
           START ALUNOS-FILE KEY NOT < ALUNOS-MATRICULA
               INVALID KEY
                  SET FIM-ALUNOS          TO TRUE
           END-START
           PERFORM 74100-LE-ALUNOS UNTIL FIM-ALUNOS
           .
       74100-LE-ALUNOS.
           READ ALUNOS-FILE NEXT
               AT END
                  SET FIM-ALUNOS          TO TRUE
               NOT AT END
                  MOVE ALUNOS-MATRICULA   TO W-MAIOR-MATRICULA
                  IF ALUNOS-NOME = W-NOME AND W-MATR-HOMONIMO = ZEROS
                     MOVE ALUNOS-MATRICULA TO ADA-MATRICULA
                     READ ALUNODAD-FILE KEY IS ADA-MATRICULA
                         INVALID KEY
                            MOVE ALUNOS-MATRICULA TO W-MATR-HOMONIMO
                     END-READ
                  END-IF
           END-READ
      *    sem ler o cadastro ate o fim nao ha como saber o numero novo
           IF NOT FS-ALUNOS-OK AND NOT FIM-ALUNOS
              DISPLAY "Erro lendo ALUNOS - status " W-FS-ALUNOS
              STOP RUN
           END-IF
           .
       74500-CONFIRMA-HOMONIMO.
           DISPLAY "Atencao: a matricula " W-MATR-HOMONIMO
                   " tem o mesmo nome e nao tem dados pessoais"
           DISPLAY "(complete-os pela opcao 2 se for o mesmo aluno)"
           DISPLAY "Confirma que e outro aluno (S/N)?"
           ACCEPT W-CONFIRMA
           DISPLAY W-BRANCOS
           .
      *----------------------------------------------------------------*
      *    75000-CONTA-OCUPACAO conta as vagas ocupadas da turma no    *
      *    ano pelo roster do TURMAS; transferido ou evadido desde o   *
      *    inicio do ano libera a vaga. Rematricula pendente ocupa.    *
      *----------------------------------------------------------------*
       75000-CONTA-OCUPACAO.
           MOVE ZEROS                  TO W-OCUPADAS
           MOVE "N"                    TO W-FIM-TURMAS
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE ZEROS                  TO TMS-MATRICULA
           START TURMAS-FILE KEY NOT < TMS-CHAVE
               INVALID KEY
                  SET FIM-TURMAS          TO TRUE
           END-START
           PERFORM 75100-CONTA-ALUNO UNTIL FIM-TURMAS
           .
       75100-CONTA-ALUNO.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-TURMA-COD NOT = W-TURMA-COD
                     SET FIM-TURMAS       TO TRUE
                  ELSE
                     IF TMS-ANO-LETIVO = W-ANO-LETIVO
                        ADD 1             TO W-OCUPADAS
                        MOVE TMS-MATRICULA TO ALUNOS-MATRICULA
                        READ ALUNOS-FILE
                            INVALID KEY
                               CONTINUE
                            NOT INVALID KEY
                               IF (ALUNOS-TRANSFERIDO OR ALUNOS-EVADIDO)
                                  AND ALUNOS-DATA-SITUACAO
                                      NOT < W-DATA-INICIO-ANO
                                  SUBTRACT 1 FROM W-OCUPADAS
                               END-IF
                        END-READ
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    76000-INCLUI-ESPERA poe o pedido no fim da lista da turma;  *
      *    sequencia tomada por outra estacao no intervalo renumera.   *
      *----------------------------------------------------------------*
       76000-INCLUI-ESPERA.
           DISPLAY "Informe o contato do responsavel (telefone)"
           ACCEPT W-CONTATO
           DISPLAY W-BRANCOS
           .
       76010-GRAVA-ESPERA.
           PERFORM 73000-PERCORRE-ESPERA
           ACCEPT W-HORA-SISTEMA FROM TIME
           INITIALIZE ESPERA-REG
           MOVE W-TURMA-COD            TO ESP-TURMA-COD
           MOVE W-ANO-LETIVO           TO ESP-ANO-LETIVO
           ADD 1 W-ULTIMA-SEQ-ESPERA GIVING ESP-SEQUENCIA
           MOVE W-NOME                 TO ESP-NOME
           MOVE W-DATA-NASCIMENTO      TO ESP-DATA-NASCIMENTO
           MOVE W-CONTATO              TO ESP-CONTATO
           MOVE W-DATA-SISTEMA         TO ESP-DATA-PEDIDO
           MOVE W-HORA-SISTEMA         TO ESP-HORA-PEDIDO
           MOVE W-OPERADOR             TO ESP-OPERADOR
           MOVE "A"                    TO ESP-SITUACAO
           MOVE W-DATA-SISTEMA         TO ESP-DATA-SITUACAO
           WRITE ESPERA-REG
           IF FS-ESPERA-DUPLICADO
              GO 76010-GRAVA-ESPERA
           END-IF
           IF NOT FS-ESPERA-OK
              DISPLAY "Erro gravando ESPERA - status " W-FS-ESPERA
              STOP RUN
           END-IF
           ADD 1 W-QTD-AGUARDANDO GIVING W-LINHA-EDICAO
           DISPLAY "Incluido na lista de espera na posicao "
                   W-LINHA-EDICAO
           .
       76099-FIM-INCLUI-ESPERA.
           EXIT.
       77000-ENTRA-INEP.
           DISPLAY "Informe o codigo INEP do aluno (0 se nao tiver)"
           ACCEPT W-ID-INEP
           DISPLAY W-BRANCOS
           .
       77100-ENTRA-FILIACAO.
           DISPLAY "Informe o nome da mae"
           ACCEPT W-NOME-MAE
           DISPLAY W-BRANCOS
           IF W-NOME-MAE = SPACES
              DISPLAY "Campo obrigatorio"
              GO 77100-ENTRA-FILIACAO
           END-IF
           DISPLAY "Informe o nome do pai (em branco se nao houver)"
           ACCEPT W-NOME-PAI
           DISPLAY W-BRANCOS
           .
       77200-ENTRA-ORIGEM.
           DISPLAY "Origem: N-ingresso sem escola anterior  "
                   "T-transferido de outra escola"
           ACCEPT W-ORIGEM
           DISPLAY W-BRANCOS
           IF NOT ORIGEM-INGRESSO AND NOT ORIGEM-TRANSFERENCIA
              DISPLAY "Origem invalida"
              GO 77200-ENTRA-ORIGEM
           END-IF
           MOVE SPACES                 TO W-ESCOLA-ORIGEM
           IF ORIGEM-TRANSFERENCIA
              PERFORM 77210-ENTRA-ESCOLA
           END-IF
           .
       77210-ENTRA-ESCOLA.
           DISPLAY "Informe a escola de origem"
           ACCEPT W-ESCOLA-ORIGEM
           DISPLAY W-BRANCOS
           IF W-ESCOLA-ORIGEM = SPACES
              DISPLAY "Campo obrigatorio"
              GO 77210-ENTRA-ESCOLA
           END-IF
           .
      *----------------------------------------------------------------*
      *    78000-GRAVA-MATRICULA gera o numero (maior matricula do     *
      *    ALUNOS mais um; numero tomado no intervalo renumera) e      *
      *    grava ALUNOS, ALUNODAD e a vaga no TURMAS. Se o ALUNODAD    *
      *    recusar o nome e nascimento, o ALUNOS recem-gravado sai.    *
      *----------------------------------------------------------------*
       78000-GRAVA-MATRICULA.
           MOVE "N"                    TO W-MATRICULA-GRAVADA
           PERFORM 74000-VARRE-ALUNOS
           IF W-MAIOR-MATRICULA = 999999
              DISPLAY "Numeracao de matriculas esgotada"
              STOP RUN
           END-IF
           ADD 1 W-MAIOR-MATRICULA GIVING W-MATRICULA

           INITIALIZE ALUNOS-REG
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           MOVE W-NOME                 TO ALUNOS-NOME
           MOVE "A"                    TO ALUNOS-SITUACAO
           MOVE W-DATA-SISTEMA         TO ALUNOS-DATA-SITUACAO
           WRITE ALUNOS-REG
           IF FS-ALUNOS-DUPLICADO
              GO 78000-GRAVA-MATRICULA
           END-IF
           IF NOT FS-ALUNOS-OK
              DISPLAY "Erro gravando ALUNOS - status " W-FS-ALUNOS
              STOP RUN
           END-IF

           INITIALIZE ALUNODAD-REG
           MOVE W-MATRICULA            TO ADA-MATRICULA
           MOVE W-NOME                 TO ADA-NOME
           MOVE W-DATA-NASCIMENTO      TO ADA-DATA-NASCIMENTO
           MOVE W-ID-INEP              TO ADA-ID-INEP
           MOVE W-NOME-MAE             TO ADA-NOME-MAE
           MOVE W-NOME-PAI             TO ADA-NOME-PAI
           MOVE W-ORIGEM               TO ADA-ORIGEM
           MOVE W-ESCOLA-ORIGEM        TO ADA-ESCOLA-ORIGEM
           MOVE W-DATA-SISTEMA         TO ADA-DATA-MATRICULA
           MOVE W-OPERADOR             TO ADA-OPERADOR
           WRITE ALUNODAD-REG
           IF FS-ALUNODAD-DUPLICADO
              MOVE W-MATRICULA         TO ALUNOS-MATRICULA
              DELETE ALUNOS-FILE
              DISPLAY "Aluno matriculado por outra estacao no "
                      "intervalo - matricula nao gravada"
              GO 78999-FIM-GRAVA-MATRICULA
           END-IF
           IF NOT FS-ALUNODAD-OK
              DISPLAY "Erro gravando ALUNODAD - status " W-FS-ALUNODAD
              STOP RUN
           END-IF

           INITIALIZE TURMAS-REG
           MOVE W-TURMA-COD            TO TMS-TURMA-COD
           MOVE W-MATRICULA            TO TMS-MATRICULA
           MOVE W-NOME                 TO TMS-NOME
           MOVE W-ANO-LETIVO           TO TMS-ANO-LETIVO
           MOVE W-SERIE                TO TMS-SERIE
           MOVE SPACES                 TO TMS-SITUACAO-VAGA
           MOVE W-DATA-SISTEMA         TO TMS-DATA-VAGA
           WRITE TURMAS-REG
           IF NOT FS-TURMAS-OK
              DISPLAY "Erro gravando TURMAS - status " W-FS-TURMAS
              STOP RUN
           END-IF

           SET MATRICULA-GRAVADA       TO TRUE
           DISPLAY "Matricula gerada: " W-MATRICULA
           .
       78999-FIM-GRAVA-MATRICULA.
           EXIT.
      *----------------------------------------------------------------*
      *    80000-LINHA-ALUNO grava no REMATRIC, quando aberto, a       *
      *    matricula, o aluno e a situacao da vaga.                    *
      *----------------------------------------------------------------*
       80000-LINHA-ALUNO.
           IF RELATORIO-ABERTO
              MOVE SPACES              TO RELATORIO-LINHA
              STRING "MATRICULA: "     DELIMITED BY SIZE
                     W-MATRICULA       DELIMITED BY SIZE
                     "  ALUNO: "       DELIMITED BY SIZE
                     W-NOME            DELIMITED BY SIZE
                     "  "              DELIMITED BY SIZE
                     W-TEXTO-SITUACAO  DELIMITED BY SIZE
                     INTO RELATORIO-LINHA
              PERFORM 81000-GRAVA-LINHA
           END-IF
           .
       81000-GRAVA-LINHA.
           WRITE RELATORIO-LINHA
           IF NOT FS-RELATORIO-OK
              DISPLAY "Erro gravando REMATRIC - status " W-FS-RELATORIO
              STOP RUN
           END-IF
           .
       82000-CABECALHO.
           MOVE W-DATA-LIMITE          TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "REMATRICULA - TURMA "  DELIMITED BY SIZE
                  W-TURMA-COD          DELIMITED BY SIZE
                  "  ANO LETIVO "      DELIMITED BY SIZE
                  W-ANO-LETIVO         DELIMITED BY SIZE
                  "  SERIE "           DELIMITED BY SIZE
                  W-SERIE              DELIMITED BY SIZE
                  "  PRAZO "           DELIMITED BY SIZE
                  W-DATA-EDITADA       DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE W-DATA-SISTEMA         TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           MOVE SPACES                 TO RELATORIO-LINHA
           STRING "EMITIDO EM "        DELIMITED BY SIZE
                  W-DATA-EDITADA       DELIMITED BY SIZE
                  "  OPERADOR "        DELIMITED BY SIZE
                  W-OPERADOR           DELIMITED BY SIZE
                  INTO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
           MOVE SPACES                 TO RELATORIO-LINHA
           PERFORM 81000-GRAVA-LINHA
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
