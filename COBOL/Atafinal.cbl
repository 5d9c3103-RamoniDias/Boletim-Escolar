      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    atafinal.
      *----------------------------------------------------------------*
      *    Documentos de resultado final por turma, um documento por   *
      *    turma na ordem do cadastro TURMAS, cada um com paginacao    *
      *    propria. Reservado a direcao e secretaria.                  *
      *                                                                *
      *    Opcao 1 - MAPANOTA: mapa de notas previo ao conselho de     *
      *    classe, com as notas dos quatro bimestres, a recuperacao e  *
      *    a media de cada disciplina (mesmas regras e pesos do        *
      *    fechamento) e a frequencia anual, marcando com "*" o que    *
      *    esta abaixo do minimo; pode ser tirado a qualquer tempo;    *
      *    Opcao 2 - ATAFINAL: ata de resultados finais, com a media   *
      *    final e a nota de recuperacao por disciplina, a frequencia  *
      *    anual e o resultado final gravado pelo fechamento no        *
      *    RESULTAD; transferidos e evadidos saem marcados com a       *
      *    data, sem notas, e o resultado alterado pelo conselho de    *
      *    classe sai com "(*)" e o resultado apurado. Cada ata fecha  *
      *    com o termo de encerramento (alunos relacionados e total    *
      *    de paginas) e as linhas de assinatura do secretario e do    *
      *    diretor.                                                    *
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
           SELECT PARAMETROS-FILE     ASSIGN TO "PARAMETR"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-PARAMETROS.
           SELECT CONSELHO-FILE       ASSIGN TO "CONSELHO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS CONS-CHAVE
                                       FILE STATUS  IS W-FS-CONSELHO.
           SELECT RESULTAD-FILE       ASSIGN TO "RESULTAD"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS RES-CHAVE
                                       FILE STATUS  IS W-FS-RESULTAD.
           SELECT MAPA-FILE           ASSIGN TO "MAPANOTA"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-MAPA.
           SELECT ATA-FILE            ASSIGN TO "ATAFINAL"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-ATA.
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
       FD  PARAMETROS-FILE
           LABEL RECORD IS STANDARD.
       COPY "PARAMETR.CPY".
       FD  CONSELHO-FILE
           LABEL RECORD IS STANDARD.
       COPY "CONSELHO.CPY".
       FD  RESULTAD-FILE
           LABEL RECORD IS STANDARD.
       COPY "RESULTAD.CPY".
       FD  MAPA-FILE
           LABEL RECORD IS STANDARD.
       01  MAPA-LINHA                  PIC X(132).
       FD  ATA-FILE
           LABEL RECORD IS STANDARD.
       01  ATA-LINHA                   PIC X(132).
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
               88  OPCAO-MAPA                 VALUE "1".
               88  OPCAO-ATA                  VALUE "2".
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
           05  W-FREQUENCIA            PIC 9(03) VALUE ZEROS .
           05  W-FREQUENCIA-MINIMA     PIC 9(03) VALUE 75 .
           05  W-SITUACAO-ALUNO        PIC X(01) VALUE SPACES.
               88  SITUACAO-TRANSFERIDO       VALUE "T".
               88  SITUACAO-EVADIDO           VALUE "E".
           05  W-DATA-SITUACAO         PIC 9(08) VALUE ZEROS .
           05  W-NOTA-MIN-APROVACAO    PIC 9(02)V9(01) VALUE 7.
           05  W-PESO-BIM              PIC 9(02) VALUE 1
                                       OCCURS 4 TIMES.
           05  W-SOMA-PESOS            PIC 9(03) VALUE ZEROS .
           05  W-DISC-CORRENTE         PIC X(20) VALUE SPACES.
           05  W-TEM-GRUPO             PIC X(01) VALUE "N".
               88  TEM-GRUPO                  VALUE "S".
           05  W-NOTAS-BIM             PIC 9(02)V9(01) VALUE ZEROS
                                       OCCURS 4 TIMES.
           05  W-BIM-LANCADO           PIC X(01) VALUE "N"
                                       OCCURS 4 TIMES.
           05  W-IDX-BIM               PIC 9(01) VALUE ZEROS .
           05  W-SOMA-PONDERADA        PIC 9(04)V9(01) VALUE ZEROS .
           05  W-SOMA-PESOS-DISC       PIC 9(03) VALUE ZEROS .
           05  W-MEDIA                 PIC 9(02)V9(01) VALUE ZEROS .
           05  W-TEM-RECUP             PIC X(01) VALUE "N".
           05  W-NOTA-RECUPERACAO      PIC 9(02)V9(01) VALUE ZEROS .
           05  W-IDX-MENOR-NOTA        PIC 9(01) VALUE ZEROS .
           05  W-SOMA-PONDERADA-RECUP  PIC 9(04)V9(01) VALUE ZEROS .
           05  W-MEDIA-COM-RECUP       PIC 9(02)V9(01) VALUE ZEROS .
           05  W-QTD-DISCIPLINAS       PIC 9(02) VALUE ZEROS .
           05  W-COD-RESULTADO         PIC X(01) VALUE SPACES.
           05  W-TEXTO-RESULTADO       PIC X(25) VALUE SPACES.
           05  W-TEXTO-APURADO         PIC X(25) VALUE SPACES.
           05  W-ALTERADO-CONSELHO     PIC X(01) VALUE "N".
               88  ALTERADO-CONSELHO          VALUE "S".
           05  W-TEM-CONSELHO          PIC X(01) VALUE "N".
               88  TEM-CONSELHO               VALUE "S".
           05  W-TEM-RESULTAD          PIC X(01) VALUE "N".
               88  TEM-RESULTAD               VALUE "S".
      *    paginacao: cada turma comeca na pagina 1 de um documento
      *    proprio; o cabecalho sai quando a pagina enche
           05  W-LINHAS-POR-PAGINA     PIC 9(02) VALUE 60 .
           05  W-QTD-LINHAS-PAG        PIC 9(02) VALUE ZEROS .
           05  W-PAGINA                PIC 9(03) VALUE ZEROS .
           05  W-LINHA-IMPRESSAO       PIC X(132) VALUE SPACES.
           05  W-QTD-ALUNOS-TURMA      PIC 9(03) VALUE ZEROS .
           05  W-QTD-ALUNOS            PIC 9(05) VALUE ZEROS .
           05  W-QTD-TURMAS            PIC 9(03) VALUE ZEROS .
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-FIM-HISTORICO         PIC X(01) VALUE "N".
               88  FIM-HISTORICO              VALUE "S".
           05  W-ARQUIVOS-ABERTOS      PIC X(01) VALUE "N".
               88  ARQUIVOS-ABERTOS           VALUE "S".
           05  W-DATA-QUEBRA.
               10  W-DQ-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DQ-MES            PIC 9(02) VALUE ZEROS.
               10  W-DQ-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-EDITADA          PIC X(10) VALUE SPACES.
           05  W-ED-BIM                PIC X(04) VALUE SPACES
                                       OCCURS 4 TIMES.
           05  W-ED-REC                PIC X(04) VALUE SPACES.
           05  W-ED-MED                PIC X(04) VALUE SPACES.
           05  W-ED-NOTA               PIC Z9,9 .
           05  W-MARCA-MEDIA           PIC X(01) VALUE SPACES.
           05  W-MARCA-FREQ            PIC X(01) VALUE SPACES.
           05  W-ED-PAGINA             PIC ZZ9 .
           05  W-ED-QTD                PIC ZZ9 .
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
           05  W-FS-PARAMETROS         PIC X(02) VALUE SPACES.
               88  FS-PARAMETROS-OK            VALUE "00".
               88  FS-PARAMETROS-NAO-EXISTE    VALUE "35".
           05  W-FS-CONSELHO           PIC X(02) VALUE SPACES.
               88  FS-CONSELHO-OK              VALUE "00".
               88  FS-CONSELHO-NAO-EXISTE      VALUE "35".
           05  W-FS-RESULTAD           PIC X(02) VALUE SPACES.
               88  FS-RESULTAD-OK              VALUE "00".
               88  FS-RESULTAD-NAO-EXISTE      VALUE "35".
           05  W-FS-MAPA               PIC X(02) VALUE SPACES.
               88  FS-MAPA-OK                  VALUE "00".
               88  FS-MAPA-NAO-EXISTE          VALUE "35".
           05  W-FS-ATA                PIC X(02) VALUE SPACES.
               88  FS-ATA-OK                   VALUE "00".
               88  FS-ATA-NAO-EXISTE           VALUE "35".
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
       10010-ENTRA-OPCAO.
           DISPLAY "1-Mapa de notas (previa do conselho)"
           DISPLAY "2-Ata de resultados finais"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-MAPA AND NOT OPCAO-ATA
              DISPLAY "Opcao invalida"
              GO 10010-ENTRA-OPCAO
           END-IF
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

      *    a ata so sai depois do fechamento: o resultado final e o
      *    gravado por ele no RESULTAD, ja com a decisao do conselho
           IF OPCAO-ATA
              OPEN INPUT RESULTAD-FILE
              IF FS-RESULTAD-NAO-EXISTE
                 DISPLAY "Arquivo RESULTAD nao encontrado - rode o"
                 DISPLAY "fechamento do ano letivo antes da ata"
                 CLOSE TURMAS-FILE
                 CLOSE ALUNOS-FILE
                 CLOSE HISTORICO-FILE
                 GO 10999-FIM-INICIA
              END-IF
              SET TEM-RESULTAD         TO TRUE

              OPEN INPUT CONSELHO-FILE
              IF NOT FS-CONSELHO-NAO-EXISTE
                 SET TEM-CONSELHO      TO TRUE
              END-IF
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

           IF OPCAO-MAPA
              OPEN OUTPUT MAPA-FILE
           ELSE
              OPEN OUTPUT ATA-FILE
           END-IF
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
              IF TEM-RESULTAD
                 CLOSE RESULTAD-FILE
              END-IF
              IF TEM-CONSELHO
                 CLOSE CONSELHO-FILE
              END-IF

              MOVE W-QTD-TURMAS        TO W-LINHA-EDICAO
              DISPLAY "Turmas impressas.......: " W-LINHA-EDICAO
              MOVE W-QTD-ALUNOS        TO W-LINHA-EDICAO
              DISPLAY "Alunos relacionados....: " W-LINHA-EDICAO
              IF OPCAO-MAPA
                 CLOSE MAPA-FILE
                 DISPLAY "Mapa de notas gravado no arquivo MAPANOTA"
              ELSE
                 CLOSE ATA-FILE
                 DISPLAY "Atas gravadas no arquivo ATAFINAL"
              END-IF
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

      *    ata e mapa de notas sao documentos da escola; so direcao e
      *    secretaria os emitem
           IF NOT PERFIL-DIRECAO AND NOT PERFIL-SECRETARIA
              DISPLAY "Ata e mapa reservados a direcao e secretaria"
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
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    20200-TRATA-ALUNO imprime um aluno da turma; a quebra de    *
      *    turma encerra o documento anterior e abre um novo.          *
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
           ADD 1                       TO W-QTD-ALUNOS

           MOVE TMS-MATRICULA          TO W-MATRICULA
           MOVE TMS-NOME               TO W-ALUNO
           MOVE ZEROS                  TO W-FREQUENCIA
           MOVE SPACES                 TO W-SITUACAO-ALUNO
           MOVE ZEROS                  TO W-DATA-SITUACAO
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  MOVE ALUNOS-FREQUENCIA  TO W-FREQUENCIA
                  IF (ALUNOS-TRANSFERIDO OR ALUNOS-EVADIDO)
                     AND ALUNOS-DATA-SITUACAO NOT > W-DATA-FIM-ANO
                     MOVE ALUNOS-SITUACAO TO W-SITUACAO-ALUNO
                     MOVE ALUNOS-DATA-SITUACAO TO W-DATA-SITUACAO
                  END-IF
           END-READ

           IF OPCAO-MAPA
              PERFORM 21000-MAPA-ALUNO
           ELSE
              PERFORM 22000-ATA-ALUNO
           END-IF
           .
      *----------------------------------------------------------------*
      *    21000-MAPA-ALUNO: aluno com a frequencia anual e, abaixo,   *
      *    uma linha por disciplina com as notas do ano.               *
      *----------------------------------------------------------------*
       21000-MAPA-ALUNO.
           MOVE SPACES                 TO W-MARCA-FREQ
           IF W-FREQUENCIA < W-FREQUENCIA-MINIMA
              MOVE "*"                 TO W-MARCA-FREQ
           END-IF
           MOVE W-QTD-ALUNOS-TURMA     TO W-ED-QTD
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING W-ED-QTD             DELIMITED BY SIZE
                  "  MATRICULA: "      DELIMITED BY SIZE
                  W-MATRICULA          DELIMITED BY SIZE
                  "  ALUNO: "          DELIMITED BY SIZE
                  W-ALUNO              DELIMITED BY SIZE
                  "  FREQ: "           DELIMITED BY SIZE
                  W-FREQUENCIA         DELIMITED BY SIZE
                  "%"                  DELIMITED BY SIZE
                  W-MARCA-FREQ         DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA

           IF W-SITUACAO-ALUNO NOT = SPACES
              PERFORM 24600-LINHA-SAIDA
           END-IF

           PERFORM 23000-PERCORRE-HISTORICO
           IF W-QTD-DISCIPLINAS = ZEROS
              MOVE "      SEM NOTAS NO ANO" TO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
           END-IF
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
      *    22000-ATA-ALUNO: aluno com frequencia e resultado final;    *
      *    transferido ou evadido no ano sai so com a data da saida.   *
      *----------------------------------------------------------------*
       22000-ATA-ALUNO.
           MOVE "N"                    TO W-ALTERADO-CONSELHO
           MOVE SPACES                 TO W-TEXTO-APURADO
           IF W-SITUACAO-ALUNO NOT = SPACES
              IF SITUACAO-TRANSFERIDO
                 MOVE "TRANSFERIDO"    TO W-TEXTO-RESULTADO
              ELSE
                 MOVE "DEIXOU DE FREQUENTAR" TO W-TEXTO-RESULTADO
              END-IF
           ELSE
              MOVE W-MATRICULA         TO RES-MATRICULA
              MOVE W-ANO-LETIVO        TO RES-ANO-LETIVO
              READ RESULTAD-FILE
                  INVALID KEY
                     MOVE SPACES          TO RES-RESULTADO
                                             RES-RESULTADO-APURADO
                  NOT INVALID KEY
                     MOVE RES-FREQUENCIA  TO W-FREQUENCIA
              END-READ
              IF RES-PROMOVIDO-CONSELHO OR RES-RETIDO-CONSELHO
                 SET ALTERADO-CONSELHO TO TRUE
                 MOVE RES-RESULTADO-APURADO TO W-COD-RESULTADO
                 PERFORM 24500-TEXTO-RESULTADO
                 MOVE W-TEXTO-RESULTADO TO W-TEXTO-APURADO
              END-IF
              MOVE RES-RESULTADO       TO W-COD-RESULTADO
              PERFORM 24500-TEXTO-RESULTADO
           END-IF

           MOVE W-QTD-ALUNOS-TURMA     TO W-ED-QTD
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           IF W-SITUACAO-ALUNO NOT = SPACES
              STRING W-ED-QTD          DELIMITED BY SIZE
                     "  MATRICULA: "   DELIMITED BY SIZE
                     W-MATRICULA       DELIMITED BY SIZE
                     "  ALUNO: "       DELIMITED BY SIZE
                     W-ALUNO           DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
           ELSE
              STRING W-ED-QTD          DELIMITED BY SIZE
                     "  MATRICULA: "   DELIMITED BY SIZE
                     W-MATRICULA       DELIMITED BY SIZE
                     "  ALUNO: "       DELIMITED BY SIZE
                     W-ALUNO           DELIMITED BY SIZE
                     "  FREQ: "        DELIMITED BY SIZE
                     W-FREQUENCIA      DELIMITED BY SIZE
                     "%"               DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
           END-IF
           PERFORM 80000-IMPRIME-LINHA

           IF W-SITUACAO-ALUNO NOT = SPACES
              PERFORM 24600-LINHA-SAIDA
           ELSE
              PERFORM 23000-PERCORRE-HISTORICO
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              IF ALTERADO-CONSELHO
                 STRING "      RESULTADO FINAL: " DELIMITED BY SIZE
                        W-TEXTO-RESULTADO         DELIMITED BY SIZE
                        " (*)"                    DELIMITED BY SIZE
                        INTO W-LINHA-IMPRESSAO
              ELSE
                 STRING "      RESULTADO FINAL: " DELIMITED BY SIZE
                        W-TEXTO-RESULTADO         DELIMITED BY SIZE
                        INTO W-LINHA-IMPRESSAO
              END-IF
              PERFORM 80000-IMPRIME-LINHA
              IF ALTERADO-CONSELHO
                 PERFORM 24700-LINHA-CONSELHO
              END-IF
           END-IF
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
      *    23000-PERCORRE-HISTORICO junta as notas do ano do aluno     *
      *    com quebra por disciplina e imprime cada uma com a media    *
      *    pelas mesmas regras do fechamento (pesos do PARAMETR e      *
      *    recuperacao no lugar da menor nota quando a melhora).       *
      *----------------------------------------------------------------*
       23000-PERCORRE-HISTORICO.
           MOVE ZEROS                  TO W-QTD-DISCIPLINAS
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
              MOVE "N"                 TO W-TEM-RECUP
              MOVE ZEROS               TO W-NOTA-RECUPERACAO
              MOVE "S"                 TO W-TEM-GRUPO
           END-IF

           IF HIST-BIMESTRE >= 1 AND HIST-BIMESTRE <= 4
              MOVE HIST-NOTA           TO W-NOTAS-BIM(HIST-BIMESTRE)
              MOVE "S"                 TO W-BIM-LANCADO(HIST-BIMESTRE)
           END-IF
      *    o bimestre 5 guarda a nota de recuperacao da disciplina
           IF HIST-BIMESTRE = 5
              MOVE HIST-NOTA           TO W-NOTA-RECUPERACAO
              MOVE "S"                 TO W-TEM-RECUP
           END-IF
           .
       23300-FECHA-DISCIPLINA.
           MOVE ZEROS                  TO W-SOMA-PONDERADA
           MOVE ZEROS                  TO W-SOMA-PESOS-DISC
           PERFORM 23310-SOMA-BIM
                   VARYING W-IDX-BIM FROM 1 BY 1
                   UNTIL W-IDX-BIM > 4

           IF W-SOMA-PESOS-DISC > ZEROS
              DIVIDE W-SOMA-PONDERADA  BY W-SOMA-PESOS-DISC
                                   GIVING W-MEDIA ROUNDED
           ELSE
              MOVE ZEROS               TO W-MEDIA
           END-IF

           IF W-TEM-RECUP = "S" AND W-SOMA-PESOS-DISC > ZEROS
              MOVE 1                   TO W-IDX-MENOR-NOTA
              PERFORM 23320-LOCALIZA-MENOR-NOTA
                      VARYING W-IDX-BIM FROM 1 BY 1
                      UNTIL W-IDX-BIM > 4
              COMPUTE W-SOMA-PONDERADA-RECUP =
                      W-SOMA-PONDERADA
                      - (W-NOTAS-BIM(W-IDX-MENOR-NOTA) *
                         W-PESO-BIM(W-IDX-MENOR-NOTA))
                      + (W-NOTA-RECUPERACAO *
                         W-PESO-BIM(W-IDX-MENOR-NOTA))
              DIVIDE W-SOMA-PONDERADA-RECUP BY W-SOMA-PESOS-DISC
                                      GIVING W-MEDIA-COM-RECUP ROUNDED
              IF W-MEDIA-COM-RECUP > W-MEDIA
                 MOVE W-MEDIA-COM-RECUP TO W-MEDIA
              END-IF
           END-IF

           ADD 1                       TO W-QTD-DISCIPLINAS
           PERFORM 23400-IMPRIME-DISCIPLINA
           MOVE "N"                    TO W-TEM-GRUPO
           .
       23310-SOMA-BIM.
           IF W-BIM-LANCADO(W-IDX-BIM) = "S"
              COMPUTE W-SOMA-PONDERADA = W-SOMA-PONDERADA +
                      (W-NOTAS-BIM(W-IDX-BIM) * W-PESO-BIM(W-IDX-BIM))
              ADD W-PESO-BIM(W-IDX-BIM) TO W-SOMA-PESOS-DISC
              MOVE W-NOTAS-BIM(W-IDX-BIM) TO W-ED-NOTA
              MOVE W-ED-NOTA           TO W-ED-BIM(W-IDX-BIM)
           ELSE
              MOVE " -- "              TO W-ED-BIM(W-IDX-BIM)
           END-IF
           .
       23320-LOCALIZA-MENOR-NOTA.
           IF W-NOTAS-BIM(W-IDX-BIM) < W-NOTAS-BIM(W-IDX-MENOR-NOTA)
              MOVE W-IDX-BIM              TO W-IDX-MENOR-NOTA
           END-IF
           .
       23400-IMPRIME-DISCIPLINA.
           MOVE W-MEDIA                TO W-ED-NOTA
           MOVE W-ED-NOTA              TO W-ED-MED
           IF W-TEM-RECUP = "S"
              MOVE W-NOTA-RECUPERACAO  TO W-ED-NOTA
              MOVE W-ED-NOTA           TO W-ED-REC
           ELSE
              MOVE " -- "              TO W-ED-REC
           END-IF
           MOVE SPACES                 TO W-MARCA-MEDIA
           IF W-MEDIA < W-NOTA-MIN-APROVACAO
              MOVE "*"                 TO W-MARCA-MEDIA
           END-IF

           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           IF OPCAO-MAPA
              STRING "      "          DELIMITED BY SIZE
                     W-DISC-CORRENTE   DELIMITED BY SIZE
                     "  1B: "          DELIMITED BY SIZE
                     W-ED-BIM(1)       DELIMITED BY SIZE
                     "  2B: "          DELIMITED BY SIZE
                     W-ED-BIM(2)       DELIMITED BY SIZE
                     "  3B: "          DELIMITED BY SIZE
                     W-ED-BIM(3)       DELIMITED BY SIZE
                     "  4B: "          DELIMITED BY SIZE
                     W-ED-BIM(4)       DELIMITED BY SIZE
                     "  REC: "         DELIMITED BY SIZE
                     W-ED-REC          DELIMITED BY SIZE
                     "  MEDIA: "       DELIMITED BY SIZE
                     W-ED-MED          DELIMITED BY SIZE
                     W-MARCA-MEDIA     DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
           ELSE
              STRING "      "          DELIMITED BY SIZE
                     W-DISC-CORRENTE   DELIMITED BY SIZE
                     "  MEDIA FINAL: " DELIMITED BY SIZE
                     W-ED-MED          DELIMITED BY SIZE
                     "  RECUPERACAO: " DELIMITED BY SIZE
                     W-ED-REC          DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
           END-IF
           PERFORM 80000-IMPRIME-LINHA
           .
       24500-TEXTO-RESULTADO.
           MOVE "SEM RESULTADO"        TO W-TEXTO-RESULTADO
           IF W-COD-RESULTADO = "P" OR W-COD-RESULTADO = "C"
              MOVE "PROMOVIDO"         TO W-TEXTO-RESULTADO
           END-IF
           IF W-COD-RESULTADO = "R" OR W-COD-RESULTADO = "X"
              MOVE "RETIDO"            TO W-TEXTO-RESULTADO
           END-IF
           IF W-COD-RESULTADO = "F"
              MOVE "RETIDO POR FALTA"  TO W-TEXTO-RESULTADO
           END-IF
           .
       24600-LINHA-SAIDA.
           MOVE W-DATA-SITUACAO        TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           IF SITUACAO-TRANSFERIDO
              STRING "      TRANSFERIDO EM "  DELIMITED BY SIZE
                     W-DATA-EDITADA          DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
           ELSE
              STRING "      DEIXOU DE FREQUENTAR EM " DELIMITED BY SIZE
                     W-DATA-EDITADA          DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
           END-IF
           PERFORM 80000-IMPRIME-LINHA
           .
       24700-LINHA-CONSELHO.
           MOVE ZEROS                  TO W-DATA-QUEBRA
           IF TEM-CONSELHO
              MOVE W-MATRICULA         TO CONS-MATRICULA
              MOVE W-ANO-LETIVO        TO CONS-ANO-LETIVO
              READ CONSELHO-FILE
                  INVALID KEY
                     MOVE ZEROS           TO CONS-DATA
              END-READ
              MOVE CONS-DATA           TO W-DATA-QUEBRA
           END-IF
           PERFORM 85000-EDITA-DATA

           MOVE SPACES                 TO W-LINHA-IMPRESSAO
           STRING "      (*) ALTERADO PELO CONSELHO DE CLASSE EM "
                                       DELIMITED BY SIZE
                  W-DATA-EDITADA       DELIMITED BY SIZE
                  " - RESULTADO APURADO: " DELIMITED BY SIZE
                  W-TEXTO-APURADO      DELIMITED BY SIZE
                  INTO W-LINHA-IMPRESSAO
           PERFORM 80000-IMPRIME-LINHA
           .
      *----------------------------------------------------------------*
      *    25000-ABRE-TURMA comeca o documento de uma turma: pagina 1  *
      *    e cabecalho na primeira linha impressa.                     *
      *----------------------------------------------------------------*
       25000-ABRE-TURMA.
           MOVE TMS-TURMA-COD          TO W-TURMA-CORRENTE
           MOVE TMS-SERIE              TO W-SERIE-CORRENTE
           SET TEM-TURMA-ABERTA        TO TRUE
           ADD 1                       TO W-QTD-TURMAS
           MOVE ZEROS                  TO W-QTD-ALUNOS-TURMA
           MOVE ZEROS                  TO W-PAGINA
           MOVE W-LINHAS-POR-PAGINA    TO W-QTD-LINHAS-PAG
           .
      *----------------------------------------------------------------*
      *    26000-ENCERRA-TURMA fecha o documento da turma. A ata leva  *
      *    o termo de encerramento inteiro na mesma pagina (salta se   *
      *    nao couber), ja com o total de paginas do documento.        *
      *----------------------------------------------------------------*
       26000-ENCERRA-TURMA.
           MOVE W-QTD-ALUNOS-TURMA     TO W-ED-QTD
           IF OPCAO-MAPA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              STRING "ALUNOS DA TURMA: " DELIMITED BY SIZE
                     W-ED-QTD            DELIMITED BY SIZE
                     "   (*) ABAIXO DO MINIMO - PREVIA SUJEITA AO "
                                         DELIMITED BY SIZE
                     "CONSELHO DE CLASSE" DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
           ELSE
              IF W-QTD-LINHAS-PAG + 12 > W-LINHAS-POR-PAGINA
                 MOVE W-LINHAS-POR-PAGINA TO W-QTD-LINHAS-PAG
              END-IF
              MOVE "TERMO DE ENCERRAMENTO" TO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA

              MOVE W-PAGINA            TO W-ED-PAGINA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              STRING "NADA MAIS HAVENDO A CONSTAR, ENCERRA-SE A "
                                       DELIMITED BY SIZE
                     "PRESENTE ATA DE RESULTADOS FINAIS DA TURMA "
                                       DELIMITED BY SIZE
                     W-TURMA-CORRENTE  DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              STRING "SERIE "          DELIMITED BY SIZE
                     W-SERIE-CORRENTE  DELIMITED BY SIZE
                     ", ANO LETIVO "   DELIMITED BY SIZE
                     W-ANO-LETIVO      DELIMITED BY SIZE
                     ", COM "          DELIMITED BY SIZE
                     W-ED-QTD          DELIMITED BY SIZE
                     " ALUNO(S) RELACIONADO(S) EM "
                                       DELIMITED BY SIZE
                     W-ED-PAGINA       DELIMITED BY SIZE
                     " PAGINA(S), QUE VAI ASSINADA PELO(A)"
                                       DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
              MOVE W-DATA-SISTEMA      TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              STRING "SECRETARIO(A) ESCOLAR E PELO(A) DIRETOR(A). "
                                       DELIMITED BY SIZE
                     "EMITIDA EM "     DELIMITED BY SIZE
                     W-DATA-EDITADA    DELIMITED BY SIZE
                     "."               DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA

              MOVE SPACES              TO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
              PERFORM 80000-IMPRIME-LINHA
              PERFORM 80000-IMPRIME-LINHA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              STRING "    ______________________________"
                                       DELIMITED BY SIZE
                     "          ______________________________"
                                       DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
              MOVE SPACES              TO W-LINHA-IMPRESSAO
              STRING "        SECRETARIO(A) ESCOLAR     "
                                       DELIMITED BY SIZE
                     "                     DIRETOR(A)"
                                       DELIMITED BY SIZE
                     INTO W-LINHA-IMPRESSAO
              PERFORM 80000-IMPRIME-LINHA
           END-IF
           MOVE "N"                    TO W-TEM-TURMA-ABERTA
           .
      *----------------------------------------------------------------*
      *    80000-IMPRIME-LINHA grava W-LINHA-IMPRESSAO no documento,   *
      *    saltando de pagina com cabecalho quando a pagina enche.     *
      *----------------------------------------------------------------*
       80000-IMPRIME-LINHA.
           IF W-QTD-LINHAS-PAG NOT < W-LINHAS-POR-PAGINA
              PERFORM 82000-CABECALHO
           END-IF
           IF OPCAO-MAPA
              MOVE W-LINHA-IMPRESSAO   TO MAPA-LINHA
              PERFORM 81000-GRAVA-LINHA-MAPA
           ELSE
              MOVE W-LINHA-IMPRESSAO   TO ATA-LINHA
              PERFORM 81100-GRAVA-LINHA-ATA
           END-IF
           ADD 1                       TO W-QTD-LINHAS-PAG
           .
       81000-GRAVA-LINHA-MAPA.
           WRITE MAPA-LINHA
           IF NOT FS-MAPA-OK
              DISPLAY "Erro gravando MAPANOTA - status " W-FS-MAPA
              STOP RUN
           END-IF
           .
       81100-GRAVA-LINHA-ATA.
           WRITE ATA-LINHA
           IF NOT FS-ATA-OK
              DISPLAY "Erro gravando ATAFINAL - status " W-FS-ATA
              STOP RUN
           END-IF
           .
       82000-CABECALHO.
           ADD 1                       TO W-PAGINA
           MOVE W-PAGINA               TO W-ED-PAGINA
           IF OPCAO-MAPA
              MOVE SPACES              TO MAPA-LINHA
              STRING "MAPA DE NOTAS - PREVIA PARA O CONSELHO DE "
                                       DELIMITED BY SIZE
                     "CLASSE - ANO LETIVO " DELIMITED BY SIZE
                     W-ANO-LETIVO      DELIMITED BY SIZE
                     "   PAGINA: "     DELIMITED BY SIZE
                     W-ED-PAGINA       DELIMITED BY SIZE
                     INTO MAPA-LINHA
              WRITE MAPA-LINHA AFTER ADVANCING PAGE
              IF NOT FS-MAPA-OK
                 DISPLAY "Erro gravando MAPANOTA - status " W-FS-MAPA
                 STOP RUN
              END-IF
              MOVE SPACES              TO MAPA-LINHA
              STRING "TURMA: "         DELIMITED BY SIZE
                     W-TURMA-CORRENTE  DELIMITED BY SIZE
                     "  SERIE: "       DELIMITED BY SIZE
                     W-SERIE-CORRENTE  DELIMITED BY SIZE
                     "  EMITIDO EM "   DELIMITED BY SIZE
                     W-DATA-SISTEMA    DELIMITED BY SIZE
                     INTO MAPA-LINHA
              PERFORM 81000-GRAVA-LINHA-MAPA
              MOVE SPACES              TO MAPA-LINHA
              PERFORM 81000-GRAVA-LINHA-MAPA
           ELSE
              MOVE SPACES              TO ATA-LINHA
              STRING "ATA DE RESULTADOS FINAIS - ANO LETIVO "
                                       DELIMITED BY SIZE
                     W-ANO-LETIVO      DELIMITED BY SIZE
                     "   PAGINA: "     DELIMITED BY SIZE
                     W-ED-PAGINA       DELIMITED BY SIZE
                     INTO ATA-LINHA
              WRITE ATA-LINHA AFTER ADVANCING PAGE
              IF NOT FS-ATA-OK
                 DISPLAY "Erro gravando ATAFINAL - status " W-FS-ATA
                 STOP RUN
              END-IF
              MOVE SPACES              TO ATA-LINHA
              STRING "TURMA: "         DELIMITED BY SIZE
                     W-TURMA-CORRENTE  DELIMITED BY SIZE
                     "  SERIE: "       DELIMITED BY SIZE
                     W-SERIE-CORRENTE  DELIMITED BY SIZE
                     INTO ATA-LINHA
              PERFORM 81100-GRAVA-LINHA-ATA
              MOVE SPACES              TO ATA-LINHA
              PERFORM 81100-GRAVA-LINHA-ATA
           END-IF
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
