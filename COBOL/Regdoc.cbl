      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    regdoc.
      *----------------------------------------------------------------*
      *    Livro de registro dos documentos emitidos pela secretaria.  *
      *    Reservado a direcao e secretaria.                           *
      *                                                                *
      *    Todo documento emitido (historico escolar pela consulta,    *
      *    documento de transferencia pela transferencia e as          *
      *    declaracoes deste programa) e lancado no livro DOCUMEN com  *
      *    numero sequencial no ano da emissao, matricula, tipo, data  *
      *    e operador do sign-on, e sai impresso com o numero e o      *
      *    codigo de autenticidade (ano, numero e controle).           *
      *                                                                *
      *    Opcao 1 - declaracao de matricula do aluno ativo na turma   *
      *    do ano letivo (ALUNOS e TURMAS), no arquivo DECLARA;        *
      *    Opcao 2 - declaracao de escolaridade: serie e turma         *
      *    cursadas no ano, com o resultado final do RESULTAD, a       *
      *    saida (transferencia/evasao) ou "cursando";                 *
      *    Opcao 3 - consulta pelo codigo de autenticidade: o que foi  *
      *    emitido, para quem, quando, por quem e se esta valido;      *
      *    Opcao 4 - cancelamento do documento, com o motivo;          *
      *    Opcao 5 - reemissao da declaracao cancelada, com novo       *
      *    registro que referencia o cancelado. Historico e documento  *
      *    de transferencia cancelados sao reemitidos pela consulta e  *
      *    pela transferencia, que montam esses documentos.            *
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
           SELECT TURMAS-FILE         ASSIGN TO "TURMAS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT RESULTAD-FILE       ASSIGN TO "RESULTAD"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS RES-CHAVE
                                       FILE STATUS  IS W-FS-RESULTAD.
           SELECT DOCUMEN-FILE        ASSIGN TO "DOCUMEN"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DOC-CHAVE
                                       FILE STATUS  IS W-FS-DOCUMEN.
           SELECT DECLARA-FILE        ASSIGN TO "DECLARA"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-DECLARA.
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
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  RESULTAD-FILE
           LABEL RECORD IS STANDARD.
       COPY "RESULTAD.CPY".
       FD  DOCUMEN-FILE
           LABEL RECORD IS STANDARD.
       COPY "DOCUMEN.CPY".
       FD  DECLARA-FILE
           LABEL RECORD IS STANDARD.
       01  DECLARA-LINHA               PIC X(132).
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
               88  OPCAO-DECL-MATRICULA       VALUE "1".
               88  OPCAO-DECL-ESCOLARIDADE    VALUE "2".
               88  OPCAO-CONSULTA             VALUE "3".
               88  OPCAO-CANCELA              VALUE "4".
               88  OPCAO-REEMISSAO            VALUE "5".
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-MATRICULA             PIC 9(06) VALUE ZEROS .
           05  W-ALUNO                 PIC X(50) VALUE SPACES.
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-DATA-FIM-ANO          PIC 9(08) VALUE ZEROS .
           05  W-TURMA-COD             PIC X(10) VALUE SPACES.
           05  W-SERIE                 PIC 9(02) VALUE ZEROS .
           05  W-ACHOU-TURMA           PIC X(01) VALUE "N".
               88  ACHOU-TURMA                VALUE "S".
           05  W-CURSANDO              PIC X(01) VALUE "N".
               88  CURSANDO                   VALUE "S".
           05  W-TEXTO-SITUACAO        PIC X(40) VALUE SPACES.
           05  W-TEXTO-TIPO            PIC X(30) VALUE SPACES.
           05  W-MOTIVO-REJEICAO       PIC X(40) VALUE SPACES.
           05  W-MOTIVO-CANCEL         PIC X(40) VALUE SPACES.
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-TEM-TURMAS            PIC X(01) VALUE "N".
               88  TEM-TURMAS                 VALUE "S".
           05  W-TEM-RESULTAD          PIC X(01) VALUE "N".
               88  TEM-RESULTAD               VALUE "S".
           05  W-DATA-QUEBRA.
               10  W-DQ-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DQ-MES            PIC 9(02) VALUE ZEROS.
               10  W-DQ-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-EDITADA          PIC X(10) VALUE SPACES.
      *    registro da emissao no livro DOCUMEN
           05  W-DOC-TIPO              PIC X(01) VALUE SPACES.
           05  W-DOC-ANO-LETIVO        PIC 9(04) VALUE ZEROS .
           05  W-DOC-HORA              PIC 9(08) VALUE ZEROS .
           05  W-DOC-CALCULO           PIC 9(12) VALUE ZEROS .
           05  W-DOC-QUOCIENTE         PIC 9(12) VALUE ZEROS .
           05  W-FIM-DOCUMEN           PIC X(01) VALUE "N".
               88  FIM-DOCUMEN                VALUE "S".
           05  W-CODIGO-AUTENTICIDADE.
               10  W-CA-ANO            PIC 9(04) VALUE ZEROS .
               10  W-CA-NUMERO         PIC 9(06) VALUE ZEROS .
               10  W-CA-CONTROLE       PIC 9(04) VALUE ZEROS .
           05  W-CODIGO-SUBSTITUIDO.
               10  W-CS-ANO            PIC 9(04) VALUE ZEROS .
               10  W-CS-NUMERO         PIC 9(06) VALUE ZEROS .
               10  W-CS-CONTROLE       PIC 9(04) VALUE ZEROS .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-ALUNOS             PIC X(02) VALUE SPACES.
               88  FS-ALUNOS-OK                VALUE "00".
               88  FS-ALUNOS-NAO-EXISTE        VALUE "35".
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-RESULTAD           PIC X(02) VALUE SPACES.
               88  FS-RESULTAD-OK              VALUE "00".
               88  FS-RESULTAD-NAO-EXISTE      VALUE "35".
           05  W-FS-DOCUMEN            PIC X(02) VALUE SPACES.
               88  FS-DOCUMEN-OK               VALUE "00".
               88  FS-DOCUMEN-DUPLICADO        VALUE "22".
               88  FS-DOCUMEN-NAO-EXISTE       VALUE "35".
           05  W-FS-DECLARA            PIC X(02) VALUE SPACES.
               88  FS-DECLARA-OK               VALUE "00".
               88  FS-DECLARA-NAO-EXISTE       VALUE "35".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           PERFORM 15000-MENU-OPCAO
           IF OPCAO-DECL-MATRICULA OR OPCAO-DECL-ESCOLARIDADE
              PERFORM 20000-EMITE-DECLARACAO
                 THRU 29999-FIM-EMITE-DECLARACAO
           ELSE
              IF OPCAO-CONSULTA
                 PERFORM 30000-CONSULTA-DOCUMENTO
                    THRU 39999-FIM-CONSULTA-DOCUMENTO
              ELSE
                 IF OPCAO-CANCELA
                    PERFORM 40000-CANCELA-DOCUMENTO
                       THRU 49999-FIM-CANCELA-DOCUMENTO
                 ELSE
                    PERFORM 50000-REEMITE-DECLARACAO
                       THRU 59999-FIM-REEMITE-DECLARACAO
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

           OPEN INPUT ALUNOS-FILE
           IF FS-ALUNOS-NAO-EXISTE
              DISPLAY "Arquivo ALUNOS nao encontrado"
              STOP RUN
           END-IF

      *    sem TURMAS nao ha declaracao a emitir, mas a consulta e o
      *    cancelamento de documentos continuam possiveis
           OPEN INPUT TURMAS-FILE
           IF NOT FS-TURMAS-NAO-EXISTE
              SET TEM-TURMAS           TO TRUE
           END-IF

           OPEN INPUT RESULTAD-FILE
           IF NOT FS-RESULTAD-NAO-EXISTE
              SET TEM-RESULTAD         TO TRUE
           END-IF

           OPEN I-O DOCUMEN-FILE
           IF FS-DOCUMEN-NAO-EXISTE
              OPEN OUTPUT DOCUMEN-FILE
              CLOSE      DOCUMEN-FILE
              OPEN I-O  DOCUMEN-FILE
           END-IF

           OPEN EXTEND DECLARA-FILE
           IF FS-DECLARA-NAO-EXISTE
              OPEN OUTPUT DECLARA-FILE
              CLOSE       DECLARA-FILE
              OPEN EXTEND DECLARA-FILE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Declaracao de matricula"
           DISPLAY "2-Declaracao de escolaridade"
           DISPLAY "3-Consulta de documento pelo codigo"
           DISPLAY "4-Cancelamento de documento"
           DISPLAY "5-Reemissao de declaracao cancelada"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-DECL-MATRICULA AND NOT OPCAO-DECL-ESCOLARIDADE
              AND NOT OPCAO-CONSULTA AND NOT OPCAO-CANCELA
              AND NOT OPCAO-REEMISSAO
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
           .
       15999-FIM-MENU-OPCAO.
           EXIT.
      *----------------------------------------------------------------*
      *    20000-EMITE-DECLARACAO emite a declaracao de matricula ou   *
      *    de escolaridade do aluno no ano letivo informado, lancada   *
      *    no livro DOCUMEN antes de ser impressa.                     *
      *----------------------------------------------------------------*
       20000-EMITE-DECLARACAO SECTION.
       20010-ENTRA-MATRICULA.
           DISPLAY "Informe a matricula do aluno (0 encerra)"
           ACCEPT W-MATRICULA
           DISPLAY W-BRANCOS
           IF W-MATRICULA = ZEROS
              GO 29999-FIM-EMITE-DECLARACAO
           END-IF
           .
       20020-ENTRA-ANO.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              DISPLAY "Ano letivo invalido"
              GO 20020-ENTRA-ANO
           END-IF

           IF OPCAO-DECL-MATRICULA
              MOVE "M"                 TO W-DOC-TIPO
           ELSE
              MOVE "E"                 TO W-DOC-TIPO
           END-IF
           PERFORM 21000-PREPARA-DECLARACAO
              THRU 21999-FIM-PREPARA-DECLARACAO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 20010-ENTRA-MATRICULA
           END-IF
           DISPLAY "Aluno: " W-ALUNO

           MOVE W-ANO-LETIVO           TO W-DOC-ANO-LETIVO
           MOVE ZEROS                  TO W-CS-ANO W-CS-NUMERO
                                          W-CS-CONTROLE
           PERFORM 86000-REGISTRA-DOCUMENTO
           PERFORM 22000-IMPRIME-DECLARACAO
           DISPLAY "Declaracao gravada no arquivo DECLARA"
           GO 20010-ENTRA-MATRICULA
           .
       29999-FIM-EMITE-DECLARACAO.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-CONSULTA-DOCUMENTO mostra o que foi emitido com o     *
      *    codigo de autenticidade informado: a secretaria confirma    *
      *    por telefone se o documento apresentado e autentico.        *
      *----------------------------------------------------------------*
       30000-CONSULTA-DOCUMENTO SECTION.
       30010-ENTRA-CODIGO.
           DISPLAY "Informe o codigo de autenticidade (0 encerra)"
           ACCEPT W-CODIGO-AUTENTICIDADE
           DISPLAY W-BRANCOS
           IF W-CODIGO-AUTENTICIDADE = ZEROS
              GO 39999-FIM-CONSULTA-DOCUMENTO
           END-IF

           PERFORM 31000-LOCALIZA-CODIGO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 30010-ENTRA-CODIGO
           END-IF
           PERFORM 32000-EXIBE-DOCUMENTO
           GO 30010-ENTRA-CODIGO
           .
       39999-FIM-CONSULTA-DOCUMENTO.
           EXIT.
      *----------------------------------------------------------------*
      *    40000-CANCELA-DOCUMENTO marca o documento como cancelado no *
      *    livro, com data, operador e motivo. O registro fica; o      *
      *    codigo passa a ser respondido como cancelado na consulta.   *
      *----------------------------------------------------------------*
       40000-CANCELA-DOCUMENTO SECTION.
       40010-ENTRA-CODIGO.
           DISPLAY "Informe o codigo de autenticidade do documento "
                   "a cancelar (0 encerra)"
           ACCEPT W-CODIGO-AUTENTICIDADE
           DISPLAY W-BRANCOS
           IF W-CODIGO-AUTENTICIDADE = ZEROS
              GO 49999-FIM-CANCELA-DOCUMENTO
           END-IF

           PERFORM 31000-LOCALIZA-CODIGO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 40010-ENTRA-CODIGO
           END-IF
           IF DOC-CANCELADO
              DISPLAY "Documento ja cancelado"
              GO 40010-ENTRA-CODIGO
           END-IF
           PERFORM 32000-EXIBE-DOCUMENTO
           .
       40020-ENTRA-MOTIVO.
           DISPLAY "Informe o motivo do cancelamento (em branco "
                   "desiste)"
           ACCEPT W-MOTIVO-CANCEL
           DISPLAY W-BRANCOS
           IF W-MOTIVO-CANCEL = SPACES
              DISPLAY "Cancelamento nao efetuado"
              GO 40010-ENTRA-CODIGO
           END-IF

           MOVE "C"                    TO DOC-SITUACAO
           MOVE W-DATA-SISTEMA         TO DOC-DATA-CANCELAMENTO
           MOVE W-OPERADOR             TO DOC-OPERADOR-CANCEL
           MOVE W-MOTIVO-CANCEL        TO DOC-MOTIVO-CANCEL
           REWRITE DOCUMEN-REG
           IF NOT FS-DOCUMEN-OK
              DISPLAY "Erro gravando DOCUMEN - status " W-FS-DOCUMEN
              STOP RUN
           END-IF

           DISPLAY "Documento cancelado"
           IF DOC-HISTORICO
              DISPLAY "Reemissao pela consulta de historico (opcao 3)"
           ELSE
              IF DOC-TRANSFERENCIA
                 DISPLAY "Reemissao pela transferencia (opcao 3)"
              ELSE
                 DISPLAY "Reemissao por este programa (opcao 5)"
              END-IF
           END-IF
           GO 40010-ENTRA-CODIGO
           .
       49999-FIM-CANCELA-DOCUMENTO.
           EXIT.
      *----------------------------------------------------------------*
      *    50000-REEMITE-DECLARACAO emite de novo a declaracao         *
      *    cancelada, para o mesmo aluno e ano letivo, com novo        *
      *    registro que leva a referencia do documento substituido.    *
      *----------------------------------------------------------------*
       50000-REEMITE-DECLARACAO SECTION.
       50010-ENTRA-CODIGO.
           DISPLAY "Informe o codigo de autenticidade da declaracao "
                   "cancelada (0 encerra)"
           ACCEPT W-CODIGO-SUBSTITUIDO
           DISPLAY W-BRANCOS
           IF W-CODIGO-SUBSTITUIDO = ZEROS
              GO 59999-FIM-REEMITE-DECLARACAO
           END-IF

           MOVE W-CS-ANO               TO DOC-ANO
           MOVE W-CS-NUMERO            TO DOC-NUMERO
           READ DOCUMEN-FILE
               INVALID KEY
                  DISPLAY "Documento nao registrado"
                  GO 50010-ENTRA-CODIGO
           END-READ
           IF DOC-HISTORICO
              DISPLAY "Historico escolar: reemita pela consulta de "
                      "historico (opcao 3)"
              GO 50010-ENTRA-CODIGO
           END-IF
           IF DOC-TRANSFERENCIA
              DISPLAY "Documento de transferencia: reemita pela "
                      "transferencia (opcao 3)"
              GO 50010-ENTRA-CODIGO
           END-IF

           MOVE DOC-TIPO               TO W-DOC-TIPO
           PERFORM 86200-VALIDA-SUBSTITUIDO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 50010-ENTRA-CODIGO
           END-IF
           MOVE DOC-MATRICULA          TO W-MATRICULA
           MOVE DOC-ANO-LETIVO         TO W-ANO-LETIVO

           PERFORM 21000-PREPARA-DECLARACAO
              THRU 21999-FIM-PREPARA-DECLARACAO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 50010-ENTRA-CODIGO
           END-IF
           DISPLAY "Aluno: " W-ALUNO

           MOVE W-ANO-LETIVO           TO W-DOC-ANO-LETIVO
           PERFORM 86000-REGISTRA-DOCUMENTO
           PERFORM 22000-IMPRIME-DECLARACAO
           DISPLAY "Declaracao gravada no arquivo DECLARA"
           GO 50010-ENTRA-CODIGO
           .
       59999-FIM-REEMITE-DECLARACAO.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE ALUNOS-FILE
           IF TEM-TURMAS
              CLOSE TURMAS-FILE
           END-IF
           IF TEM-RESULTAD
              CLOSE RESULTAD-FILE
           END-IF
           CLOSE DOCUMEN-FILE
           CLOSE DECLARA-FILE
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
      *    operador identificado assina no livro as emissoes e os      *
      *    cancelamentos da sessao.                                    *
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

      *    declaracoes e o livro de registro sao da secretaria; so
      *    direcao e secretaria emitem e cancelam documentos
           IF NOT PERFIL-DIRECAO AND NOT PERFIL-SECRETARIA
              DISPLAY "Registro de documentos reservado a direcao e "
                      "secretaria"
              STOP RUN
           END-IF

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       12999-FIM-IDENTIFICA.
           EXIT.
      *----------------------------------------------------------------*
      *    21000-PREPARA-DECLARACAO confere o aluno e o ano letivo     *
      *    da declaracao W-DOC-TIPO e reune nome, turma, serie e, na   *
      *    de escolaridade, a situacao no ano. Devolve o motivo da     *
      *    recusa em W-MOTIVO-REJEICAO.                                *
      *----------------------------------------------------------------*
       21000-PREPARA-DECLARACAO.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO
           MOVE SPACES                 TO W-TEXTO-SITUACAO
           MOVE "N"                    TO W-CURSANDO
           COMPUTE W-DATA-FIM-ANO = W-ANO-LETIVO * 10000 + 1231

           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  MOVE "Matricula nao cadastrada" TO W-MOTIVO-REJEICAO
                  GO 21999-FIM-PREPARA-DECLARACAO
           END-READ
           MOVE ALUNOS-NOME            TO W-ALUNO

           PERFORM 21100-LOCALIZA-TURMA
           IF NOT ACHOU-TURMA
              MOVE "Aluno sem turma no ano letivo" TO W-MOTIVO-REJEICAO
              GO 21999-FIM-PREPARA-DECLARACAO
           END-IF

      *    matricula fechada nao tem matricula a declarar; o que vale
      *    para ela e a declaracao de escolaridade
           IF W-DOC-TIPO = "M"
              IF NOT ALUNOS-ATIVO
                 MOVE "Matricula fechada - declare escolaridade"
                                       TO W-MOTIVO-REJEICAO
              END-IF
              GO 21999-FIM-PREPARA-DECLARACAO
           END-IF

      *    saida no ano (ou antes do fim dele) prevalece sobre o
      *    resultado; sem saida e sem resultado o ano esta em curso
           IF NOT ALUNOS-ATIVO
              AND ALUNOS-DATA-SITUACAO NOT > W-DATA-FIM-ANO
              MOVE ALUNOS-DATA-SITUACAO TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              IF ALUNOS-TRANSFERIDO
                 STRING "TRANSFERIDO EM "  DELIMITED BY SIZE
                        W-DATA-EDITADA     DELIMITED BY SIZE
                        INTO W-TEXTO-SITUACAO
              ELSE
                 STRING "DEIXOU DE FREQUENTAR EM " DELIMITED BY SIZE
                        W-DATA-EDITADA     DELIMITED BY SIZE
                        INTO W-TEXTO-SITUACAO
              END-IF
              GO 21999-FIM-PREPARA-DECLARACAO
           END-IF

           IF TEM-RESULTAD
              MOVE W-MATRICULA         TO RES-MATRICULA
              MOVE W-ANO-LETIVO        TO RES-ANO-LETIVO
              READ RESULTAD-FILE
                  INVALID KEY
                     MOVE SPACES          TO RES-RESULTADO
              END-READ
              IF RES-PROMOVIDO OR RES-PROMOVIDO-CONSELHO
                 MOVE "PROMOVIDO"      TO W-TEXTO-SITUACAO
              END-IF
              IF RES-RETIDO OR RES-RETIDO-CONSELHO
                 MOVE "RETIDO"         TO W-TEXTO-SITUACAO
              END-IF
              IF RES-RETIDO-FALTA
                 MOVE "RETIDO POR FREQUENCIA" TO W-TEXTO-SITUACAO
              END-IF
           END-IF
           IF W-TEXTO-SITUACAO = SPACES
              MOVE "CURSANDO"          TO W-TEXTO-SITUACAO
              SET CURSANDO             TO TRUE
           END-IF
           .
       21999-FIM-PREPARA-DECLARACAO.
           EXIT.
      *----------------------------------------------------------------*
      *    21100-LOCALIZA-TURMA procura no TURMAS a turma do aluno no  *
      *    ano letivo; o arquivo e chaveado por turma+matricula, entao *
      *    a busca percorre o arquivo.                                 *
      *----------------------------------------------------------------*
       21100-LOCALIZA-TURMA.
           MOVE "N"                    TO W-ACHOU-TURMA
           MOVE SPACES                 TO W-TURMA-COD
           MOVE ZEROS                  TO W-SERIE
           MOVE "N"                    TO W-FIM-TURMAS
           IF NOT TEM-TURMAS
              SET FIM-TURMAS           TO TRUE
           ELSE
              MOVE LOW-VALUES          TO TMS-CHAVE
              START TURMAS-FILE KEY NOT < TMS-CHAVE
                  INVALID KEY
                     SET FIM-TURMAS       TO TRUE
              END-START
           END-IF
           PERFORM 21200-LE-TURMA UNTIL FIM-TURMAS OR ACHOU-TURMA
           .
       21200-LE-TURMA.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-MATRICULA = W-MATRICULA
                     AND TMS-ANO-LETIVO = W-ANO-LETIVO
                     MOVE TMS-TURMA-COD   TO W-TURMA-COD
                     MOVE TMS-SERIE       TO W-SERIE
                     SET ACHOU-TURMA      TO TRUE
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    22000-IMPRIME-DECLARACAO grava no DECLARA o texto da        *
      *    declaracao com o numero do registro, o codigo de            *
      *    autenticidade e, na reemissao, o documento substituido.     *
      *----------------------------------------------------------------*
       22000-IMPRIME-DECLARACAO.
           MOVE SPACES                 TO DECLARA-LINHA
           IF W-DOC-TIPO = "M"
              MOVE "DECLARACAO DE MATRICULA" TO DECLARA-LINHA
           ELSE
              MOVE "DECLARACAO DE ESCOLARIDADE" TO DECLARA-LINHA
           END-IF
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO DECLARA-LINHA
           STRING "REGISTRO No "       DELIMITED BY SIZE
                  W-CA-NUMERO          DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-CA-ANO             DELIMITED BY SIZE
                  " - CODIGO DE AUTENTICIDADE " DELIMITED BY SIZE
                  W-CODIGO-AUTENTICIDADE        DELIMITED BY SIZE
                  INTO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA

           IF W-CS-NUMERO > ZEROS
              MOVE SPACES              TO DECLARA-LINHA
              STRING "SEGUNDA VIA - SUBSTITUI O DOCUMENTO No "
                                       DELIMITED BY SIZE
                     W-CS-NUMERO       DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     W-CS-ANO          DELIMITED BY SIZE
                     ", CANCELADO"     DELIMITED BY SIZE
                     INTO DECLARA-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF

           MOVE SPACES                 TO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO DECLARA-LINHA
           STRING "DECLARAMOS, PARA OS DEVIDOS FINS, QUE "
                                       DELIMITED BY SIZE
                  W-ALUNO              DELIMITED BY "  "
                  ", MATRICULA "       DELIMITED BY SIZE
                  W-MATRICULA          DELIMITED BY SIZE
                  ","                  DELIMITED BY SIZE
                  INTO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO DECLARA-LINHA
           IF W-DOC-TIPO = "M"
              STRING "ESTA REGULARMENTE MATRICULADO(A) NESTA ESCOLA NA "
                                       DELIMITED BY SIZE
                     "SERIE "          DELIMITED BY SIZE
                     W-SERIE           DELIMITED BY SIZE
                     ", TURMA "        DELIMITED BY SIZE
                     W-TURMA-COD       DELIMITED BY SPACE
                     ", NO ANO LETIVO " DELIMITED BY SIZE
                     W-ANO-LETIVO      DELIMITED BY SIZE
                     "."               DELIMITED BY SIZE
                     INTO DECLARA-LINHA
              PERFORM 80000-GRAVA-LINHA
           ELSE
              IF CURSANDO
                 STRING "CURSA NESTA ESCOLA A SERIE " DELIMITED BY SIZE
                        W-SERIE        DELIMITED BY SIZE
                        ", TURMA "     DELIMITED BY SIZE
                        W-TURMA-COD    DELIMITED BY SPACE
                        ", NO ANO LETIVO " DELIMITED BY SIZE
                        W-ANO-LETIVO   DELIMITED BY SIZE
                        "."            DELIMITED BY SIZE
                        INTO DECLARA-LINHA
              ELSE
                 STRING "CURSOU NESTA ESCOLA A SERIE " DELIMITED BY SIZE
                        W-SERIE        DELIMITED BY SIZE
                        ", TURMA "     DELIMITED BY SIZE
                        W-TURMA-COD    DELIMITED BY SPACE
                        ", NO ANO LETIVO " DELIMITED BY SIZE
                        W-ANO-LETIVO   DELIMITED BY SIZE
                        "."            DELIMITED BY SIZE
                        INTO DECLARA-LINHA
              END-IF
              PERFORM 80000-GRAVA-LINHA

              MOVE SPACES              TO DECLARA-LINHA
              STRING "SITUACAO NO ANO LETIVO: " DELIMITED BY SIZE
                     W-TEXTO-SITUACAO  DELIMITED BY "  "
                     "."               DELIMITED BY SIZE
                     INTO DECLARA-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF

           MOVE SPACES                 TO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE W-DATA-SISTEMA         TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           MOVE SPACES                 TO DECLARA-LINHA
           STRING "EMITIDA EM "        DELIMITED BY SIZE
                  W-DATA-EDITADA       DELIMITED BY SIZE
                  " POR "              DELIMITED BY SIZE
                  W-OPERADOR           DELIMITED BY SPACE
                  "."                  DELIMITED BY SIZE
                  INTO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO DECLARA-LINHA
           STRING "A AUTENTICIDADE PODE SER CONFIRMADA NA SECRETARIA "
                                       DELIMITED BY SIZE
                  "PELO CODIGO ACIMA." DELIMITED BY SIZE
                  INTO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO DECLARA-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
      *----------------------------------------------------------------*
      *    31000-LOCALIZA-CODIGO le no livro o documento do codigo     *
      *    W-CODIGO-AUTENTICIDADE e confere o controle; devolve a      *
      *    recusa em W-MOTIVO-REJEICAO ou o registro em DOCUMEN-REG.   *
      *----------------------------------------------------------------*
       31000-LOCALIZA-CODIGO.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO
           MOVE W-CA-ANO               TO DOC-ANO
           MOVE W-CA-NUMERO            TO DOC-NUMERO
           READ DOCUMEN-FILE
               INVALID KEY
                  MOVE "Codigo nao confere com documento emitido"
                                       TO W-MOTIVO-REJEICAO
               NOT INVALID KEY
      *           numero existente com controle errado e documento
      *           que nao saiu daqui
                  IF DOC-CONTROLE NOT = W-CA-CONTROLE
                     MOVE "Codigo nao confere com documento emitido"
                                       TO W-MOTIVO-REJEICAO
                  END-IF
           END-READ
           .
      *----------------------------------------------------------------*
      *    32000-EXIBE-DOCUMENTO mostra o registro do livro que esta   *
      *    em DOCUMEN-REG: tipo, aluno, emissao, situacao e as         *
      *    referencias de reemissao.                                   *
      *----------------------------------------------------------------*
       32000-EXIBE-DOCUMENTO.
           IF DOC-HISTORICO
              MOVE "HISTORICO ESCOLAR"  TO W-TEXTO-TIPO
           END-IF
           IF DOC-TRANSFERENCIA
              MOVE "DOCUMENTO DE TRANSFERENCIA" TO W-TEXTO-TIPO
           END-IF
           IF DOC-DECL-MATRICULA
              MOVE "DECLARACAO DE MATRICULA" TO W-TEXTO-TIPO
           END-IF
           IF DOC-DECL-ESCOLARIDADE
              MOVE "DECLARACAO DE ESCOLARIDADE" TO W-TEXTO-TIPO
           END-IF

           MOVE "(ALUNO NAO CADASTRADO)" TO W-ALUNO
           MOVE DOC-MATRICULA          TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
           END-READ

           DISPLAY "Documento......: " W-TEXTO-TIPO
           DISPLAY "Registro.......: " DOC-NUMERO "/" DOC-ANO
           DISPLAY "Matricula......: " DOC-MATRICULA " " W-ALUNO
           IF DOC-ANO-LETIVO > ZEROS
              DISPLAY "Ano letivo.....: " DOC-ANO-LETIVO
           END-IF
           MOVE DOC-DATA-EMISSAO       TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           DISPLAY "Emitido em.....: " W-DATA-EDITADA
                   " por " DOC-OPERADOR
           IF DOC-CANCELADO
              MOVE DOC-DATA-CANCELAMENTO TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              DISPLAY "Situacao.......: CANCELADO em " W-DATA-EDITADA
                      " por " DOC-OPERADOR-CANCEL
              DISPLAY "Motivo.........: " DOC-MOTIVO-CANCEL
           ELSE
              DISPLAY "Situacao.......: VALIDO"
           END-IF
           IF DOC-REF-NUMERO > ZEROS
              DISPLAY "Reemissao do...: " DOC-REF-NUMERO "/"
                      DOC-REF-ANO
           END-IF
           IF DOC-SUBST-NUMERO > ZEROS
              DISPLAY "Substituido por: " DOC-SUBST-NUMERO "/"
                      DOC-SUBST-ANO
           END-IF
           .
      *----------------------------------------------------------------*
      *    86000-REGISTRA-DOCUMENTO lanca a emissao no livro DOCUMEN   *
      *    antes de o documento ser impresso: o numero e o seguinte    *
      *    do ano da emissao e o codigo de autenticidade junta ano,    *
      *    numero e um controle calculado com a hora da emissao. Na    *
      *    reemissao (W-CODIGO-SUBSTITUIDO informado) o documento      *
      *    cancelado passa a apontar para o que o substituiu.          *
      *----------------------------------------------------------------*
       86000-REGISTRA-DOCUMENTO.
           DIVIDE W-DATA-SISTEMA BY 10000 GIVING W-CA-ANO
           MOVE ZEROS                  TO W-CA-NUMERO
           MOVE "N"                    TO W-FIM-DOCUMEN
           MOVE W-CA-ANO               TO DOC-ANO
           MOVE ZEROS                  TO DOC-NUMERO
           START DOCUMEN-FILE KEY NOT < DOC-CHAVE
               INVALID KEY
                  SET FIM-DOCUMEN         TO TRUE
           END-START
           PERFORM 86100-LE-NUMERO-ANO UNTIL FIM-DOCUMEN
           ADD 1                       TO W-CA-NUMERO

           ACCEPT W-DOC-HORA FROM TIME
           COMPUTE W-DOC-CALCULO = W-CA-NUMERO * 7919
                                 + W-MATRICULA * 104729
                                 + W-DOC-HORA  * 31
           DIVIDE W-DOC-CALCULO BY 9973 GIVING W-DOC-QUOCIENTE
                                        REMAINDER W-CA-CONTROLE

           INITIALIZE DOCUMEN-REG
           MOVE W-CA-ANO               TO DOC-ANO
           MOVE W-CA-NUMERO            TO DOC-NUMERO
           MOVE W-CA-CONTROLE          TO DOC-CONTROLE
           MOVE W-DOC-TIPO             TO DOC-TIPO
           MOVE W-MATRICULA            TO DOC-MATRICULA
           MOVE W-DOC-ANO-LETIVO       TO DOC-ANO-LETIVO
           MOVE W-DATA-SISTEMA         TO DOC-DATA-EMISSAO
           MOVE W-DOC-HORA             TO DOC-HORA-EMISSAO
           MOVE W-OPERADOR             TO DOC-OPERADOR
           MOVE "V"                    TO DOC-SITUACAO
           MOVE W-CS-ANO               TO DOC-REF-ANO
           MOVE W-CS-NUMERO            TO DOC-REF-NUMERO
           WRITE DOCUMEN-REG
      *    outra estacao pegou o mesmo numero no intervalo: numera de
      *    novo
           IF FS-DOCUMEN-DUPLICADO
              GO 86000-REGISTRA-DOCUMENTO
           END-IF
           IF NOT FS-DOCUMEN-OK
              DISPLAY "Erro gravando DOCUMEN - status " W-FS-DOCUMEN
              STOP RUN
           END-IF

           IF W-CS-NUMERO > ZEROS
              MOVE W-CS-ANO            TO DOC-ANO
              MOVE W-CS-NUMERO         TO DOC-NUMERO
              READ DOCUMEN-FILE
              IF FS-DOCUMEN-OK
                 MOVE W-CA-ANO         TO DOC-SUBST-ANO
                 MOVE W-CA-NUMERO      TO DOC-SUBST-NUMERO
                 REWRITE DOCUMEN-REG
              END-IF
              IF NOT FS-DOCUMEN-OK
                 DISPLAY "Erro gravando DOCUMEN - status " W-FS-DOCUMEN
                 STOP RUN
              END-IF
           END-IF

           DISPLAY "Registro " W-CA-NUMERO "/" W-CA-ANO
                   " - codigo de autenticidade " W-CODIGO-AUTENTICIDADE
           .
       86100-LE-NUMERO-ANO.
           READ DOCUMEN-FILE NEXT
               AT END
                  SET FIM-DOCUMEN         TO TRUE
               NOT AT END
                  IF DOC-ANO NOT = W-CA-ANO
                     SET FIM-DOCUMEN      TO TRUE
                  ELSE
                     MOVE DOC-NUMERO      TO W-CA-NUMERO
                  END-IF
           END-READ
      *    sem ler o livro ate o fim nao ha como saber o proximo numero
           IF NOT FS-DOCUMEN-OK AND NOT FIM-DOCUMEN
              DISPLAY "Erro lendo DOCUMEN - status " W-FS-DOCUMEN
              STOP RUN
           END-IF
           .
      *----------------------------------------------------------------*
      *    86200-VALIDA-SUBSTITUIDO confere o documento que a          *
      *    reemissao vai substituir: registrado, com o controle do     *
      *    codigo batendo, do tipo W-DOC-TIPO, cancelado e ainda nao   *
      *    reemitido. Devolve o motivo da recusa em W-MOTIVO-REJEICAO  *
      *    e, aceito, deixa o registro dele em DOCUMEN-REG.            *
      *----------------------------------------------------------------*
       86200-VALIDA-SUBSTITUIDO.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO
           MOVE W-CS-ANO               TO DOC-ANO
           MOVE W-CS-NUMERO            TO DOC-NUMERO
           READ DOCUMEN-FILE
               INVALID KEY
                  MOVE "Documento nao registrado" TO W-MOTIVO-REJEICAO
           END-READ
           IF W-MOTIVO-REJEICAO = SPACES
              IF DOC-CONTROLE NOT = W-CS-CONTROLE
                 MOVE "Codigo de autenticidade errado"
                                          TO W-MOTIVO-REJEICAO
              ELSE
                 IF DOC-TIPO NOT = W-DOC-TIPO
                    MOVE "Documento de outro tipo" TO W-MOTIVO-REJEICAO
                 ELSE
                    IF NOT DOC-CANCELADO
                       MOVE "Documento nao foi cancelado"
                                          TO W-MOTIVO-REJEICAO
                    ELSE
                       IF DOC-SUBST-NUMERO NOT = ZEROS
                          MOVE "Documento ja reemitido"
                                          TO W-MOTIVO-REJEICAO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-IF
           .
       80000-GRAVA-LINHA.
           WRITE DECLARA-LINHA
           IF NOT FS-DECLARA-OK
              DISPLAY "Erro gravando DECLARA - status " W-FS-DECLARA
              STOP RUN
           END-IF
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
