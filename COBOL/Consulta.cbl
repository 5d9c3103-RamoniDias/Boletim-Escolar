      *    recalcula as medias com os pesos do PARAMETR em vigor e     *
      *    imprime o documento no arquivo TRANSCRI. Tambem lista a     *
      *    turma inteira de um ano letivo para arquivamento.           *
      *                                                                *
      *    O historico emitido por matricula e lancado no livro        *
      *    DOCUMEN com o operador do sign-on e sai com o numero do     *
      *    registro e o codigo de autenticidade; a listagem de turma   *
      *    e copia de arquivo e nao e registrada. O historico          *
      *    cancelado no livro e reemitido pela opcao 3, com a          *
      *    referencia ao documento que substitui.                      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT ARQHIST-FILE        ASSIGN TO "ARQHIST"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-ARQHIST.
           SELECT OPERADOR-FILE       ASSIGN TO "OPERADOR"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS OPER-CODIGO
                                       FILE STATUS  IS W-FS-OPERADOR.
           SELECT DOCUMEN-FILE        ASSIGN TO "DOCUMEN"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DOC-CHAVE
                                       FILE STATUS  IS W-FS-DOCUMEN.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD  ARQHIST-FILE
           LABEL RECORD IS STANDARD.
       01  ARQHIST-IMAGEM              PIC X(63).
       FD  OPERADOR-FILE
           LABEL RECORD IS STANDARD.
       COPY "OPERADOR.CPY".
       FD  DOCUMEN-FILE
           LABEL RECORD IS STANDARD.
       COPY "DOCUMEN.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-ALUNO                VALUE "1".
               88  OPCAO-TURMA                VALUE "2".
               88  OPCAO-REEMISSAO            VALUE "3".
           05  W-MATRICULA             PIC 9(06) VALUE ZEROS .
           05  W-TURMA-COD             PIC X(10) VALUE SPACES.
           05  W-ALUNO                 PIC X(50) VALUE SPACES.
               88  FIM-ARQHIST                VALUE "S".
           05  W-ED-NOTA               PIC Z9,9 .
           05  W-ED-MEDIA              PIC Z9,9 .
           05  W-OPERADOR              PIC X(10) VALUE SPACES.
           05  W-PERFIL                PIC X(01) VALUE SPACES.
               88  PERFIL-SECRETARIA          VALUE "S".
               88  PERFIL-PROFESSOR           VALUE "P".
               88  PERFIL-DIRECAO             VALUE "D".
           05  W-SENHA-INFORMADA       PIC X(08) VALUE SPACES.
           05  W-TENTATIVAS            PIC 9(01) VALUE ZEROS .
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.
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
           05  W-FS-ARQHIST            PIC X(02) VALUE SPACES.
               88  FS-ARQHIST-OK               VALUE "00".
               88  FS-ARQHIST-NAO-EXISTE       VALUE "35".
           05  W-FS-OPERADOR           PIC X(02) VALUE SPACES.
               88  FS-OPERADOR-OK              VALUE "00".
               88  FS-OPERADOR-NAO-EXISTE      VALUE "35".
           05  W-FS-DOCUMEN            PIC X(02) VALUE SPACES.
               88  FS-DOCUMEN-OK               VALUE "00".
               88  FS-DOCUMEN-DUPLICADO        VALUE "22".
               88  FS-DOCUMEN-NAO-EXISTE       VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           IF OPCAO-TURMA
              PERFORM 25000-LISTA-TURMA THRU 25999-FIM-LISTA-TURMA
           ELSE
              IF OPCAO-REEMISSAO
                 PERFORM 30000-REEMITE-HISTORICO
                    THRU 39999-FIM-REEMITE-HISTORICO
              ELSE
                 PERFORM 20000-CONSULTA-ALUNO
                    THRU 29999-FIM-CONSULTA-ALUNO
              END-IF
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           INITIALIZE VARIAVEIS-WORKING
           PERFORM 12000-IDENTIFICA-OPERADOR
              THRU 12999-FIM-IDENTIFICA

           OPEN INPUT HISTORICO-FILE
           IF FS-HISTORICO-NAO-EXISTE
              OPEN EXTEND TRANSCRICAO-FILE
           END-IF

           OPEN I-O DOCUMEN-FILE
           IF FS-DOCUMEN-NAO-EXISTE
              OPEN OUTPUT DOCUMEN-FILE
              CLOSE      DOCUMEN-FILE
              OPEN I-O  DOCUMEN-FILE
           END-IF

           MOVE 7                      TO PARM-NOTA-MIN-APROVACAO
           MOVE 5                      TO PARM-NOTA-MIN-RECUPERACAO
           MOVE 1                      TO PARM-PESO-BIM(1)
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Historico por matricula  2-Listagem por turma/ano"
           DISPLAY "3-Reemissao de historico cancelado"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-ALUNO AND NOT OPCAO-TURMA
              AND NOT OPCAO-REEMISSAO
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
              GO 29999-FIM-CONSULTA-ALUNO
           END-IF

      *    documento registrado no livro so sai para aluno cadastrado
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada"
                  GO 20010-ENTRA-MATRICULA
           END-READ

           MOVE ZEROS                  TO W-ANO-FILTRO
           MOVE "H"                    TO W-DOC-TIPO
           MOVE ZEROS                  TO W-DOC-ANO-LETIVO
           MOVE ZEROS                  TO W-CS-ANO W-CS-NUMERO
                                          W-CS-CONTROLE
           PERFORM 86000-REGISTRA-DOCUMENTO
           PERFORM 21000-EMITE-HISTORICO
           DISPLAY "Historico gravado no arquivo TRANSCRI"
           GO 20010-ENTRA-MATRICULA
           .
       29999-FIM-CONSULTA-ALUNO.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-REEMITE-HISTORICO emite de novo o historico cancelado *
      *    no livro DOCUMEN, com novo registro que leva a referencia   *
      *    do documento que ele substitui.                             *
      *----------------------------------------------------------------*
       30000-REEMITE-HISTORICO SECTION.
       30010-ENTRA-CODIGO.
           DISPLAY "Informe o codigo de autenticidade do historico "
                   "cancelado (0 encerra)"
           ACCEPT W-CODIGO-SUBSTITUIDO
           DISPLAY W-BRANCOS
           IF W-CODIGO-SUBSTITUIDO = ZEROS
              GO 39999-FIM-REEMITE-HISTORICO
           END-IF

           MOVE "H"                    TO W-DOC-TIPO
           PERFORM 86200-VALIDA-SUBSTITUIDO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 30010-ENTRA-CODIGO
           END-IF
           MOVE DOC-MATRICULA          TO W-MATRICULA

           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada"
                  GO 30010-ENTRA-CODIGO
           END-READ

           MOVE ZEROS                  TO W-ANO-FILTRO
           MOVE ZEROS                  TO W-DOC-ANO-LETIVO
           PERFORM 86000-REGISTRA-DOCUMENTO
           PERFORM 21000-EMITE-HISTORICO
           DISPLAY "Historico gravado no arquivo TRANSCRI"
           GO 30010-ENTRA-CODIGO
           .
       39999-FIM-REEMITE-HISTORICO.
           EXIT.
      *----------------------------------------------------------------*
       25000-LISTA-TURMA SECTION.
           DISPLAY "Informe o codigo da turma"
           CLOSE HISTORICO-FILE
           CLOSE ALUNOS-FILE
           CLOSE TRANSCRICAO-FILE
           CLOSE DOCUMEN-FILE
           .
       99999-FIM-FINALIZA.
           EXIT.
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
      *----------------------------------------------------------------*
      *    12000-IDENTIFICA-OPERADOR: sign-on obrigatorio contra o     *
      *    cadastro OPERADOR (codigo e senha, tres tentativas); o      *
      *    operador identificado e o que assina no livro DOCUMEN os    *
      *    historicos emitidos na sessao.                              *
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

           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD
           .
       12999-FIM-IDENTIFICA.
           EXIT.
       25100-LE-PROXIMO-ALUNO.
           READ TURMAS-FILE NEXT
               AT END
                  W-MATRICULA                      DELIMITED BY SIZE
                  INTO TRANSCRICAO-LINHA
           PERFORM 23000-GRAVA-LINHA
      *    so o historico emitido por matricula tem registro no livro
           IF W-CA-NUMERO > ZEROS
              PERFORM 21050-IMPRIME-REGISTRO
           END-IF

           MOVE SPACES                 TO TRANSCRICAO-LINHA
           STRING "ALUNO: " DELIMITED BY SIZE
           MOVE SPACES                 TO TRANSCRICAO-LINHA
           PERFORM 23000-GRAVA-LINHA
           .
       21050-IMPRIME-REGISTRO.
           MOVE SPACES                 TO TRANSCRICAO-LINHA
           STRING "REGISTRO No "       DELIMITED BY SIZE
                  W-CA-NUMERO          DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-CA-ANO             DELIMITED BY SIZE
                  " - CODIGO DE AUTENTICIDADE " DELIMITED BY SIZE
                  W-CODIGO-AUTENTICIDADE        DELIMITED BY SIZE
                  INTO TRANSCRICAO-LINHA
           PERFORM 23000-GRAVA-LINHA

           IF W-CS-NUMERO > ZEROS
              MOVE SPACES              TO TRANSCRICAO-LINHA
              STRING "SEGUNDA VIA - SUBSTITUI O DOCUMENTO No "
                                       DELIMITED BY SIZE
                     W-CS-NUMERO       DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     W-CS-ANO          DELIMITED BY SIZE
                     ", CANCELADO"     DELIMITED BY SIZE
                     INTO TRANSCRICAO-LINHA
              PERFORM 23000-GRAVA-LINHA
           END-IF
           .
       21100-LE-HISTORICO.
           READ HISTORICO-FILE NEXT
               AT END
              STOP RUN
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
