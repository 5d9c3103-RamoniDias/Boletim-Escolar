      *    o documento de transferencia com as notas parciais do ano   *
      *    (HISTORIC) e a frequencia apurada no DIARIO ate a data da   *
      *    saida. O fechamento e a conciliacao passam a pular a        *
      *    matricula em vez de cobrar notas dela. Cada documento e     *
      *    lancado no livro DOCUMEN e sai com o numero do registro e   *
      *    o codigo de autenticidade.                                  *
      *                                                                *
      *    Modo 2 - entrada: recebe as notas trazidas de outra         *
      *    escola por um aluno transferido para ca (ja matriculado     *
      *    pelo programa de matricula), gravando-as no                 *
      *    HISTORIC marcadas como de origem externa, para a consulta   *
      *    imprimir o historico completo e identificado. A disciplina  *
      *    e informada pelo codigo do catalogo DISCIPL e conferida     *
      *    contra a matriz da serie do aluno naquele ano (a da turma   *
      *    no TURMAS, ou a informada quando ele ainda nao tem turma).  *
      *                                                                *
      *    Modo 3 - reemissao: emite de novo o documento de            *
      *    transferencia cancelado no livro DOCUMEN, com novo numero   *
      *    e a referencia ao documento que substitui.                  *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                                       RECORD KEY   IS HIST-CHAVE
                                       FILE STATUS  IS W-FS-HISTORICO.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT TRANSDOC-FILE       ASSIGN TO "TRANSDOC"
                                       ORGANIZATION IS LINE SEQUENTIAL
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
           SELECT DOCUMEN-FILE        ASSIGN TO "DOCUMEN"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DOC-CHAVE
                                       FILE STATUS  IS W-FS-DOCUMEN.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
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
       FD  DOCUMEN-FILE
           LABEL RECORD IS STANDARD.
       COPY "DOCUMEN.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-SAIDA                VALUE "1".
               88  OPCAO-ENTRADA              VALUE "2".
               88  OPCAO-REEMISSAO            VALUE "3".
           05  W-MATRICULA             PIC 9(06) VALUE ZEROS .
           05  W-ALUNO                 PIC X(50) VALUE SPACES.
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-QTD-PRESENCAS         PIC 9(04) VALUE ZEROS .
           05  W-FREQUENCIA            PIC 9(03) VALUE ZEROS .
           05  W-DISC-NOME             PIC X(20) VALUE SPACES.
           05  W-DISC-CODIGO           PIC X(06) VALUE SPACES.
           05  W-SERIE-ALUNO           PIC 9(02) VALUE ZEROS .
           05  W-ACHOU-SERIE           PIC X(01) VALUE "N".
               88  ACHOU-SERIE                VALUE "S".
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
           05  W-MOTIVO-REJEICAO       PIC X(30) VALUE SPACES.
           05  W-BIMESTRE              PIC 9(01) VALUE ZEROS .
           05  W-NOTA-EXTERNA          PIC 9(02)V9(01) VALUE ZEROS .
           05  W-QTD-EXTERNAS          PIC 9(03) VALUE ZEROS .
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-LINHA-EDICAO          PIC Z(02)9 .
           05  W-ED-NOTA-MASC          PIC Z9,9 .
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
               88  FS-HISTORICO-OK             VALUE "00".
               88  FS-HISTORICO-NAO-EXISTE     VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-TRANSDOC           PIC X(02) VALUE SPACES.
               88  FS-TRANSDOC-OK              VALUE "00".
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
           05  W-FS-DOCUMEN            PIC X(02) VALUE SPACES.
               88  FS-DOCUMEN-OK               VALUE "00".
               88  FS-DOCUMEN-DUPLICADO        VALUE "22".
               88  FS-DOCUMEN-NAO-EXISTE       VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
              PERFORM 20000-REGISTRA-SAIDA
                 THRU 29999-FIM-REGISTRA-SAIDA
           ELSE
              IF OPCAO-ENTRADA
                 PERFORM 30000-RECEBE-ALUNO
                    THRU 39999-FIM-RECEBE-ALUNO
              ELSE
                 PERFORM 40000-REEMITE-DOCUMENTO
                    THRU 49999-FIM-REEMITE-DOCUMENTO
              END-IF
           END-IF
           PERFORM 90000-FINALIZA

              CLOSE       TRANSDOC-FILE
              OPEN EXTEND TRANSDOC-FILE
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

           OPEN I-O DOCUMEN-FILE
           IF FS-DOCUMEN-NAO-EXISTE
              OPEN OUTPUT DOCUMEN-FILE
              CLOSE      DOCUMEN-FILE
              OPEN I-O  DOCUMEN-FILE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Saida de aluno (transferencia/evasao)"
           DISPLAY "2-Entrada de aluno de outra escola"
           DISPLAY "3-Reemissao de documento de transferencia cancelado"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-SAIDA AND NOT OPCAO-ENTRADA
              AND NOT OPCAO-REEMISSAO
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
      *----------------------------------------------------------------*
      *    20000-REGISTRA-SAIDA fecha a matricula (situacao e data no  *
      *    ALUNOS) e emite o documento de transferencia com as notas   *
      *    parciais do ano e a frequencia ate a data da saida,         *
      *    registrado no livro DOCUMEN.                                *
      *----------------------------------------------------------------*
       20000-REGISTRA-SAIDA SECTION.
       20010-ENTRA-MATRICULA.
              STOP RUN
           END-IF

           MOVE "T"                    TO W-DOC-TIPO
           MOVE W-ANO-LETIVO           TO W-DOC-ANO-LETIVO
           MOVE ZEROS                  TO W-CS-ANO W-CS-NUMERO
                                          W-CS-CONTROLE
           PERFORM 86000-REGISTRA-DOCUMENTO
           PERFORM 21000-EMITE-DOCUMENTO
           DISPLAY "Documento gravado no arquivo TRANSDOC"
           GO 20010-ENTRA-MATRICULA
       29999-FIM-REGISTRA-SAIDA.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-RECEBE-ALUNO grava no HISTORIC, com origem externa,   *
      *    as notas que o aluno vindo de outra escola traz no          *
      *    documento da escola de origem. O aluno ja tem de estar      *
      *    matriculado (programa de matricula).                        *
      *----------------------------------------------------------------*
       30000-RECEBE-ALUNO SECTION.
       30010-ENTRA-MATRICULA.
              GO 39999-FIM-RECEBE-ALUNO
           END-IF

      *    o aluno que chega e matriculado antes no programa de
      *    matricula (origem "T", com a escola de origem)
           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada - faca a matricula "
                          "antes"
                  GO 30010-ENTRA-MATRICULA
               NOT INVALID KEY
                  MOVE ALUNOS-NOME        TO W-ALUNO
                  DISPLAY "Aluno cadastrado.:"
           DISPLAY W-BRANCOS

           MOVE ZEROS                  TO W-QTD-EXTERNAS

      *    a matriz que vale e a da serie do aluno no ano das notas:
      *    a da turma no TURMAS ou, sem turma, a informada
           PERFORM 31000-LOCALIZA-SERIE
           IF ACHOU-SERIE
              DISPLAY "Serie do aluno no ano: " W-SERIE-ALUNO
              GO 30020-ENTRA-NOTA-EXTERNA
           END-IF
           .
       30015-ENTRA-SERIE.
           DISPLAY "Aluno sem turma no ano - informe a serie cursada"
           ACCEPT W-SERIE-ALUNO
           DISPLAY W-BRANCOS
           IF W-SERIE-ALUNO = ZEROS
              DISPLAY "Serie invalida"
              GO 30015-ENTRA-SERIE
           END-IF
           .
       30020-ENTRA-NOTA-EXTERNA.
           DISPLAY "Informe o codigo da disciplina (em branco encerra "
                   "o aluno)"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           IF W-DISC-CODIGO = SPACES
              MOVE W-QTD-EXTERNAS      TO W-LINHA-EDICAO
              DISPLAY "Notas externas gravadas: " W-LINHA-EDICAO
              GO 30010-ENTRA-MATRICULA
           END-IF

           PERFORM 32000-VALIDA-DISCIPLINA
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 30020-ENTRA-NOTA-EXTERNA
           END-IF
           DISPLAY "Disciplina: " W-DISC-NOME
           .
       30030-ENTRA-BIMESTRE.
           DISPLAY "Informe o bimestre (1 a 4, 5=recuperacao)"
           .
       39999-FIM-RECEBE-ALUNO.
           EXIT.
      *----------------------------------------------------------------*
      *    40000-REEMITE-DOCUMENTO emite de novo o documento de        *
      *    transferencia cancelado no livro DOCUMEN: a saida e a do    *
      *    ALUNOS, o ano letivo o do documento cancelado, e o novo     *
      *    registro leva a referencia do que ele substitui.            *
      *----------------------------------------------------------------*
       40000-REEMITE-DOCUMENTO SECTION.
       40010-ENTRA-CODIGO.
           DISPLAY "Informe o codigo de autenticidade do documento "
                   "cancelado (0 encerra)"
           ACCEPT W-CODIGO-SUBSTITUIDO
           DISPLAY W-BRANCOS
           IF W-CODIGO-SUBSTITUIDO = ZEROS
              GO 49999-FIM-REEMITE-DOCUMENTO
           END-IF

           MOVE "T"                    TO W-DOC-TIPO
           PERFORM 86200-VALIDA-SUBSTITUIDO
           IF W-MOTIVO-REJEICAO NOT = SPACES
              DISPLAY W-MOTIVO-REJEICAO
              GO 40010-ENTRA-CODIGO
           END-IF
           MOVE DOC-MATRICULA          TO W-MATRICULA
           MOVE DOC-ANO-LETIVO         TO W-ANO-LETIVO

           MOVE W-MATRICULA            TO ALUNOS-MATRICULA
           READ ALUNOS-FILE
               INVALID KEY
                  DISPLAY "Matricula nao cadastrada"
                  GO 40010-ENTRA-CODIGO
           END-READ
      *    matricula reaberta depois do cancelamento nao tem mais
      *    saida a documentar
           IF ALUNOS-ATIVO
              DISPLAY "Matricula reaberta - sem saida a documentar"
              GO 40010-ENTRA-CODIGO
           END-IF
           MOVE ALUNOS-NOME            TO W-ALUNO
           MOVE ALUNOS-SITUACAO        TO W-TIPO-SAIDA
           MOVE ALUNOS-DATA-SITUACAO   TO W-DATA-SAIDA
           DISPLAY "Aluno: " W-ALUNO

           MOVE W-ANO-LETIVO           TO W-DOC-ANO-LETIVO
           PERFORM 86000-REGISTRA-DOCUMENTO
           PERFORM 21000-EMITE-DOCUMENTO
           DISPLAY "Documento gravado no arquivo TRANSDOC"
           GO 40010-ENTRA-CODIGO
           .
       49999-FIM-REEMITE-DOCUMENTO.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE ALUNOS-FILE
           CLOSE HISTORICO-FILE
           CLOSE TRANSDOC-FILE
           CLOSE DISCIPL-FILE
           CLOSE MATRIZ-FILE
           CLOSE DOCUMEN-FILE
           .
       99999-FIM-FINALIZA.
           EXIT.
                  W-MATRICULA          DELIMITED BY SIZE
                  INTO TRANSDOC-LINHA
           PERFORM 80000-GRAVA-LINHA
           PERFORM 21100-IMPRIME-REGISTRO

           MOVE SPACES                 TO TRANSDOC-LINHA
           STRING "ALUNO: " DELIMITED BY SIZE
           MOVE SPACES                 TO TRANSDOC-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       21100-IMPRIME-REGISTRO.
           MOVE SPACES                 TO TRANSDOC-LINHA
           STRING "REGISTRO No "       DELIMITED BY SIZE
                  W-CA-NUMERO          DELIMITED BY SIZE
                  "/"                  DELIMITED BY SIZE
                  W-CA-ANO             DELIMITED BY SIZE
                  " - CODIGO DE AUTENTICIDADE " DELIMITED BY SIZE
                  W-CODIGO-AUTENTICIDADE        DELIMITED BY SIZE
                  INTO TRANSDOC-LINHA
           PERFORM 80000-GRAVA-LINHA

           IF W-CS-NUMERO > ZEROS
              MOVE SPACES              TO TRANSDOC-LINHA
              STRING "SEGUNDA VIA - SUBSTITUI O DOCUMENTO No "
                                       DELIMITED BY SIZE
                     W-CS-NUMERO       DELIMITED BY SIZE
                     "/"               DELIMITED BY SIZE
                     W-CS-ANO          DELIMITED BY SIZE
                     ", CANCELADO"     DELIMITED BY SIZE
                     INTO TRANSDOC-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF
           .
       22000-LISTA-NOTAS-PARCIAIS.
           MOVE SPACES                 TO W-DISC-CORRENTE
           MOVE "N"                    TO W-TEM-GRUPO
           MOVE ZEROS                  TO W-QTD-PRESENCAS
           MOVE "N"                    TO W-FIM-DIARIO

      *    leitura pela chave alternativa: so os registros do aluno
           OPEN INPUT DIARIO-FILE
           IF FS-DIARIO-NAO-EXISTE
              SET FIM-DIARIO           TO TRUE
           ELSE
              MOVE W-MATRICULA         TO DIA-MATRICULA
              START DIARIO-FILE KEY = DIA-MATRICULA
                  INVALID KEY
                     SET FIM-DIARIO       TO TRUE
              END-START
              PERFORM 24100-LE-DIARIO UNTIL FIM-DIARIO
              CLOSE DIARIO-FILE
           END-IF
           PERFORM 80000-GRAVA-LINHA
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
                        AND DIA-DATA NOT > W-DATA-SAIDA
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
       80000-GRAVA-LINHA.
           WRITE TRANSDOC-LINHA
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
      *----------------------------------------------------------------*
      *    31000-LOCALIZA-SERIE procura no TURMAS a turma do aluno no  *
      *    ano letivo das notas recebidas; o arquivo e chaveado por    *
      *    turma+matricula, entao a busca percorre o arquivo.          *
      *----------------------------------------------------------------*
       31000-LOCALIZA-SERIE.
           MOVE "N"                    TO W-ACHOU-SERIE
           MOVE ZEROS                  TO W-SERIE-ALUNO
           MOVE "N"                    TO W-FIM-TURMAS

           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              SET FIM-TURMAS           TO TRUE
           ELSE
              MOVE LOW-VALUES          TO TMS-CHAVE
              START TURMAS-FILE KEY NOT < TMS-CHAVE
                  INVALID KEY
                     SET FIM-TURMAS       TO TRUE
              END-START
              PERFORM 31100-LE-TURMA-SERIE
                      UNTIL FIM-TURMAS OR ACHOU-SERIE
              CLOSE TURMAS-FILE
           END-IF
           .
       31100-LE-TURMA-SERIE.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-MATRICULA = W-MATRICULA
                     AND TMS-ANO-LETIVO = W-ANO-LETIVO
                     MOVE TMS-SERIE       TO W-SERIE-ALUNO
                     SET ACHOU-SERIE      TO TRUE
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    32000-VALIDA-DISCIPLINA confere W-DISC-CODIGO no catalogo   *
      *    DISCIPL e na matriz da serie W-SERIE-ALUNO; devolve o nome  *
      *    do catalogo em W-DISC-NOME ou o motivo da recusa em         *
      *    W-MOTIVO-REJEICAO.                                          *
      *----------------------------------------------------------------*
       32000-VALIDA-DISCIPLINA.
           MOVE SPACES                 TO W-MOTIVO-REJEICAO W-DISC-NOME
           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  MOVE "Disciplina nao cadastrada" TO W-MOTIVO-REJEICAO
               NOT INVALID KEY
                  MOVE DISC-NOME          TO W-DISC-NOME
                  MOVE W-SERIE-ALUNO      TO MAT-SERIE
                  MOVE W-DISC-CODIGO      TO MAT-DISC-CODIGO
                  READ MATRIZ-FILE
                      INVALID KEY
                         MOVE "Disciplina fora da matriz"
                                          TO W-MOTIVO-REJEICAO
                  END-READ
           END-READ
           .
