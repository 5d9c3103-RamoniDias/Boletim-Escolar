      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    discipl.
      *----------------------------------------------------------------*
      *    Manutencao do catalogo de disciplinas (arquivo DISCIPL,     *
      *    indexado pelo codigo oficial) e da matriz curricular por    *
      *    serie (arquivo MATRIZ, indexado por serie+disciplina).      *
      *    Os lancamentos de nota, aula e lote passam a informar o     *
      *    codigo da disciplina e gravam o nome do catalogo.           *
      *                                                                *
      *    Opcao 1 - inclui disciplina / altera o codigo Educacenso    *
      *    (o nome de disciplina ja cadastrada nao muda: HISTORIC,     *
      *    DIARIO e EXPORTA guardam o nome);                           *
      *    Opcao 2 - exclui disciplina (so se fora de toda matriz);    *
      *    Opcao 3 - lista o catalogo;                                 *
      *    Opcao 4 - inclui/altera disciplina na matriz de uma serie,  *
      *    com carga horaria anual e obrigatoria/optativa;             *
      *    Opcao 5 - exclui disciplina da matriz de uma serie;         *
      *    Opcao 6 - lista a matriz de uma serie.                      *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  DISCIPL-FILE
           LABEL RECORD IS STANDARD.
       COPY "DISCIPL.CPY".
       FD  MATRIZ-FILE
           LABEL RECORD IS STANDARD.
       COPY "MATRIZ.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-BRANCOS               PIC X(55) VALUE SPACES.
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-INCLUI               VALUE "1".
               88  OPCAO-EXCLUI               VALUE "2".
               88  OPCAO-LISTA                VALUE "3".
               88  OPCAO-INCLUI-MATRIZ        VALUE "4".
               88  OPCAO-EXCLUI-MATRIZ        VALUE "5".
               88  OPCAO-LISTA-MATRIZ         VALUE "6".
           05  W-DISC-CODIGO           PIC X(06) VALUE SPACES.
           05  W-DISC-NOME             PIC X(20) VALUE SPACES.
           05  W-COD-EDUCACENSO        PIC 9(05) VALUE ZEROS .
           05  W-SERIE                 PIC 9(02) VALUE ZEROS .
           05  W-CARGA-HORARIA         PIC 9(04) VALUE ZEROS .
           05  W-OBRIGATORIA           PIC X(01) VALUE SPACES.
           05  W-QTD-LISTADOS          PIC 9(04) VALUE ZEROS .
           05  W-CARGA-TOTAL           PIC 9(05) VALUE ZEROS .
           05  W-DISC-CADASTRADA       PIC X(01) VALUE "N".
               88  DISC-CADASTRADA            VALUE "S".
           05  W-EM-USO                PIC X(01) VALUE "N".
               88  DISCIPLINA-EM-USO          VALUE "S".
           05  W-FIM-DISCIPL           PIC X(01) VALUE "N".
               88  FIM-DISCIPL                VALUE "S".
           05  W-FIM-MATRIZ            PIC X(01) VALUE "N".
               88  FIM-MATRIZ                 VALUE "S".
           05  W-LINHA-EDICAO          PIC Z(04)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-DISCIPL            PIC X(02) VALUE SPACES.
               88  FS-DISCIPL-OK               VALUE "00".
               88  FS-DISCIPL-NAO-EXISTE       VALUE "35".
           05  W-FS-MATRIZ             PIC X(02) VALUE SPACES.
               88  FS-MATRIZ-OK                VALUE "00".
               88  FS-MATRIZ-NAO-EXISTE        VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA
           PERFORM 15000-MENU-OPCAO
           IF OPCAO-INCLUI
              PERFORM 20000-INCLUI-DISCIPLINA THRU 29999-FIM-INCLUI
           ELSE
              IF OPCAO-EXCLUI
                 PERFORM 30000-EXCLUI-DISCIPLINA THRU 39999-FIM-EXCLUI
              ELSE
                 IF OPCAO-LISTA
                    PERFORM 40000-LISTA-CATALOGO THRU 49999-FIM-LISTA
                 ELSE
                    IF OPCAO-INCLUI-MATRIZ
                       PERFORM 50000-INCLUI-MATRIZ
                          THRU 59999-FIM-INCLUI-MATRIZ
                    ELSE
                       IF OPCAO-EXCLUI-MATRIZ
                          PERFORM 60000-EXCLUI-MATRIZ
                             THRU 69999-FIM-EXCLUI-MATRIZ
                       ELSE
                          PERFORM 70000-LISTA-MATRIZ
                             THRU 79999-FIM-LISTA-MATRIZ
                       END-IF
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
           OPEN I-O DISCIPL-FILE
           IF FS-DISCIPL-NAO-EXISTE
              OPEN OUTPUT DISCIPL-FILE
              CLOSE      DISCIPL-FILE
              OPEN I-O  DISCIPL-FILE
           END-IF

           OPEN I-O MATRIZ-FILE
           IF FS-MATRIZ-NAO-EXISTE
              OPEN OUTPUT MATRIZ-FILE
              CLOSE      MATRIZ-FILE
              OPEN I-O  MATRIZ-FILE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Inclui disciplina/altera Educacenso  2-Exclui"
           DISPLAY "3-Lista catalogo  4-Inclui/altera na matriz"
           DISPLAY "5-Exclui da matriz  6-Lista matriz da serie"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-INCLUI AND NOT OPCAO-EXCLUI
                               AND NOT OPCAO-LISTA
                               AND NOT OPCAO-INCLUI-MATRIZ
                               AND NOT OPCAO-EXCLUI-MATRIZ
                               AND NOT OPCAO-LISTA-MATRIZ
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
           .
       15999-FIM-MENU-OPCAO.
           EXIT.
      *----------------------------------------------------------------*
       20000-INCLUI-DISCIPLINA SECTION.
       20010-ENTRA-CODIGO.
           DISPLAY "Informe o codigo da disciplina (em branco encerra)"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           IF W-DISC-CODIGO = SPACES
              GO 29999-FIM-INCLUI
           END-IF

      *    o nome e a chave da disciplina no HISTORIC, DIARIO e
      *    EXPORTA: disciplina ja cadastrada so muda o Educacenso
           MOVE "N"                    TO W-DISC-CADASTRADA
           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  CONTINUE
               NOT INVALID KEY
                  SET DISC-CADASTRADA     TO TRUE
                  MOVE DISC-NOME          TO W-DISC-NOME
                  DISPLAY "Disciplina cadastrada: " DISC-NOME
                  DISPLAY "Educacenso atual.....: " DISC-COD-EDUCACENSO
                  DISPLAY "Nome nao pode ser alterado - disciplina ja "
                          "usada nos lancamentos"
                  GO 20030-ENTRA-EDUCACENSO
           END-READ
           .
       20020-ENTRA-NOME.
           DISPLAY "Informe o nome da disciplina"
           ACCEPT W-DISC-NOME
           DISPLAY W-BRANCOS
           IF W-DISC-NOME = SPACES
              DISPLAY "Campo obrigatorio"
              GO 20020-ENTRA-NOME
           END-IF
           .
       20030-ENTRA-EDUCACENSO.
           DISPLAY "Informe o codigo da disciplina no Educacenso"
           ACCEPT W-COD-EDUCACENSO
           DISPLAY W-BRANCOS

           IF DISC-CADASTRADA
              MOVE W-COD-EDUCACENSO    TO DISC-COD-EDUCACENSO
              REWRITE DISCIPL-REG
           ELSE
              INITIALIZE DISCIPL-REG
              MOVE W-DISC-CODIGO       TO DISC-CODIGO
              MOVE W-DISC-NOME         TO DISC-NOME
              MOVE W-COD-EDUCACENSO    TO DISC-COD-EDUCACENSO
              WRITE DISCIPL-REG
           END-IF
           IF NOT FS-DISCIPL-OK
              DISPLAY "Erro gravando DISCIPL - status " W-FS-DISCIPL
              STOP RUN
           END-IF

           DISPLAY "Disciplina gravada no catalogo"
           GO 20010-ENTRA-CODIGO
           .
       29999-FIM-INCLUI.
           EXIT.
      *----------------------------------------------------------------*
       30000-EXCLUI-DISCIPLINA SECTION.
       30010-ENTRA-EXCLUSAO.
           DISPLAY "Informe o codigo da disciplina (em branco encerra)"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           IF W-DISC-CODIGO = SPACES
              GO 39999-FIM-EXCLUI
           END-IF

      *    disciplina que ainda consta de alguma matriz nao sai do
      *    catalogo: os lancamentos da serie deixariam de validar
           MOVE "N"                    TO W-EM-USO
           MOVE "N"                    TO W-FIM-MATRIZ
           MOVE LOW-VALUES             TO MAT-CHAVE
           START MATRIZ-FILE KEY NOT < MAT-CHAVE
               INVALID KEY
                  SET FIM-MATRIZ          TO TRUE
           END-START
           PERFORM 31000-PROCURA-USO-MATRIZ
                   UNTIL FIM-MATRIZ OR DISCIPLINA-EM-USO
           IF DISCIPLINA-EM-USO
              DISPLAY "Disciplina consta da matriz da serie " MAT-SERIE
              DISPLAY "- exclua da matriz antes"
              GO 30010-ENTRA-EXCLUSAO
           END-IF

           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           DELETE DISCIPL-FILE
               INVALID KEY
                  DISPLAY "Disciplina nao encontrada"
                  GO 30010-ENTRA-EXCLUSAO
           END-DELETE
           DISPLAY "Disciplina excluida do catalogo"
           GO 30010-ENTRA-EXCLUSAO
           .
       39999-FIM-EXCLUI.
           EXIT.
      *----------------------------------------------------------------*
       40000-LISTA-CATALOGO SECTION.
           MOVE ZEROS                  TO W-QTD-LISTADOS
           MOVE "N"                    TO W-FIM-DISCIPL
           MOVE LOW-VALUES             TO DISC-CODIGO
           START DISCIPL-FILE KEY NOT < DISC-CODIGO
               INVALID KEY
                  SET FIM-DISCIPL         TO TRUE
           END-START
           PERFORM 41000-LISTA-DISCIPLINA UNTIL FIM-DISCIPL

           MOVE W-QTD-LISTADOS         TO W-LINHA-EDICAO
           DISPLAY "Disciplinas no catalogo: " W-LINHA-EDICAO
           .
       49999-FIM-LISTA.
           EXIT.
      *----------------------------------------------------------------*
       50000-INCLUI-MATRIZ SECTION.
       50010-ENTRA-SERIE.
           DISPLAY "Informe a serie (0 encerra)"
           ACCEPT W-SERIE
           DISPLAY W-BRANCOS
           IF W-SERIE = ZEROS
              GO 59999-FIM-INCLUI-MATRIZ
           END-IF
           .
       50020-ENTRA-DISCIPLINA.
           DISPLAY "Informe o codigo da disciplina (em branco troca "
                   "de serie)"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS
           IF W-DISC-CODIGO = SPACES
              GO 50010-ENTRA-SERIE
           END-IF

           MOVE W-DISC-CODIGO          TO DISC-CODIGO
           READ DISCIPL-FILE
               INVALID KEY
                  DISPLAY "Disciplina nao cadastrada no catalogo"
                  GO 50020-ENTRA-DISCIPLINA
           END-READ
           DISPLAY "Disciplina: " DISC-NOME

           DISPLAY "Informe a carga horaria anual"
           ACCEPT W-CARGA-HORARIA
           DISPLAY W-BRANCOS
           .
       50030-ENTRA-OBRIGATORIA.
           DISPLAY "Disciplina obrigatoria? (S/N)"
           ACCEPT W-OBRIGATORIA
           DISPLAY W-BRANCOS
           IF W-OBRIGATORIA NOT = "S" AND NOT = "N"
              DISPLAY "Resposta invalida"
              GO 50030-ENTRA-OBRIGATORIA
           END-IF

           INITIALIZE MATRIZ-REG
           MOVE W-SERIE                TO MAT-SERIE
           MOVE W-DISC-CODIGO          TO MAT-DISC-CODIGO
           MOVE W-CARGA-HORARIA        TO MAT-CARGA-HORARIA
           MOVE W-OBRIGATORIA          TO MAT-OBRIGATORIA
           WRITE MATRIZ-REG
               INVALID KEY
                  REWRITE MATRIZ-REG
           END-WRITE
           IF NOT FS-MATRIZ-OK
              DISPLAY "Erro gravando MATRIZ - status " W-FS-MATRIZ
              STOP RUN
           END-IF

           DISPLAY "Disciplina gravada na matriz da serie"
           GO 50020-ENTRA-DISCIPLINA
           .
       59999-FIM-INCLUI-MATRIZ.
           EXIT.
      *----------------------------------------------------------------*
       60000-EXCLUI-MATRIZ SECTION.
       60010-ENTRA-EXCLUSAO-MATRIZ.
           DISPLAY "Informe a serie (0 encerra)"
           ACCEPT W-SERIE
           DISPLAY W-BRANCOS
           IF W-SERIE = ZEROS
              GO 69999-FIM-EXCLUI-MATRIZ
           END-IF

           DISPLAY "Informe o codigo da disciplina"
           ACCEPT W-DISC-CODIGO
           DISPLAY W-BRANCOS

           MOVE W-SERIE                TO MAT-SERIE
           MOVE W-DISC-CODIGO          TO MAT-DISC-CODIGO
           DELETE MATRIZ-FILE
               INVALID KEY
                  DISPLAY "Disciplina nao consta da matriz da serie"
                  GO 60010-ENTRA-EXCLUSAO-MATRIZ
           END-DELETE
           DISPLAY "Disciplina excluida da matriz da serie"
           GO 60010-ENTRA-EXCLUSAO-MATRIZ
           .
       69999-FIM-EXCLUI-MATRIZ.
           EXIT.
      *----------------------------------------------------------------*
       70000-LISTA-MATRIZ SECTION.
           DISPLAY "Informe a serie"
           ACCEPT W-SERIE
           DISPLAY W-BRANCOS

           MOVE ZEROS                  TO W-QTD-LISTADOS
                                          W-CARGA-TOTAL
           MOVE "N"                    TO W-FIM-MATRIZ
           MOVE W-SERIE                TO MAT-SERIE
           MOVE LOW-VALUES             TO MAT-DISC-CODIGO
           START MATRIZ-FILE KEY NOT < MAT-CHAVE
               INVALID KEY
                  SET FIM-MATRIZ          TO TRUE
           END-START
           PERFORM 71000-LISTA-DISC-MATRIZ UNTIL FIM-MATRIZ

           MOVE W-QTD-LISTADOS         TO W-LINHA-EDICAO
           DISPLAY "Disciplinas na matriz: " W-LINHA-EDICAO
           MOVE W-CARGA-TOTAL          TO W-LINHA-EDICAO
           DISPLAY "Carga horaria anual..: " W-LINHA-EDICAO
           .
       79999-FIM-LISTA-MATRIZ.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE DISCIPL-FILE
           CLOSE MATRIZ-FILE
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
       31000-PROCURA-USO-MATRIZ.
           READ MATRIZ-FILE NEXT
               AT END
                  SET FIM-MATRIZ          TO TRUE
               NOT AT END
                  IF MAT-DISC-CODIGO = W-DISC-CODIGO
                     SET DISCIPLINA-EM-USO TO TRUE
                  END-IF
           END-READ
           IF NOT FS-MATRIZ-OK AND NOT FIM-MATRIZ
              DISPLAY "Erro lendo MATRIZ - status " W-FS-MATRIZ
              SET FIM-MATRIZ             TO TRUE
           END-IF
           .
       41000-LISTA-DISCIPLINA.
           READ DISCIPL-FILE NEXT
               AT END
                  SET FIM-DISCIPL         TO TRUE
               NOT AT END
                  ADD 1                   TO W-QTD-LISTADOS
                  DISPLAY DISC-CODIGO " " DISC-NOME " "
                          DISC-COD-EDUCACENSO
           END-READ
           IF NOT FS-DISCIPL-OK AND NOT FIM-DISCIPL
              DISPLAY "Erro lendo DISCIPL - status " W-FS-DISCIPL
              SET FIM-DISCIPL            TO TRUE
           END-IF
           .
       71000-LISTA-DISC-MATRIZ.
           READ MATRIZ-FILE NEXT
               AT END
                  SET FIM-MATRIZ          TO TRUE
               NOT AT END
                  IF MAT-SERIE NOT = W-SERIE
                     SET FIM-MATRIZ       TO TRUE
                  ELSE
                     ADD 1                TO W-QTD-LISTADOS
                     ADD MAT-CARGA-HORARIA TO W-CARGA-TOTAL
                     MOVE MAT-DISC-CODIGO TO DISC-CODIGO
                     READ DISCIPL-FILE
                         INVALID KEY
                            MOVE "(FORA DO CATALOGO)" TO DISC-NOME
                     END-READ
                     DISPLAY MAT-DISC-CODIGO " " DISC-NOME " "
                             MAT-CARGA-HORARIA "h  obrigatoria: "
                             MAT-OBRIGATORIA
                  END-IF
           END-READ
           IF NOT FS-MATRIZ-OK AND NOT FIM-MATRIZ
              DISPLAY "Erro lendo MATRIZ - status " W-FS-MATRIZ
              SET FIM-MATRIZ             TO TRUE
           END-IF
           .
