      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    retsitua.
      *----------------------------------------------------------------*
      *    Importacao da critica da situacao do aluno (segunda etapa   *
      *    do censo escolar), RETSITU, com uma linha por matricula     *
      *    no formato matricula;ano;situacao;motivo (situacao "A"      *
      *    aceito ou "R" rejeitado). Casa cada rejeicao com a linha    *
      *    enviada na ultima geracao REMSITU e monta o SITREJ, a       *
      *    lista das rejeicoes a corrigir, com a turma, o aluno, a     *
      *    situacao e a data enviadas e o motivo devolvido. Corrigido  *
      *    o cadastro (ou o resultado, no fechamento), gera-se nova    *
      *    remessa da situacao.                                        *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETSITU-FILE        ASSIGN TO "RETSITU"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-RETSITU.
           SELECT REMSITU-FILE        ASSIGN TO "REMSITU"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-REMSITU.
           SELECT SITREJ-FILE         ASSIGN TO "SITREJ"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-SITREJ.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  RETSITU-FILE
           LABEL RECORD IS STANDARD.
       01  RETSITU-LINHA               PIC X(150).
       FD  REMSITU-FILE
           LABEL RECORD IS STANDARD.
       01  REMSITU-LINHA               PIC X(150).
       FD  SITREJ-FILE
           LABEL RECORD IS STANDARD.
       01  SITREJ-LINHA                PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
      *    uma ocorrencia por aluno enviado na geracao REMSITU
           05  W-QTD-ENV               PIC 9(04) VALUE ZEROS .
           05  W-TAB-ENV OCCURS 2000 TIMES.
               10  W-TE-MATRICULA      PIC 9(06) VALUE ZEROS.
               10  W-TE-ANO            PIC 9(04) VALUE ZEROS.
               10  W-TE-SITUACAO       PIC X(01) VALUE SPACES.
               10  W-TE-DATA           PIC X(08) VALUE SPACES.
               10  W-TE-TURMA          PIC X(10) VALUE SPACES.
               10  W-TE-ALUNO          PIC X(50) VALUE SPACES.
           05  W-IDX-ENV               PIC 9(04) VALUE ZEROS .
           05  W-ACHOU                 PIC X(01) VALUE "N".
               88  ACHOU                      VALUE "S".
           05  W-QTD-ACEITOS           PIC 9(05) VALUE ZEROS .
           05  W-QTD-REJEITADOS        PIC 9(05) VALUE ZEROS .
           05  W-QTD-SEM-REMESSA       PIC 9(05) VALUE ZEROS .
           05  W-QTD-INVALIDAS         PIC 9(05) VALUE ZEROS .
           05  W-FIM-RETSITU           PIC X(01) VALUE "N".
               88  FIM-RETSITU                VALUE "S".
           05  W-FIM-REMSITU           PIC X(01) VALUE "N".
               88  FIM-REMSITU                VALUE "S".
           05  W-GERACAO-X             PIC X(06) VALUE SPACES.
           05  W-DATA-GERACAO-X        PIC X(08) VALUE SPACES.
           05  W-TIPO-LINHA            PIC X(02) VALUE SPACES.
           05  W-DESCRICAO-SITUACAO    PIC X(25) VALUE SPACES.
           05  W-LINHA-EDICAO          PIC Z(05)9 .
       01  CAMPOS-RETSITU-DESMONTADA.
           05  W-RS-MATRICULA-X        PIC X(06) VALUE SPACES.
           05  W-RS-MATRICULA          PIC 9(06) VALUE ZEROS .
           05  W-RS-ANO-X              PIC X(04) VALUE SPACES.
           05  W-RS-ANO                PIC 9(04) VALUE ZEROS .
           05  W-RS-SITUACAO           PIC X(01) VALUE SPACES.
           05  W-RS-MOTIVO             PIC X(60) VALUE SPACES.
       01  CAMPOS-REMSITU-DESMONTADA.
           05  W-EX-MATRICULA-X        PIC X(06) VALUE SPACES.
           05  W-EX-ANO-X              PIC X(04) VALUE SPACES.
           05  W-EX-SITUACAO           PIC X(01) VALUE SPACES.
           05  W-EX-DATA               PIC X(08) VALUE SPACES.
           05  W-EX-TURMA              PIC X(10) VALUE SPACES.
           05  W-EX-ALUNO              PIC X(50) VALUE SPACES.
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-RETSITU            PIC X(02) VALUE SPACES.
               88  FS-RETSITU-OK               VALUE "00".
               88  FS-RETSITU-NAO-EXISTE       VALUE "35".
           05  W-FS-REMSITU            PIC X(02) VALUE SPACES.
               88  FS-REMSITU-OK               VALUE "00".
               88  FS-REMSITU-NAO-EXISTE       VALUE "35".
           05  W-FS-SITREJ             PIC X(02) VALUE SPACES.
               88  FS-SITREJ-OK                VALUE "00".
               88  FS-SITREJ-NAO-EXISTE        VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           IF NOT FIM-RETSITU
              PERFORM 20100-LE-REMSITU UNTIL FIM-REMSITU
              PERFORM 30100-LE-RETSITU UNTIL FIM-RETSITU
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           STOP RUN
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD

           OPEN INPUT RETSITU-FILE
           IF FS-RETSITU-NAO-EXISTE
              DISPLAY "Arquivo RETSITU nao encontrado - nada a"
              DISPLAY "importar"
              SET FIM-RETSITU          TO TRUE
              GO 10999-FIM-INICIA
           END-IF

           OPEN INPUT REMSITU-FILE
           IF FS-REMSITU-NAO-EXISTE
              DISPLAY "Aviso: arquivo REMSITU nao encontrado - as"
              DISPLAY "rejeicoes sairao sem os dados enviados"
              SET FIM-REMSITU          TO TRUE
           END-IF

           OPEN OUTPUT SITREJ-FILE

           MOVE SPACES                 TO SITREJ-LINHA
           STRING "REJEICOES DA SITUACAO DO ALUNO A CORRIGIR - "
                                       DELIMITED BY SIZE
                  "IMPORTADO EM "      DELIMITED BY SIZE
                  W-DATA-SISTEMA       DELIMITED BY SIZE
                  INTO SITREJ-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           IF NOT FS-RETSITU-NAO-EXISTE
              MOVE SPACES              TO SITREJ-LINHA
              PERFORM 80000-GRAVA-LINHA
              MOVE W-QTD-REJEITADOS    TO W-LINHA-EDICAO
              MOVE SPACES              TO SITREJ-LINHA
              STRING "REJEICOES A CORRIGIR..: " DELIMITED BY SIZE
                     W-LINHA-EDICAO            DELIMITED BY SIZE
                     INTO SITREJ-LINHA
              PERFORM 80000-GRAVA-LINHA

              CLOSE RETSITU-FILE
              CLOSE REMSITU-FILE
              CLOSE SITREJ-FILE

              MOVE W-QTD-ACEITOS       TO W-LINHA-EDICAO
              DISPLAY "Alunos aceitos.................: "
                      W-LINHA-EDICAO
              MOVE W-QTD-REJEITADOS    TO W-LINHA-EDICAO
              DISPLAY "Alunos rejeitados..............: "
                      W-LINHA-EDICAO
              MOVE W-QTD-SEM-REMESSA   TO W-LINHA-EDICAO
              DISPLAY "Rejeitados sem linha no REMSITU: "
                      W-LINHA-EDICAO
              MOVE W-QTD-INVALIDAS     TO W-LINHA-EDICAO
              DISPLAY "Linhas invalidas no RETSITU....: "
                      W-LINHA-EDICAO
              DISPLAY "Rejeicoes listadas no SITREJ"
           END-IF
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
      *----------------------------------------------------------------*
      *    20100-LE-REMSITU guarda na tabela cada aluno da geracao     *
      *    enviada; o header "H" identifica a geracao e o trailer "T"  *
      *    encerra o arquivo.                                          *
      *----------------------------------------------------------------*
       20100-LE-REMSITU.
           READ REMSITU-FILE
               AT END
                  SET FIM-REMSITU         TO TRUE
               NOT AT END
                  MOVE REMSITU-LINHA(1:2) TO W-TIPO-LINHA
                  IF W-TIPO-LINHA = "H;"
                     PERFORM 20150-TRATA-HEADER
                  ELSE
                     IF W-TIPO-LINHA = "T;"
                        CONTINUE
                     ELSE
                        PERFORM 20200-GUARDA-LINHA-ENV
                           THRU 20299-FIM-GUARDA-LINHA
                     END-IF
                  END-IF
           END-READ
           IF NOT FS-REMSITU-OK AND NOT FIM-REMSITU
              DISPLAY "Erro lendo REMSITU - status " W-FS-REMSITU
              SET FIM-REMSITU            TO TRUE
           END-IF
           .
       20150-TRATA-HEADER.
           MOVE SPACES                 TO W-GERACAO-X
                                          W-DATA-GERACAO-X
           UNSTRING REMSITU-LINHA DELIMITED BY ";"
               INTO W-TIPO-LINHA
                    W-GERACAO-X
                    W-DATA-GERACAO-X
           END-UNSTRING
           DISPLAY "Casando a critica com a geracao " W-GERACAO-X
                   " de " W-DATA-GERACAO-X

           MOVE SPACES                 TO SITREJ-LINHA
           STRING "GERACAO ENVIADA: "  DELIMITED BY SIZE
                  W-GERACAO-X          DELIMITED BY SIZE
                  " DE "               DELIMITED BY SIZE
                  W-DATA-GERACAO-X     DELIMITED BY SIZE
                  INTO SITREJ-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       20200-GUARDA-LINHA-ENV.
           MOVE SPACES                 TO CAMPOS-REMSITU-DESMONTADA
           UNSTRING REMSITU-LINHA DELIMITED BY ";"
               INTO W-EX-MATRICULA-X
                    W-EX-ANO-X
                    W-EX-SITUACAO
                    W-EX-DATA
                    W-EX-TURMA
                    W-EX-ALUNO
           END-UNSTRING

           IF W-EX-MATRICULA-X = SPACES OR W-EX-ANO-X = SPACES
              GO 20299-FIM-GUARDA-LINHA
           END-IF

           IF W-QTD-ENV < 2000
              ADD 1                    TO W-QTD-ENV
              MOVE W-EX-MATRICULA-X    TO W-TE-MATRICULA(W-QTD-ENV)
              MOVE W-EX-ANO-X          TO W-TE-ANO(W-QTD-ENV)
              MOVE W-EX-SITUACAO       TO W-TE-SITUACAO(W-QTD-ENV)
              MOVE W-EX-DATA           TO W-TE-DATA(W-QTD-ENV)
              MOVE W-EX-TURMA          TO W-TE-TURMA(W-QTD-ENV)
              MOVE W-EX-ALUNO          TO W-TE-ALUNO(W-QTD-ENV)
           ELSE
              DISPLAY "Mais de 2000 alunos no REMSITU - excedente"
              DISPLAY "ignorado"
              SET FIM-REMSITU          TO TRUE
           END-IF
           .
       20299-FIM-GUARDA-LINHA.
           EXIT.
       30100-LE-RETSITU.
           READ RETSITU-FILE
               AT END
                  SET FIM-RETSITU         TO TRUE
               NOT AT END
                  PERFORM 30200-TRATA-RETSITU
                     THRU 30299-FIM-TRATA-RETSITU
           END-READ
           IF NOT FS-RETSITU-OK AND NOT FIM-RETSITU
              DISPLAY "Erro lendo RETSITU - status " W-FS-RETSITU
              SET FIM-RETSITU            TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    30200-TRATA-RETSITU conta as aceitas e lista no SITREJ cada *
      *    rejeicao com o que foi enviado para o aluno.                *
      *----------------------------------------------------------------*
       30200-TRATA-RETSITU.
           MOVE SPACES                 TO W-RS-MATRICULA-X W-RS-ANO-X
                                          W-RS-SITUACAO W-RS-MOTIVO
           UNSTRING RETSITU-LINHA DELIMITED BY ";"
               INTO W-RS-MATRICULA-X
                    W-RS-ANO-X
                    W-RS-SITUACAO
                    W-RS-MOTIVO
           END-UNSTRING

           IF W-RS-MATRICULA-X = SPACES OR W-RS-ANO-X = SPACES
              OR (W-RS-SITUACAO NOT = "A" AND W-RS-SITUACAO NOT = "R")
              ADD 1                    TO W-QTD-INVALIDAS
              GO 30299-FIM-TRATA-RETSITU
           END-IF
           MOVE W-RS-MATRICULA-X       TO W-RS-MATRICULA
           MOVE W-RS-ANO-X             TO W-RS-ANO

           IF W-RS-SITUACAO = "A"
              ADD 1                    TO W-QTD-ACEITOS
              GO 30299-FIM-TRATA-RETSITU
           END-IF
           ADD 1                       TO W-QTD-REJEITADOS

           MOVE "N"                    TO W-ACHOU
           PERFORM 30300-PROCURA-ENVIADO
                   VARYING W-IDX-ENV FROM 1 BY 1
                   UNTIL W-IDX-ENV > W-QTD-ENV
                      OR ACHOU

           MOVE SPACES                 TO SITREJ-LINHA
           PERFORM 80000-GRAVA-LINHA
           IF ACHOU
              SUBTRACT 1               FROM W-IDX-ENV
              PERFORM 30400-DESCREVE-SITUACAO
              MOVE SPACES              TO SITREJ-LINHA
              STRING "TURMA: "         DELIMITED BY SIZE
                     W-TE-TURMA(W-IDX-ENV) DELIMITED BY SIZE
                     "  MATRICULA: "   DELIMITED BY SIZE
                     W-RS-MATRICULA    DELIMITED BY SIZE
                     "  ALUNO: "       DELIMITED BY SIZE
                     W-TE-ALUNO(W-IDX-ENV) DELIMITED BY SIZE
                     INTO SITREJ-LINHA
              PERFORM 80000-GRAVA-LINHA
              MOVE SPACES              TO SITREJ-LINHA
              STRING "  ENVIADO: "     DELIMITED BY SIZE
                     W-DESCRICAO-SITUACAO DELIMITED BY SIZE
                     "  DATA: "        DELIMITED BY SIZE
                     W-TE-DATA(W-IDX-ENV) DELIMITED BY SIZE
                     "  ANO: "         DELIMITED BY SIZE
                     W-RS-ANO          DELIMITED BY SIZE
                     INTO SITREJ-LINHA
              PERFORM 80000-GRAVA-LINHA
           ELSE
              ADD 1                    TO W-QTD-SEM-REMESSA
              MOVE SPACES              TO SITREJ-LINHA
              STRING "MATRICULA: "     DELIMITED BY SIZE
                     W-RS-MATRICULA    DELIMITED BY SIZE
                     "  ANO: "         DELIMITED BY SIZE
                     W-RS-ANO          DELIMITED BY SIZE
                     "  - SEM LINHA NA GERACAO ENVIADA"
                                       DELIMITED BY SIZE
                     INTO SITREJ-LINHA
              PERFORM 80000-GRAVA-LINHA
           END-IF
           MOVE SPACES                 TO SITREJ-LINHA
           STRING "  MOTIVO: "         DELIMITED BY SIZE
                  W-RS-MOTIVO          DELIMITED BY SIZE
                  INTO SITREJ-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       30299-FIM-TRATA-RETSITU.
           EXIT.
       30300-PROCURA-ENVIADO.
           IF W-TE-MATRICULA(W-IDX-ENV) = W-RS-MATRICULA
              AND W-TE-ANO(W-IDX-ENV) = W-RS-ANO
              SET ACHOU                TO TRUE
           END-IF
           .
       30400-DESCREVE-SITUACAO.
           MOVE W-TE-SITUACAO(W-IDX-ENV) TO W-DESCRICAO-SITUACAO
           IF W-TE-SITUACAO(W-IDX-ENV) = "A"
              MOVE "APROVADO"          TO W-DESCRICAO-SITUACAO
           END-IF
           IF W-TE-SITUACAO(W-IDX-ENV) = "R"
              MOVE "REPROVADO"         TO W-DESCRICAO-SITUACAO
           END-IF
           IF W-TE-SITUACAO(W-IDX-ENV) = "F"
              MOVE "REPROVADO POR FALTA" TO W-DESCRICAO-SITUACAO
           END-IF
           IF W-TE-SITUACAO(W-IDX-ENV) = "C"
              MOVE "PROMOVIDO PELO CONSELHO" TO W-DESCRICAO-SITUACAO
           END-IF
           IF W-TE-SITUACAO(W-IDX-ENV) = "T"
              MOVE "TRANSFERIDO"       TO W-DESCRICAO-SITUACAO
           END-IF
           IF W-TE-SITUACAO(W-IDX-ENV) = "E"
              MOVE "DEIXOU DE FREQUENTAR" TO W-DESCRICAO-SITUACAO
           END-IF
           .
       80000-GRAVA-LINHA.
           WRITE SITREJ-LINHA
           IF NOT FS-SITREJ-OK
              DISPLAY "Erro gravando SITREJ - status " W-FS-SITREJ
              STOP RUN
           END-IF
           .
