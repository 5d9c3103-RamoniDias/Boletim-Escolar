      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    convdiar.
      *----------------------------------------------------------------*
      *    Conversao (execucao unica) do diario de classe: le o        *
      *    arquivo sequencial antigo, renomeado pelo operador para     *
      *    DIARSEQ, e carrega o DIARIO indexado pela chave aula        *
      *    (data/turma/disciplina) e matricula. Quando a chave se      *
      *    repete (aula lancada em dobro), prevalece o registro lido   *
      *    por ultimo e a repeticao e contada a parte, para conferir   *
      *    quantas faltas em dobro deixaram de existir.                *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DIARSEQ-FILE        ASSIGN TO "DIARSEQ"
                                       ORGANIZATION IS SEQUENTIAL
                                       FILE STATUS  IS W-FS-DIARSEQ.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  DIARSEQ-FILE
           LABEL RECORD IS STANDARD.
       01  DIARSEQ-REG.
           05  DSEQ-DATA               PIC 9(08).
           05  DSEQ-TURMA-COD          PIC X(10).
           05  DSEQ-DISCIPLINA         PIC X(20).
           05  DSEQ-BIMESTRE           PIC 9(01).
           05  DSEQ-ANO-LETIVO         PIC 9(04).
           05  DSEQ-MATRICULA          PIC 9(06).
           05  DSEQ-PRESENCA           PIC X(01).
           05  FILLER                  PIC X(10).
       FD  DIARIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "DIARIO.CPY".
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-QTD-LIDOS             PIC 9(07) VALUE ZEROS .
           05  W-QTD-INCLUIDOS         PIC 9(07) VALUE ZEROS .
           05  W-QTD-ATUALIZADOS       PIC 9(07) VALUE ZEROS .
           05  W-FIM-DIARSEQ           PIC X(01) VALUE "N".
               88  FIM-DIARSEQ                VALUE "S".
           05  W-LINHA-EDICAO          PIC Z(06)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-DIARSEQ            PIC X(02) VALUE SPACES.
               88  FS-DIARSEQ-OK               VALUE "00".
               88  FS-DIARSEQ-NAO-EXISTE       VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           PERFORM 20100-LE-DIARSEQ UNTIL FIM-DIARSEQ
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           STOP RUN
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           OPEN INPUT DIARSEQ-FILE
           IF FS-DIARSEQ-NAO-EXISTE
              DISPLAY "Arquivo DIARSEQ nao encontrado - renomeie o"
              DISPLAY "diario sequencial antigo para DIARSEQ"
              SET FIM-DIARSEQ          TO TRUE
              GO 10999-FIM-INICIA
           END-IF

           OPEN I-O DIARIO-FILE
           IF FS-DIARIO-NAO-EXISTE
              OPEN OUTPUT DIARIO-FILE
              CLOSE      DIARIO-FILE
              OPEN I-O  DIARIO-FILE
           END-IF
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE DIARSEQ-FILE
           CLOSE DIARIO-FILE

           MOVE W-QTD-LIDOS            TO W-LINHA-EDICAO
           DISPLAY "Registros lidos.......: " W-LINHA-EDICAO
           MOVE W-QTD-INCLUIDOS        TO W-LINHA-EDICAO
           DISPLAY "Registros incluidos...: " W-LINHA-EDICAO
           MOVE W-QTD-ATUALIZADOS      TO W-LINHA-EDICAO
           DISPLAY "Registros em dobro....: " W-LINHA-EDICAO
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
       20100-LE-DIARSEQ.
           READ DIARSEQ-FILE
               AT END
                  SET FIM-DIARSEQ         TO TRUE
               NOT AT END
                  ADD 1                   TO W-QTD-LIDOS
                  PERFORM 20200-GRAVA-DIARIO
           END-READ
           .
       20200-GRAVA-DIARIO.
      *    o registro novo tem a matricula subida para dentro da
      *    chave; os campos sao movidos um a um, nao por imagem
           INITIALIZE DIARIO-REG
           MOVE DSEQ-DATA              TO DIA-DATA
           MOVE DSEQ-TURMA-COD         TO DIA-TURMA-COD
           MOVE DSEQ-DISCIPLINA        TO DIA-DISCIPLINA
           MOVE DSEQ-MATRICULA         TO DIA-MATRICULA
           MOVE DSEQ-BIMESTRE          TO DIA-BIMESTRE
           MOVE DSEQ-ANO-LETIVO        TO DIA-ANO-LETIVO
           MOVE DSEQ-PRESENCA          TO DIA-PRESENCA
           WRITE DIARIO-REG
               INVALID KEY
                  REWRITE DIARIO-REG
                  ADD 1                TO W-QTD-ATUALIZADOS
               NOT INVALID KEY
                  ADD 1                TO W-QTD-INCLUIDOS
           END-WRITE
           IF NOT FS-DIARIO-OK
              DISPLAY "Erro gravando DIARIO - status " W-FS-DIARIO
              STOP RUN
           END-IF
           .
