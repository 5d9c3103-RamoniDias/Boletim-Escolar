                                       RECORD KEY   IS ALUNOS-MATRICULA
                                       FILE STATUS  IS W-FS-ALUNOS.
           SELECT DIARIO-FILE         ASSIGN TO "DIARIO"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS DIA-CHAVE
                                       ALTERNATE RECORD KEY IS
                                          DIA-MATRICULA WITH DUPLICATES
                                       FILE STATUS  IS W-FS-DIARIO.
           SELECT RELATORIO-FILE      ASSIGN TO "FREQALRT"
                                       ORGANIZATION IS LINE SEQUENTIAL
       01  VARIAVEIS-WORKING.
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-DATA-CORTE            PIC 9(08) VALUE ZEROS .
           05  W-DATA-INICIO-ANO       PIC 9(08) VALUE ZEROS .
           05  W-LIMIAR-AVISO          PIC 9(03) VALUE ZEROS .
           05  W-FREQUENCIA-MINIMA     PIC 9(03) VALUE 75 .
           05  W-FREQUENCIA            PIC 9(03) VALUE ZEROS .
               88  FS-ALUNOS-OK                VALUE "00".
               88  FS-ALUNOS-NAO-EXISTE        VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
              GO 10999-FIM-INICIA
           END-IF

      *    o DIARIO e indexado pela data da aula: a leitura comeca no
      *    primeiro dia do ano letivo e para na data de corte
           COMPUTE W-DATA-INICIO-ANO = W-ANO-LETIVO * 10000 + 101
           MOVE W-DATA-INICIO-ANO      TO DIA-DATA
           MOVE SPACES                 TO DIA-TURMA-COD DIA-DISCIPLINA
           MOVE ZEROS                  TO DIA-MATRICULA
           START DIARIO-FILE KEY NOT < DIA-CHAVE
               INVALID KEY
                  SET FIM-DIARIO          TO TRUE
           END-START

           OPEN INPUT ALUNOS-FILE

           OPEN OUTPUT RELATORIO-FILE
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
       20100-LE-DIARIO.
           READ DIARIO-FILE NEXT
               AT END
                  SET FIM-DIARIO          TO TRUE
               NOT AT END
                  IF DIA-DATA > W-DATA-CORTE
                     SET FIM-DIARIO       TO TRUE
                  ELSE
                     IF DIA-ANO-LETIVO = W-ANO-LETIVO
                        ADD 1             TO W-QTD-LIDOS
                        PERFORM 20200-ACUMULA-AULA
                           THRU 20299-FIM-ACUMULA
                     END-IF
                  END-IF
           END-READ
      *    um erro permanente de leitura (status 3x/9x) nao passa por
