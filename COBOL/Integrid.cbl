      *    Modo 3 - restaura o HISTORIC do ultimo backup bom; os       *
      *    lancamentos feitos depois da data da salvaguarda precisam   *
      *    ser redigitados.                                            *
      *                                                                *
      *    Chamado pela cadeia noturna (CADEIA) roda o modo 1 sem      *
      *    perguntar nada e devolve as contagens ao controlador.       *
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
           SELECT RETIFICA-FILE       ASSIGN TO "RETIFICA"
                                       ORGANIZATION IS SEQUENTIAL
       COPY "HISTORIC.CPY".
       FD  DIARIO-FILE
           LABEL RECORD IS STANDARD.
       COPY "DIARIO.CPY".
       FD  RETIFICA-FILE
           LABEL RECORD IS STANDARD.
       01  RETIFICA-IMAGEM             PIC X(65).
               88  FS-HISTORICO-OK             VALUE "00".
               88  FS-HISTORICO-NAO-EXISTE     VALUE "35".
           05  W-FS-DIARIO             PIC X(02) VALUE SPACES.
               88  FS-DIARIO-OK                VALUE "00" "02".
               88  FS-DIARIO-NAO-EXISTE        VALUE "35".
           05  W-FS-RETIFICA           PIC X(02) VALUE SPACES.
               88  FS-RETIFICA-OK              VALUE "00".
           05  W-FS-RELATORIO          PIC X(02) VALUE SPACES.
               88  FS-RELATORIO-OK             VALUE "00".
               88  FS-RELATORIO-NAO-EXISTE     VALUE "35".
      *    parametros e contagens da cadeia noturna
       COPY "CADPARM.CPY".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           END-IF
           PERFORM 90000-FINALIZA

           IF CPR-CHAMADA-CADEIA
              COMPUTE CPR-QTD-LIDOS = W-QTD-ALUNOS + W-QTD-CONTROLE
                                    + W-QTD-HISTORICO
              MOVE W-QTD-COPIADOS      TO CPR-QTD-TRATADOS
              MOVE ZEROS               TO CPR-QTD-REJEITADOS
           END-IF

           GOBACK
           .
       99999-FIM-PRINCIPAL.
           EXIT.
       10000-INICIA SECTION.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD

      *    na cadeia noturna o modo vem do controlador
           IF CPR-CHAMADA-CADEIA
              MOVE CPR-MODO            TO W-MODO
              GO 10020-ABRE-RELATORIO
           END-IF
           .
       10010-ENTRA-MODO.
           DISPLAY "1-Verifica e salvaguarda  2-Restaura ALUNOS e"
           DISPLAY "CONTROLE  3-Restaura HISTORIC"
           ACCEPT W-MODO
           IF NOT MODO-VERIFICA AND NOT MODO-RESTAURA-ALUNOS
                                AND NOT MODO-RESTAURA-HISTOR
              DISPLAY "Opcao invalida"
              GO 10010-ENTRA-MODO
           END-IF
           .
       10020-ABRE-RELATORIO.
           OPEN OUTPUT RELATORIO-FILE
           .
       10999-FIM-INICIA.
           END-IF
           .
       26400-COPIA-DIARIO.
           READ DIARIO-FILE NEXT
               AT END
                  SET FIM-ARQUIVO         TO TRUE
               NOT AT END
                  MOVE DIARIO-REG         TO BKDIARIO-IMAGEM
                  WRITE BKDIARIO-IMAGEM
                  IF NOT FS-BKDIARIO-OK
                     DISPLAY "Erro gravando BKDIARIO - status "
