      *    REMESSA efetivamente enviada (fechada pela consolidacao     *
      *    do EXPORTA, com header e trailer numerados), para nao       *
      *    retransmitir o arquivo inteiro.                             *
      *    Chamado pela cadeia noturna (CADEIA), devolve as contagens  *
      *    ao controlador e, com a importacao limpa, consome o         *
      *    RETCRIT: as linhas vao para o arquivo morto ARQRETC, sob    *
      *    um cabecalho com a data e a hora, e o RETCRIT fica vazio,   *
      *    para a rodada seguinte nao importar de novo o mesmo retorno *
      *    contra outra geracao. Importacao com erro de leitura ou     *
      *    excedente mantem o RETCRIT e devolve codigo 8.              *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RETCRIT-FILE        ASSIGN TO "RETCRIT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-RETCRIT.
           SELECT ARQRETC-FILE        ASSIGN TO "ARQRETC"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-ARQRETC.
           SELECT REMESSA-FILE        ASSIGN TO "REMESSA"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-REMESSA.
       FD  RETCRIT-FILE
           LABEL RECORD IS STANDARD.
       01  RETCRIT-LINHA               PIC X(150).
       FD  ARQRETC-FILE
           LABEL RECORD IS STANDARD.
       01  ARQRETC-LINHA               PIC X(150).
       FD  REMESSA-FILE
           LABEL RECORD IS STANDARD.
       01  REMESSA-LINHA               PIC X(150).
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-HORA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-ERRO-RETCRIT          PIC X(01) VALUE "N".
               88  ERRO-RETCRIT               VALUE "S".
           05  W-QTD-ARQUIVADAS        PIC 9(05) VALUE ZEROS .
           05  W-QTD-RET               PIC 9(04) VALUE ZEROS .
           05  W-TAB-RET OCCURS 600 TIMES.
               10  W-TR-MATRICULA      PIC 9(06) VALUE ZEROS.
           05  W-FS-RETCRIT            PIC X(02) VALUE SPACES.
               88  FS-RETCRIT-OK               VALUE "00".
               88  FS-RETCRIT-NAO-EXISTE       VALUE "35".
           05  W-FS-ARQRETC            PIC X(02) VALUE SPACES.
               88  FS-ARQRETC-OK               VALUE "00".
               88  FS-ARQRETC-NAO-EXISTE       VALUE "35".
           05  W-FS-REMESSA            PIC X(02) VALUE SPACES.
               88  FS-REMESSA-OK               VALUE "00".
               88  FS-REMESSA-NAO-EXISTE       VALUE "35".
           05  W-FS-REENVIO            PIC X(02) VALUE SPACES.
               88  FS-REENVIO-OK               VALUE "00".
               88  FS-REENVIO-NAO-EXISTE       VALUE "35".
      *    parametros e contagens da cadeia noturna
       COPY "CADPARM.CPY".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           IF CPR-CHAMADA-CADEIA
              COMPUTE CPR-QTD-LIDOS = W-QTD-ACEITOS + W-QTD-REJEITADOS
                                    + W-QTD-INVALIDAS
              MOVE W-QTD-ACEITOS       TO CPR-QTD-TRATADOS
              COMPUTE CPR-QTD-REJEITADOS = W-QTD-REJEITADOS
                                         + W-QTD-INVALIDAS
           END-IF

           GOBACK
           .
       99999-FIM-PRINCIPAL.
           EXIT.
              DISPLAY "Linhas invalidas no RETCRIT....: "
                      W-LINHA-EDICAO
              DISPLAY "Situacao gravada no EXPSTAT"

      *       na cadeia o retorno importado e consumido; com erro ele
      *       fica para a conferencia e a etapa para com codigo 8
              IF CPR-CHAMADA-CADEIA
                 IF ERRO-RETCRIT
                    DISPLAY "RETCRIT mantido - importacao incompleta"
                    MOVE 8             TO RETURN-CODE
                 ELSE
                    PERFORM 95000-ARQUIVA-RETCRIT
                 END-IF
              END-IF
           END-IF
           .
       99999-FIM-FINALIZA.
           END-READ
           IF NOT FS-RETCRIT-OK AND NOT FIM-RETCRIT
              DISPLAY "Erro lendo RETCRIT - status " W-FS-RETCRIT
              SET ERRO-RETCRIT           TO TRUE
              SET FIM-RETCRIT            TO TRUE
           END-IF
           .
           ELSE
              DISPLAY "Mais de 600 linhas no RETCRIT - excedente"
              DISPLAY "ignorado"
              SET ERRO-RETCRIT         TO TRUE
              SET FIM-RETCRIT          TO TRUE
              GO 20299-FIM-TRATA-RETCRIT
           END-IF
              END-IF
           END-IF
           .
      *----------------------------------------------------------------*
      *    95000-ARQUIVA-RETCRIT acrescenta o RETCRIT importado ao     *
      *    arquivo morto ARQRETC, sob um cabecalho com a data e a      *
      *    hora da importacao, e deixa o RETCRIT vazio.                *
      *----------------------------------------------------------------*
       95000-ARQUIVA-RETCRIT.
           ACCEPT W-HORA-SISTEMA FROM TIME
           OPEN EXTEND ARQRETC-FILE
           IF FS-ARQRETC-NAO-EXISTE
              OPEN OUTPUT ARQRETC-FILE
              CLOSE       ARQRETC-FILE
              OPEN EXTEND ARQRETC-FILE
           END-IF
           MOVE SPACES                 TO ARQRETC-LINHA
           STRING "H;RETCRIT IMPORTADO EM;" DELIMITED BY SIZE
                  W-DATA-SISTEMA       DELIMITED BY SIZE
                  ";"                  DELIMITED BY SIZE
                  W-HORA-SISTEMA       DELIMITED BY SIZE
                  INTO ARQRETC-LINHA
           PERFORM 95200-GRAVA-ARQRETC

           MOVE ZEROS                  TO W-QTD-ARQUIVADAS
           MOVE "N"                    TO W-FIM-RETCRIT
           OPEN INPUT RETCRIT-FILE
           PERFORM 95100-COPIA-RETCRIT UNTIL FIM-RETCRIT
           CLOSE RETCRIT-FILE
           CLOSE ARQRETC-FILE

           OPEN OUTPUT RETCRIT-FILE
           CLOSE       RETCRIT-FILE
           MOVE W-QTD-ARQUIVADAS       TO W-LINHA-EDICAO
           DISPLAY "RETCRIT arquivado no ARQRETC (linhas: "
                   W-LINHA-EDICAO ") e esvaziado"
           .
       95100-COPIA-RETCRIT.
           READ RETCRIT-FILE
               AT END
                  SET FIM-RETCRIT         TO TRUE
               NOT AT END
                  MOVE RETCRIT-LINHA      TO ARQRETC-LINHA
                  PERFORM 95200-GRAVA-ARQRETC
                  ADD 1                   TO W-QTD-ARQUIVADAS
           END-READ
      *    sem a copia completa o RETCRIT nao pode ser esvaziado
           IF NOT FS-RETCRIT-OK AND NOT FIM-RETCRIT
              DISPLAY "Erro relendo RETCRIT - status " W-FS-RETCRIT
              STOP RUN
           END-IF
           .
       95200-GRAVA-ARQRETC.
           WRITE ARQRETC-LINHA
           IF NOT FS-ARQRETC-OK
              DISPLAY "Erro gravando ARQRETC - status " W-FS-ARQRETC
              STOP RUN
           END-IF
           .
