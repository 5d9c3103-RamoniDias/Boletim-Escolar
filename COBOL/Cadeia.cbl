      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    cadeia.
      *----------------------------------------------------------------*
      *    Controlador da cadeia do processamento noturno. Roda as     *
      *    etapas na ordem, sem depender de o operador ler o codigo    *
      *    de retorno na tela:                                         *
      *                                                                *
      *      01 INTEGRID - verificacao e salvaguarda (modo 1)          *
      *      02 REMESSA  - consolidacao da geracao de remessa          *
      *      03 CONCILIA - conciliacao pre-envio, turma a turma, de    *
      *                    todas as turmas do ano letivo               *
      *      04 RETORNO  - importacao do retorno, quando o RETCRIT     *
      *                    ja chegou; importado, o RETCRIT vai para o  *
      *                    arquivo morto ARQRETC e fica vazio          *
      *                                                                *
      *    Cada etapa e gravada no arquivo de controle CADCTRL antes   *
      *    de ser chamada (inicio) e depois (fim, codigo de retorno e  *
      *    contagens de lidos, tratados e rejeitados). Etapa com       *
      *    codigo 8 ou mais para a cadeia; a rodada seguinte retoma a  *
      *    mesma execucao a partir da etapa que falhou (ou da que caiu *
      *    sem fim registrado), sem refazer as ja concluidas. Sem o    *
      *    RETCRIT (ausente ou vazio, isto e, o retorno da geracao     *
      *    anterior ja consumido), a execucao fica aguardando o        *
      *    retorno e a rodada seguinte retoma na etapa 04 - uma nova   *
      *    remessa antes do retorno trocaria a geracao a conferir.     *
      *    O operador pode abandonar a execucao aberta e abrir outra.  *
      *                                                                *
      *    Opcao 1 - executa ou retoma a cadeia e imprime o log da     *
      *    execucao no arquivo CADLOG, para a conferencia da manha;    *
      *    Opcao 2 - reimprime o log de uma execucao anterior.         *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *----------------------------------------------------------------*
       SPECIAL-NAMES.
           DECIMAL-POINT  IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CADCTRL-FILE        ASSIGN TO "CADCTRL"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS CCT-CHAVE
                                       FILE STATUS  IS W-FS-CADCTRL.
           SELECT TURMAS-FILE         ASSIGN TO "TURMAS"
                                       ORGANIZATION IS INDEXED
                                       ACCESS MODE  IS DYNAMIC
                                       RECORD KEY   IS TMS-CHAVE
                                       FILE STATUS  IS W-FS-TURMAS.
           SELECT RETCRIT-FILE        ASSIGN TO "RETCRIT"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-RETCRIT.
           SELECT CADLOG-FILE         ASSIGN TO "CADLOG"
                                       ORGANIZATION IS LINE SEQUENTIAL
                                       FILE STATUS  IS W-FS-CADLOG.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------*
       FD  CADCTRL-FILE
           LABEL RECORD IS STANDARD.
       COPY "CADCTRL.CPY".
       FD  TURMAS-FILE
           LABEL RECORD IS STANDARD.
       COPY "TURMAS.CPY".
       FD  RETCRIT-FILE
           LABEL RECORD IS STANDARD.
       01  RETCRIT-LINHA               PIC X(150).
       FD  CADLOG-FILE
           LABEL RECORD IS STANDARD.
       01  CADLOG-LINHA                PIC X(132).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       01  VARIAVEIS-WORKING.
           05  W-BRANCOS               PIC X(55) VALUE SPACES.
           05  W-OPCAO                 PIC X(01) VALUE "1".
               88  OPCAO-EXECUTA              VALUE "1".
               88  OPCAO-REIMPRIME            VALUE "2".
           05  W-RESPOSTA              PIC X(01) VALUE SPACES.
               88  RESPOSTA-RETOMA            VALUE "R".
               88  RESPOSTA-NOVA              VALUE "N".
           05  W-DATA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-HORA-SISTEMA          PIC 9(08) VALUE ZEROS .
           05  W-ANO-LETIVO            PIC 9(04) VALUE ZEROS .
           05  W-EXECUCAO              PIC 9(05) VALUE ZEROS .
           05  W-ULTIMA-EXECUCAO       PIC 9(05) VALUE ZEROS .
           05  W-TEM-CONTROLE          PIC X(01) VALUE "N".
               88  TEM-CONTROLE               VALUE "S".
           05  W-ETAPA-INICIAL         PIC 9(02) VALUE ZEROS .
           05  W-ACHOU-ETAPA           PIC X(01) VALUE "N".
               88  ACHOU-ETAPA                VALUE "S".
           05  W-IDX-ETAPA             PIC 9(02) VALUE ZEROS .
           05  W-QTD-ETAPAS            PIC 9(02) VALUE 4 .
      *    etapas da cadeia na ordem de execucao
           05  W-TAB-ETAPA OCCURS 4 TIMES.
               10  W-ET-PROGRAMA       PIC X(08) VALUE SPACES.
               10  W-ET-MODO           PIC X(01) VALUE SPACES.
               10  W-ET-DESCRICAO      PIC X(40) VALUE SPACES.
           05  W-PROGRAMA-CHAMADO      PIC X(08) VALUE SPACES.
           05  W-RC-CHAMADA            PIC 9(04) VALUE ZEROS .
           05  W-RC-ETAPA              PIC 9(04) VALUE ZEROS .
           05  W-RC-CADEIA             PIC 9(04) VALUE ZEROS .
           05  W-QTD-LIDOS             PIC 9(09) VALUE ZEROS .
           05  W-QTD-TRATADOS          PIC 9(09) VALUE ZEROS .
           05  W-QTD-REJEITADOS        PIC 9(09) VALUE ZEROS .
           05  W-CADEIA-PARADA         PIC X(01) VALUE "N".
               88  CADEIA-PARADA              VALUE "S".
           05  W-AGUARDA-RETORNO       PIC X(01) VALUE "N".
               88  AGUARDA-RETORNO            VALUE "S".
           05  W-RETCRIT-CHEGOU        PIC X(01) VALUE "N".
               88  RETCRIT-CHEGOU             VALUE "S".
      *    turmas do ano letivo conciliadas na etapa 03
           05  W-QTD-TURMAS            PIC 9(03) VALUE ZEROS .
           05  W-IDX-TURMA             PIC 9(03) VALUE ZEROS .
           05  W-TAB-TURMA OCCURS 200 TIMES.
               10  W-TT-TURMA-COD      PIC X(10) VALUE SPACES.
           05  W-FIM-TURMAS            PIC X(01) VALUE "N".
               88  FIM-TURMAS                 VALUE "S".
      *    edicao do log
           05  W-DATA-QUEBRA.
               10  W-DQ-ANO            PIC 9(04) VALUE ZEROS.
               10  W-DQ-MES            PIC 9(02) VALUE ZEROS.
               10  W-DQ-DIA            PIC 9(02) VALUE ZEROS.
           05  W-DATA-EDITADA          PIC X(10) VALUE SPACES.
           05  W-HORA-QUEBRA.
               10  W-HQ-HORA           PIC 9(02) VALUE ZEROS.
               10  W-HQ-MINUTO         PIC 9(02) VALUE ZEROS.
               10  W-HQ-SEGUNDO        PIC 9(02) VALUE ZEROS.
               10  W-HQ-CENTESIMO      PIC 9(02) VALUE ZEROS.
           05  W-HORA-EDITADA          PIC X(08) VALUE SPACES.
           05  W-LOG-INICIO-DATA       PIC X(10) VALUE SPACES.
           05  W-LOG-INICIO-HORA       PIC X(08) VALUE SPACES.
           05  W-LOG-FIM-DATA          PIC X(10) VALUE SPACES.
           05  W-LOG-FIM-HORA          PIC X(08) VALUE SPACES.
           05  W-TEXTO-SITUACAO        PIC X(20) VALUE SPACES.
           05  W-ED-ETAPA              PIC Z9 .
           05  W-ED-RC                 PIC ZZZ9 .
           05  W-ED-TENTATIVAS         PIC Z9 .
           05  W-ED-LIDOS              PIC Z(08)9 .
           05  W-ED-TRATADOS           PIC Z(08)9 .
           05  W-ED-REJEITADOS         PIC Z(08)9 .
       01  AREA-STATUS-ARQUIVOS.
           05  W-FS-CADCTRL            PIC X(02) VALUE SPACES.
               88  FS-CADCTRL-OK               VALUE "00".
               88  FS-CADCTRL-NAO-EXISTE       VALUE "35".
           05  W-FS-TURMAS             PIC X(02) VALUE SPACES.
               88  FS-TURMAS-OK                VALUE "00".
               88  FS-TURMAS-NAO-EXISTE        VALUE "35".
           05  W-FS-RETCRIT            PIC X(02) VALUE SPACES.
               88  FS-RETCRIT-OK               VALUE "00".
               88  FS-RETCRIT-NAO-EXISTE       VALUE "35".
           05  W-FS-CADLOG             PIC X(02) VALUE SPACES.
               88  FS-CADLOG-OK                VALUE "00".
               88  FS-CADLOG-NAO-EXISTE        VALUE "35".
      *    parametros e contagens trocados com as etapas
       COPY "CADPARM.CPY".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
           PERFORM 10000-INICIA THRU 10999-FIM-INICIA
           PERFORM 15000-MENU-OPCAO
           IF OPCAO-EXECUTA
              PERFORM 20000-EXECUTA-CADEIA
                 THRU 29999-FIM-EXECUTA-CADEIA
           ELSE
              PERFORM 30000-REIMPRIME-LOG
                 THRU 39999-FIM-REIMPRIME-LOG
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           STOP RUN
           .
       99999-FIM-PRINCIPAL.
           EXIT.
      *----------------------------------------------------------------*
       10000-INICIA SECTION.
           ACCEPT W-DATA-SISTEMA FROM DATE YYYYMMDD

           MOVE SPACES                 TO CPR-ORIGEM

           MOVE "integrid"             TO W-ET-PROGRAMA(1)
           MOVE "1"                    TO W-ET-MODO(1)
           MOVE "VERIFICACAO E SALVAGUARDA"
                                       TO W-ET-DESCRICAO(1)
           MOVE "remessa"              TO W-ET-PROGRAMA(2)
           MOVE "CONSOLIDACAO DA REMESSA"
                                       TO W-ET-DESCRICAO(2)
           MOVE "concilia"             TO W-ET-PROGRAMA(3)
           MOVE "CONCILIACAO PRE-ENVIO POR TURMA"
                                       TO W-ET-DESCRICAO(3)
           MOVE "retorno"              TO W-ET-PROGRAMA(4)
           MOVE "IMPORTACAO DO RETORNO"
                                       TO W-ET-DESCRICAO(4)

           OPEN I-O CADCTRL-FILE
           IF FS-CADCTRL-NAO-EXISTE
              OPEN OUTPUT CADCTRL-FILE
              CLOSE      CADCTRL-FILE
              OPEN I-O  CADCTRL-FILE
           END-IF

      *    o registro 00000/00 guarda o numero da ultima execucao
           MOVE ZEROS                  TO CCT-EXECUCAO CCT-ETAPA
           READ CADCTRL-FILE
               INVALID KEY
                  MOVE ZEROS           TO W-ULTIMA-EXECUCAO
               NOT INVALID KEY
                  SET TEM-CONTROLE     TO TRUE
                  MOVE CCT-ULTIMA-EXECUCAO TO W-ULTIMA-EXECUCAO
           END-READ
           .
       10999-FIM-INICIA.
           EXIT.
      *----------------------------------------------------------------*
       15000-MENU-OPCAO SECTION.
           DISPLAY "1-Executa ou retoma a cadeia noturna"
           DISPLAY "2-Reimprime o log de uma execucao"
           ACCEPT W-OPCAO
           DISPLAY W-BRANCOS
           IF NOT OPCAO-EXECUTA AND NOT OPCAO-REIMPRIME
              DISPLAY "Opcao invalida"
              GO 15000-MENU-OPCAO
           END-IF
           .
       15999-FIM-MENU-OPCAO.
           EXIT.
      *----------------------------------------------------------------*
      *    20000-EXECUTA-CADEIA retoma a ultima execucao, se ela       *
      *    ficou aberta, ou abre uma nova; roda as etapas pendentes    *
      *    na ordem ate o fim ou ate a primeira que parar a cadeia, e  *
      *    imprime o log da execucao.                                  *
      *----------------------------------------------------------------*
       20000-EXECUTA-CADEIA SECTION.
       20010-VERIFICA-ABERTA.
           IF W-ULTIMA-EXECUCAO = ZEROS
              GO 20030-ABRE-EXECUCAO
           END-IF

           MOVE W-ULTIMA-EXECUCAO      TO W-EXECUCAO
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           IF CCT-CONCLUIDA OR CCT-ABANDONADA
              GO 20030-ABRE-EXECUCAO
           END-IF

           MOVE CCT-ANO-LETIVO         TO W-ANO-LETIVO
           PERFORM 21000-LOCALIZA-RETOMADA
           DISPLAY "Execucao " W-EXECUCAO " do ano letivo "
                   W-ANO-LETIVO " esta aberta"
           IF W-ETAPA-INICIAL > W-QTD-ETAPAS
              DISPLAY "Todas as etapas concluidas - falta so encerrar"
           ELSE
              MOVE W-EXECUCAO          TO CCT-EXECUCAO
              MOVE W-ETAPA-INICIAL     TO CCT-ETAPA
              PERFORM 83000-LE-CADCTRL
              MOVE CCT-RETORNO         TO W-ED-RC
              IF CCT-INICIADA
                 DISPLAY "Etapa " W-ETAPA-INICIAL " " CCT-PROGRAMA
                         " caiu sem fim registrado"
              END-IF
              IF CCT-INTERROMPIDA
                 DISPLAY "Etapa " W-ETAPA-INICIAL " " CCT-PROGRAMA
                         " parou com codigo " W-ED-RC
              END-IF
              IF CCT-AGUARDANDO
                 DISPLAY "Etapa " W-ETAPA-INICIAL " " CCT-PROGRAMA
                         " aguardando o arquivo RETCRIT"
              END-IF
              IF CCT-PENDENTE
                 DISPLAY "Proxima etapa: " W-ETAPA-INICIAL " "
                         CCT-PROGRAMA
              END-IF
           END-IF
           .
       20020-ENTRA-RESPOSTA.
           DISPLAY "R-Retoma a execucao  N-Abandona e abre nova"
           ACCEPT W-RESPOSTA
           DISPLAY W-BRANCOS
           IF NOT RESPOSTA-RETOMA AND NOT RESPOSTA-NOVA
              DISPLAY "Resposta invalida"
              GO 20020-ENTRA-RESPOSTA
           END-IF

           IF RESPOSTA-RETOMA
              DISPLAY "Retomando a execucao " W-EXECUCAO
                      " na etapa " W-ETAPA-INICIAL
              MOVE W-EXECUCAO          TO CCT-EXECUCAO
              MOVE ZEROS               TO CCT-ETAPA
              PERFORM 83000-LE-CADCTRL
              ADD 1                    TO CCT-TENTATIVAS
              SET CCT-INICIADA         TO TRUE
              PERFORM 81000-REGRAVA-CADCTRL
              GO 20040-RODA-ETAPAS
           END-IF

      *    a execucao abandonada fica no controle para o log
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           SET CCT-ABANDONADA          TO TRUE
           ACCEPT W-HORA-SISTEMA FROM TIME
           MOVE W-DATA-SISTEMA         TO CCT-DATA-FIM
           MOVE W-HORA-SISTEMA         TO CCT-HORA-FIM
           PERFORM 81000-REGRAVA-CADCTRL
           DISPLAY "Execucao " W-EXECUCAO " abandonada"
           .
       20030-ABRE-EXECUCAO.
           DISPLAY "Informe o ano letivo"
           ACCEPT W-ANO-LETIVO
           DISPLAY W-BRANCOS
           IF W-ANO-LETIVO = ZEROS
              DISPLAY "Ano letivo invalido"
              GO 20030-ABRE-EXECUCAO
           END-IF

           ADD 1 W-ULTIMA-EXECUCAO GIVING W-EXECUCAO
           ACCEPT W-HORA-SISTEMA FROM TIME

      *    cabecalho da execucao (etapa 00)
           INITIALIZE CADCTRL-REG
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           MOVE "CADEIA"               TO CCT-PROGRAMA
           SET CCT-INICIADA            TO TRUE
           MOVE W-ANO-LETIVO           TO CCT-ANO-LETIVO
           MOVE W-DATA-SISTEMA         TO CCT-DATA-INICIO
           MOVE W-HORA-SISTEMA         TO CCT-HORA-INICIO
           MOVE 1                      TO CCT-TENTATIVAS
           PERFORM 82000-GRAVA-CADCTRL

      *    etapas pendentes
           PERFORM 24000-GRAVA-ETAPA-PENDENTE
                   VARYING W-IDX-ETAPA FROM 1 BY 1
                   UNTIL W-IDX-ETAPA > W-QTD-ETAPAS

      *    a nova execucao passa a ser a ultima
           INITIALIZE CADCTRL-REG
           MOVE ZEROS                  TO CCT-EXECUCAO CCT-ETAPA
           MOVE "CADEIA"               TO CCT-PROGRAMA
           MOVE W-EXECUCAO             TO CCT-ULTIMA-EXECUCAO
           IF TEM-CONTROLE
              PERFORM 81000-REGRAVA-CADCTRL
           ELSE
              PERFORM 82000-GRAVA-CADCTRL
              SET TEM-CONTROLE         TO TRUE
           END-IF
           MOVE W-EXECUCAO             TO W-ULTIMA-EXECUCAO

           MOVE 1                      TO W-ETAPA-INICIAL
           DISPLAY "Execucao " W-EXECUCAO " aberta"
           .
       20040-RODA-ETAPAS.
           MOVE ZEROS                  TO W-RC-CADEIA
           PERFORM 22000-RODA-ETAPA THRU 22999-FIM-RODA-ETAPA
                   VARYING W-IDX-ETAPA FROM W-ETAPA-INICIAL BY 1
                   UNTIL W-IDX-ETAPA > W-QTD-ETAPAS
                      OR CADEIA-PARADA
           MOVE SPACES                 TO CPR-ORIGEM

      *    situacao final no cabecalho da execucao
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           ACCEPT W-HORA-SISTEMA FROM TIME
           MOVE W-DATA-SISTEMA         TO CCT-DATA-FIM
           MOVE W-HORA-SISTEMA         TO CCT-HORA-FIM
           IF AGUARDA-RETORNO
              SET CCT-AGUARDANDO       TO TRUE
              MOVE 4                   TO W-RC-CADEIA
           ELSE
              IF CADEIA-PARADA
                 SET CCT-INTERROMPIDA  TO TRUE
                 MOVE 8                TO W-RC-CADEIA
              ELSE
                 SET CCT-CONCLUIDA     TO TRUE
              END-IF
           END-IF
           MOVE W-RC-CADEIA            TO CCT-RETORNO
           PERFORM 81000-REGRAVA-CADCTRL

           PERFORM 40000-IMPRIME-LOG THRU 40999-FIM-IMPRIME-LOG

           IF CCT-CONCLUIDA
              DISPLAY "CADEIA CONCLUIDA"
           ELSE
              IF CCT-AGUARDANDO
                 DISPLAY "CADEIA AGUARDANDO O RETORNO (RETCRIT)"
              ELSE
                 DISPLAY "CADEIA PARADA - corrija e rode de novo para"
                 DISPLAY "retomar da etapa que falhou"
              END-IF
           END-IF
           .
       29999-FIM-EXECUTA-CADEIA.
           EXIT.
      *----------------------------------------------------------------*
      *    30000-REIMPRIME-LOG regrava o CADLOG de uma execucao ja     *
      *    registrada no controle (zero = a ultima).                   *
      *----------------------------------------------------------------*
       30000-REIMPRIME-LOG SECTION.
       30010-ENTRA-EXECUCAO.
           DISPLAY "Informe o numero da execucao (0 = a ultima)"
           ACCEPT W-EXECUCAO
           DISPLAY W-BRANCOS
           IF W-EXECUCAO = ZEROS
              MOVE W-ULTIMA-EXECUCAO   TO W-EXECUCAO
           END-IF
           IF W-EXECUCAO = ZEROS
              DISPLAY "Nenhuma execucao registrada no CADCTRL"
              GO 39999-FIM-REIMPRIME-LOG
           END-IF

           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           READ CADCTRL-FILE
               INVALID KEY
                  DISPLAY "Execucao nao encontrada no CADCTRL"
                  GO 30010-ENTRA-EXECUCAO
           END-READ

           PERFORM 40000-IMPRIME-LOG THRU 40999-FIM-IMPRIME-LOG
           .
       39999-FIM-REIMPRIME-LOG.
           EXIT.
      *----------------------------------------------------------------*
       90000-FINALIZA SECTION.
           CLOSE CADCTRL-FILE
           MOVE W-RC-CADEIA            TO RETURN-CODE
           .
       99999-FIM-FINALIZA.
           EXIT.
      *----------------------------------------------------------------*
      *    AREA DE SUBROTINAS                                          *
      *----------------------------------------------------------------*
       90050-SUBROTINAS SECTION.
      *----------------------------------------------------------------*
      *    21000-LOCALIZA-RETOMADA acha a primeira etapa nao           *
      *    concluida da execucao aberta - as etapas rodam em ordem,    *
      *    entao as seguintes a ela ainda estao pendentes.             *
      *----------------------------------------------------------------*
       21000-LOCALIZA-RETOMADA.
           MOVE 1                      TO W-ETAPA-INICIAL
           MOVE "N"                    TO W-ACHOU-ETAPA
           PERFORM 21100-CONFERE-ETAPA
                   UNTIL W-ETAPA-INICIAL > W-QTD-ETAPAS
                      OR ACHOU-ETAPA
           .
       21100-CONFERE-ETAPA.
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE W-ETAPA-INICIAL        TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           IF CCT-CONCLUIDA
              ADD 1                    TO W-ETAPA-INICIAL
           ELSE
              SET ACHOU-ETAPA          TO TRUE
           END-IF
           .
      *----------------------------------------------------------------*
      *    22000-RODA-ETAPA grava o inicio da etapa no controle antes  *
      *    de chamar o programa (se ele cair, a etapa fica iniciada e  *
      *    sem fim) e depois o fim, o codigo de retorno e as           *
      *    contagens. Codigo 8 ou mais para a cadeia.                  *
      *----------------------------------------------------------------*
       22000-RODA-ETAPA.
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE W-IDX-ETAPA            TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           IF CCT-CONCLUIDA
              GO 22999-FIM-RODA-ETAPA
           END-IF

      *    o retorno so roda depois que o RETCRIT chegou; o retorno
      *    ja importado fica vazio (consumido pela etapa), e vazio
      *    conta como ainda nao chegado
           IF W-ET-PROGRAMA(W-IDX-ETAPA) = "retorno"
              MOVE "N"                 TO W-RETCRIT-CHEGOU
              OPEN INPUT RETCRIT-FILE
              IF NOT FS-RETCRIT-NAO-EXISTE
                 READ RETCRIT-FILE
                     NOT AT END
                        SET RETCRIT-CHEGOU TO TRUE
                 END-READ
                 CLOSE RETCRIT-FILE
              END-IF
              IF NOT RETCRIT-CHEGOU
                 ACCEPT W-HORA-SISTEMA FROM TIME
                 SET CCT-AGUARDANDO    TO TRUE
                 MOVE W-DATA-SISTEMA   TO CCT-DATA-FIM
                 MOVE W-HORA-SISTEMA   TO CCT-HORA-FIM
                 MOVE 4                TO CCT-RETORNO
                 PERFORM 81000-REGRAVA-CADCTRL
                 SET AGUARDA-RETORNO   TO TRUE
                 SET CADEIA-PARADA     TO TRUE
                 DISPLAY "Etapa " W-IDX-ETAPA " "
                         W-ET-DESCRICAO(W-IDX-ETAPA)
                 DISPLAY "Arquivo RETCRIT ainda nao chegou -"
                         " etapa aguardando o retorno"
                 GO 22999-FIM-RODA-ETAPA
              END-IF
           END-IF

           ACCEPT W-HORA-SISTEMA FROM TIME
           SET CCT-INICIADA            TO TRUE
           MOVE W-ANO-LETIVO           TO CCT-ANO-LETIVO
           MOVE W-DATA-SISTEMA         TO CCT-DATA-INICIO
           MOVE W-HORA-SISTEMA         TO CCT-HORA-INICIO
           MOVE ZEROS                  TO CCT-DATA-FIM CCT-HORA-FIM
                                          CCT-RETORNO
                                          CCT-QTD-LIDOS
                                          CCT-QTD-TRATADOS
                                          CCT-QTD-REJEITADOS
           ADD 1                       TO CCT-TENTATIVAS
           PERFORM 81000-REGRAVA-CADCTRL

           DISPLAY "Etapa " W-IDX-ETAPA " "
                   W-ET-DESCRICAO(W-IDX-ETAPA) " - iniciada"

           MOVE ZEROS                  TO W-RC-ETAPA
                                          W-QTD-LIDOS
                                          W-QTD-TRATADOS
                                          W-QTD-REJEITADOS
           MOVE "CADEIA"               TO CPR-ORIGEM
           MOVE W-ET-MODO(W-IDX-ETAPA) TO CPR-MODO
           MOVE SPACES                 TO CPR-TURMA-COD
           MOVE W-ANO-LETIVO           TO CPR-ANO-LETIVO
           MOVE W-ET-PROGRAMA(W-IDX-ETAPA) TO W-PROGRAMA-CHAMADO
           IF W-PROGRAMA-CHAMADO = "concilia"
              PERFORM 23000-CONCILIA-TURMAS
                 THRU 23099-FIM-CONCILIA-TURMAS
           ELSE
              MOVE 1                   TO CPR-SEQ-CHAMADA
              PERFORM 22100-CHAMA-PROGRAMA
           END-IF

      *    o registro da etapa e relido: o programa chamado nao usa
      *    o CADCTRL, mas a area do registro e refeita por garantia
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE W-IDX-ETAPA            TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           ACCEPT W-HORA-SISTEMA FROM TIME
           MOVE W-DATA-SISTEMA         TO CCT-DATA-FIM
           MOVE W-HORA-SISTEMA         TO CCT-HORA-FIM
           MOVE W-RC-ETAPA             TO CCT-RETORNO
           MOVE W-QTD-LIDOS            TO CCT-QTD-LIDOS
           MOVE W-QTD-TRATADOS         TO CCT-QTD-TRATADOS
           MOVE W-QTD-REJEITADOS       TO CCT-QTD-REJEITADOS
           IF W-RC-ETAPA NOT < 8
              SET CCT-INTERROMPIDA     TO TRUE
              SET CADEIA-PARADA        TO TRUE
           ELSE
              SET CCT-CONCLUIDA        TO TRUE
           END-IF
           PERFORM 81000-REGRAVA-CADCTRL

           MOVE W-RC-ETAPA             TO W-ED-RC
           DISPLAY "Etapa " W-IDX-ETAPA " "
                   W-ET-DESCRICAO(W-IDX-ETAPA) " - codigo " W-ED-RC
           .
       22999-FIM-RODA-ETAPA.
           EXIT.
       22100-CHAMA-PROGRAMA.
           MOVE ZEROS                  TO CPR-QTD-LIDOS
                                          CPR-QTD-TRATADOS
                                          CPR-QTD-REJEITADOS
           MOVE ZEROS                  TO RETURN-CODE
           CALL W-PROGRAMA-CHAMADO
               ON EXCEPTION
                  DISPLAY "Programa " W-PROGRAMA-CHAMADO
                          " nao encontrado"
                  MOVE 8               TO RETURN-CODE
           END-CALL
           MOVE RETURN-CODE            TO W-RC-CHAMADA
           CANCEL W-PROGRAMA-CHAMADO

           IF W-RC-CHAMADA > W-RC-ETAPA
              MOVE W-RC-CHAMADA        TO W-RC-ETAPA
           END-IF
           ADD CPR-QTD-LIDOS           TO W-QTD-LIDOS
           ADD CPR-QTD-TRATADOS        TO W-QTD-TRATADOS
           ADD CPR-QTD-REJEITADOS      TO W-QTD-REJEITADOS
           .
      *----------------------------------------------------------------*
      *    23000-CONCILIA-TURMAS chama a conciliacao uma vez para cada *
      *    turma do ano letivo; todas sao conferidas mesmo depois de   *
      *    uma divergencia, para o relatorio sair completo, e o maior  *
      *    codigo de retorno vale para a etapa.                        *
      *----------------------------------------------------------------*
       23000-CONCILIA-TURMAS.
           MOVE ZEROS                  TO W-QTD-TURMAS
           MOVE "N"                    TO W-FIM-TURMAS
           OPEN INPUT TURMAS-FILE
           IF FS-TURMAS-NAO-EXISTE
              DISPLAY "Arquivo TURMAS nao encontrado"
              MOVE 8                   TO W-RC-ETAPA
              GO 23099-FIM-CONCILIA-TURMAS
           END-IF
           PERFORM 23100-LE-TURMAS UNTIL FIM-TURMAS
           CLOSE TURMAS-FILE

           IF W-QTD-TURMAS = ZEROS
              DISPLAY "Nenhuma turma no ano letivo " W-ANO-LETIVO
              MOVE 8                   TO W-RC-ETAPA
              GO 23099-FIM-CONCILIA-TURMAS
           END-IF

           PERFORM 23200-CONCILIA-TURMA
                   VARYING W-IDX-TURMA FROM 1 BY 1
                   UNTIL W-IDX-TURMA > W-QTD-TURMAS
           .
       23099-FIM-CONCILIA-TURMAS.
           EXIT.
       23100-LE-TURMAS.
           READ TURMAS-FILE NEXT
               AT END
                  SET FIM-TURMAS          TO TRUE
               NOT AT END
                  IF TMS-ANO-LETIVO = W-ANO-LETIVO
                     PERFORM 23150-GUARDA-TURMA
                  END-IF
           END-READ
           IF NOT FS-TURMAS-OK AND NOT FIM-TURMAS
              DISPLAY "Erro lendo TURMAS - status " W-FS-TURMAS
              SET FIM-TURMAS             TO TRUE
              MOVE 8                     TO W-RC-ETAPA
           END-IF
           .
      *    o TURMAS vem na ordem turma+matricula: a turma entra na
      *    tabela quando difere da ultima guardada
       23150-GUARDA-TURMA.
           IF W-QTD-TURMAS > ZEROS
              IF TMS-TURMA-COD = W-TT-TURMA-COD(W-QTD-TURMAS)
                 GO 23199-FIM-GUARDA-TURMA
              END-IF
           END-IF
           IF W-QTD-TURMAS < 200
              ADD 1                    TO W-QTD-TURMAS
              MOVE TMS-TURMA-COD       TO W-TT-TURMA-COD(W-QTD-TURMAS)
           ELSE
              DISPLAY "Mais de 200 turmas no ano - excedente nao"
              DISPLAY "conciliado"
              MOVE 8                   TO W-RC-ETAPA
              SET FIM-TURMAS           TO TRUE
           END-IF
           .
       23199-FIM-GUARDA-TURMA.
           EXIT.
       23200-CONCILIA-TURMA.
           MOVE W-TT-TURMA-COD(W-IDX-TURMA) TO CPR-TURMA-COD
           MOVE W-IDX-TURMA            TO CPR-SEQ-CHAMADA
           DISPLAY "Conciliando a turma " CPR-TURMA-COD
           PERFORM 22100-CHAMA-PROGRAMA
           .
       24000-GRAVA-ETAPA-PENDENTE.
           INITIALIZE CADCTRL-REG
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE W-IDX-ETAPA            TO CCT-ETAPA
           MOVE W-ET-PROGRAMA(W-IDX-ETAPA) TO CCT-PROGRAMA
           SET CCT-PENDENTE            TO TRUE
           MOVE W-ANO-LETIVO           TO CCT-ANO-LETIVO
           PERFORM 82000-GRAVA-CADCTRL
           .
      *----------------------------------------------------------------*
      *    40000-IMPRIME-LOG grava no CADLOG o cabecalho e as etapas   *
      *    da execucao W-EXECUCAO, com a situacao de cada uma e o que  *
      *    fazer de manha quando a cadeia nao terminou.                *
      *----------------------------------------------------------------*
       40000-IMPRIME-LOG.
           OPEN OUTPUT CADLOG-FILE

           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL

           MOVE SPACES                 TO CADLOG-LINHA
           STRING "CADEIA DO PROCESSAMENTO NOTURNO - EXECUCAO "
                                       DELIMITED BY SIZE
                  CCT-EXECUCAO         DELIMITED BY SIZE
                  " - ANO LETIVO "     DELIMITED BY SIZE
                  CCT-ANO-LETIVO       DELIMITED BY SIZE
                  INTO CADLOG-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE CCT-DATA-INICIO        TO W-DATA-QUEBRA
           PERFORM 85000-EDITA-DATA
           MOVE CCT-HORA-INICIO        TO W-HORA-QUEBRA
           PERFORM 85100-EDITA-HORA
           MOVE CCT-TENTATIVAS         TO W-ED-TENTATIVAS
           MOVE SPACES                 TO CADLOG-LINHA
           STRING "ABERTA EM "         DELIMITED BY SIZE
                  W-DATA-EDITADA       DELIMITED BY SIZE
                  " AS "               DELIMITED BY SIZE
                  W-HORA-EDITADA       DELIMITED BY SIZE
                  " - RODADAS DO CONTROLADOR: "
                                       DELIMITED BY SIZE
                  W-ED-TENTATIVAS      DELIMITED BY SIZE
                  INTO CADLOG-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE SPACES                 TO CADLOG-LINHA
           PERFORM 80000-GRAVA-LINHA
           MOVE SPACES                 TO CADLOG-LINHA
           STRING "ET PROGRAMA INICIO               "
                                       DELIMITED BY SIZE
                  "FIM                   RC TN     LIDOS  TRATADOS"
                                       DELIMITED BY SIZE
                  "   REJEIT. SITUACAO"
                                       DELIMITED BY SIZE
                  INTO CADLOG-LINHA
           PERFORM 80000-GRAVA-LINHA

           PERFORM 40100-IMPRIME-ETAPA
                   VARYING W-IDX-ETAPA FROM 1 BY 1
                   UNTIL W-IDX-ETAPA > W-QTD-ETAPAS

           MOVE SPACES                 TO CADLOG-LINHA
           PERFORM 80000-GRAVA-LINHA

           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE ZEROS                  TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL
           MOVE SPACES                 TO CADLOG-LINHA
           IF CCT-CONCLUIDA
              MOVE "CADEIA CONCLUIDA"  TO CADLOG-LINHA
           END-IF
           IF CCT-INTERROMPIDA
              STRING "CADEIA PARADA - CORRIGIR A ETAPA COM CODIGO 8 "
                                       DELIMITED BY SIZE
                     "E RODAR A CADEIA DE NOVO PARA RETOMAR DELA"
                                       DELIMITED BY SIZE
                     INTO CADLOG-LINHA
           END-IF
           IF CCT-AGUARDANDO
              STRING "AGUARDANDO O RETORNO (RETCRIT) - A PROXIMA "
                                       DELIMITED BY SIZE
                     "RODADA RETOMA NA IMPORTACAO DO RETORNO"
                                       DELIMITED BY SIZE
                     INTO CADLOG-LINHA
           END-IF
           IF CCT-INICIADA
              STRING "EXECUCAO SEM FIM REGISTRADO - RODAR A CADEIA "
                                       DELIMITED BY SIZE
                     "DE NOVO PARA RETOMAR"
                                       DELIMITED BY SIZE
                     INTO CADLOG-LINHA
           END-IF
           IF CCT-ABANDONADA
              MOVE "EXECUCAO ABANDONADA PELO OPERADOR"
                                       TO CADLOG-LINHA
           END-IF
           PERFORM 80000-GRAVA-LINHA

           CLOSE CADLOG-FILE
           DISPLAY "Log gravado no arquivo CADLOG"
           .
       40999-FIM-IMPRIME-LOG.
           EXIT.
       40100-IMPRIME-ETAPA.
           MOVE W-EXECUCAO             TO CCT-EXECUCAO
           MOVE W-IDX-ETAPA            TO CCT-ETAPA
           PERFORM 83000-LE-CADCTRL

           MOVE SPACES                 TO W-LOG-INICIO-DATA
                                          W-LOG-INICIO-HORA
                                          W-LOG-FIM-DATA
                                          W-LOG-FIM-HORA
           IF CCT-DATA-INICIO > ZEROS
              MOVE CCT-DATA-INICIO     TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              MOVE W-DATA-EDITADA      TO W-LOG-INICIO-DATA
              MOVE CCT-HORA-INICIO     TO W-HORA-QUEBRA
              PERFORM 85100-EDITA-HORA
              MOVE W-HORA-EDITADA      TO W-LOG-INICIO-HORA
           END-IF
           IF CCT-DATA-FIM > ZEROS
              MOVE CCT-DATA-FIM        TO W-DATA-QUEBRA
              PERFORM 85000-EDITA-DATA
              MOVE W-DATA-EDITADA      TO W-LOG-FIM-DATA
              MOVE CCT-HORA-FIM        TO W-HORA-QUEBRA
              PERFORM 85100-EDITA-HORA
              MOVE W-HORA-EDITADA      TO W-LOG-FIM-HORA
           END-IF

           MOVE SPACES                 TO W-TEXTO-SITUACAO
           IF CCT-PENDENTE
              MOVE "NAO RODOU"         TO W-TEXTO-SITUACAO
           END-IF
           IF CCT-INICIADA
              MOVE "CAIU SEM FIM"      TO W-TEXTO-SITUACAO
           END-IF
           IF CCT-CONCLUIDA
              MOVE "CONCLUIDA"         TO W-TEXTO-SITUACAO
           END-IF
           IF CCT-INTERROMPIDA
              MOVE "PAROU A CADEIA"    TO W-TEXTO-SITUACAO
           END-IF
           IF CCT-AGUARDANDO
              MOVE "AGUARDANDO RETCRIT" TO W-TEXTO-SITUACAO
           END-IF

           MOVE CCT-ETAPA              TO W-ED-ETAPA
           MOVE CCT-RETORNO            TO W-ED-RC
           MOVE CCT-TENTATIVAS         TO W-ED-TENTATIVAS
           MOVE CCT-QTD-LIDOS          TO W-ED-LIDOS
           MOVE CCT-QTD-TRATADOS       TO W-ED-TRATADOS
           MOVE CCT-QTD-REJEITADOS     TO W-ED-REJEITADOS
           MOVE SPACES                 TO CADLOG-LINHA
           STRING W-ED-ETAPA           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  CCT-PROGRAMA         DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-LOG-INICIO-DATA    DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-LOG-INICIO-HORA    DELIMITED BY SIZE
                  "  "                 DELIMITED BY SIZE
                  W-LOG-FIM-DATA       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-LOG-FIM-HORA       DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-ED-RC              DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-ED-TENTATIVAS      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-ED-LIDOS           DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-ED-TRATADOS        DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-ED-REJEITADOS      DELIMITED BY SIZE
                  " "                  DELIMITED BY SIZE
                  W-TEXTO-SITUACAO     DELIMITED BY SIZE
                  INTO CADLOG-LINHA
           PERFORM 80000-GRAVA-LINHA
           .
       80000-GRAVA-LINHA.
           WRITE CADLOG-LINHA
           IF NOT FS-CADLOG-OK
              DISPLAY "Erro gravando CADLOG - status " W-FS-CADLOG
              STOP RUN
           END-IF
           .
       81000-REGRAVA-CADCTRL.
           REWRITE CADCTRL-REG
           IF NOT FS-CADCTRL-OK
              DISPLAY "Erro regravando CADCTRL - status " W-FS-CADCTRL
              STOP RUN
           END-IF
           .
       82000-GRAVA-CADCTRL.
           WRITE CADCTRL-REG
           IF NOT FS-CADCTRL-OK
              DISPLAY "Erro gravando CADCTRL - status " W-FS-CADCTRL
              STOP RUN
           END-IF
           .
       83000-LE-CADCTRL.
           READ CADCTRL-FILE
               INVALID KEY
                  DISPLAY "Registro " CCT-EXECUCAO "/" CCT-ETAPA
                          " nao encontrado no CADCTRL"
                  STOP RUN
           END-READ
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
       85100-EDITA-HORA.
           MOVE SPACES                 TO W-HORA-EDITADA
           STRING W-HQ-HORA            DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HQ-MINUTO          DELIMITED BY SIZE
                  ":"                  DELIMITED BY SIZE
                  W-HQ-SEGUNDO         DELIMITED BY SIZE
                  INTO W-HORA-EDITADA
           .
