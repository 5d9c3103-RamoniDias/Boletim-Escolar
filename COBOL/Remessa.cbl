      *    para os lancamentos seguintes e regrava o GERCTRL. A        *
      *    importacao do retorno e a conciliacao conferem a geracao    *
      *    fechada em vez de revarrer o acrescimo inteiro.             *
      *    Geracao nao fechada por erro de leitura retorna codigo 8.   *
      *    Chamado pela cadeia noturna (CADEIA), devolve as contagens  *
      *    ao controlador.                                             *
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           05  W-FS-GERCTRL            PIC X(02) VALUE SPACES.
               88  FS-GERCTRL-OK               VALUE "00".
               88  FS-GERCTRL-NAO-EXISTE       VALUE "35".
      *    parametros e contagens da cadeia noturna
       COPY "CADPARM.CPY".
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
       00000-PRINCIPAL SECTION.
              PERFORM 20100-LE-EXPORTA UNTIL FIM-EXPORTA
              IF ERRO-LEITURA
                 DISPLAY "Geracao nao fechada - EXPORTA preservado"
                 MOVE 8                TO RETURN-CODE
                 CLOSE EXPORTA-FILE
                 CLOSE EXPARQ-FILE
              ELSE
           END-IF
           PERFORM 90000-FINALIZA THRU 99999-FIM-FINALIZA

           IF CPR-CHAMADA-CADEIA
              MOVE W-QTD-LIDAS         TO CPR-QTD-LIDOS
              MOVE W-QTD-CHAVES        TO CPR-QTD-TRATADOS
              MOVE W-QTD-INVALIDAS     TO CPR-QTD-REJEITADOS
           END-IF

           GOBACK
           .
       99999-FIM-PRINCIPAL.
           EXIT.
