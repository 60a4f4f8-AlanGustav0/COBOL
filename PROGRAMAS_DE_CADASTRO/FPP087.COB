              GO TO APROVAR.
       PEDIR-ACAO.
           DISPLAY (14, 01)
             " A=APROVA P=PULA T=APROVA O RESTANTE E=ESPELHO : "
           ACCEPT (14, 52) W-ACAO
           IF W-ACAO = "a"
              MOVE "A" TO W-ACAO.
           IF W-ACAO = "t"
              MOVE "T" TO W-ACAO.
           IF W-ACAO = "p"
              MOVE "P" TO W-ACAO.
           IF W-ACAO = "e"
              MOVE "E" TO W-ACAO.
           IF W-ACAO = "E"
              GO TO VER-ESPELHO.
           IF W-ACAO NOT = "A" AND "P" AND "T"
              GO TO PEDIR-ACAO.
           IF W-ACAO = "P"
           ADD 1 TO W-TOTAPROV
           GO TO LER-PONTO.

      *----[ ESPELHO DIARIO DA CHAPA EM TELA (FPP120 EM BATCH) ]----
       VER-ESPELHO.
           DISPLAY "FPP120_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP120_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR UPON ENVIRONMENT-VALUE
           DISPLAY "FPP120_CHAPA" UPON ENVIRONMENT-NAME
           DISPLAY PONTO-CHAPA UPON ENVIRONMENT-VALUE
           CALL "FPP120"
           DISPLAY "FPP120_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           MOVE "* ESPELHO GRAVADO EM ESPELHO.DOC *" TO MENS
           DISPLAY TELAAPROV
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MOSTRAR.

       FIM-REVISAO.
           MOVE SPACES TO MENS
           STRING "*** APROVADOS: " DELIMITED BY SIZE
