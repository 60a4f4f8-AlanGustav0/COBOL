       01 W-MEDIASAL   PIC 9(06)V99 VALUE ZEROS.
       01 W-SALEFET    PIC 9(06)V99 VALUE ZEROS.
       01 W-FUNCOK     PIC X(01) VALUE "N".
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP012".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.

       01 TABSTATUS.
           03 FILLER PIC X(15) VALUE "ATIVA".
              GO TO ROT-CONTA-FUNC-FIM.
           IF FUNCSTATUS = "A"
              ADD 1 TO W-QTDFUNC
              MOVE CHAPA TO W-ACS-CHAPA
              IF SALARIOEMP NOT = ZEROS
                 MOVE SALARIOEMP TO W-SALEFET
              ELSE

           COMPUTE LIN = CONLIN + 5
           DISPLAY (LIN, 01) DET2
           PERFORM REG-ACESSO THRU REG-ACESSO-FIM
           IF W-IMPRIME = "S"
              WRITE REGCONSCARGTX FROM DET2
              ADD 1 TO W-TOTIMP.
       ROT-ABRE-IMP-FIM.
           EXIT.

      *----[ MEDIA DE UM SO FUNCIONARIO E O SALARIO DELE (FPP165) ]----
       REG-ACESSO.
           IF W-QTDFUNC = ZEROS
              GO TO REG-ACESSO-FIM.
           IF W-QTDFUNC > 1
              MOVE ZEROS TO W-ACS-CHAPA.
           MOVE "C" TO W-ACS-MEIO
           IF W-IMPRIME = "S"
              MOVE "R" TO W-ACS-MEIO.
           MOVE "CARGO" TO W-ACS-REF
           MOVE COD TO W-ACS-REF (7:3)
           CALL "FPP165" USING W-ACS-PARM.
       REG-ACESSO-FIM.
           EXIT.

       ROT-SOL.
           DISPLAY (22, 13) " *** CONTINUA CONSULTA : . ***"
           MOVE "S" TO W-OPCAO
