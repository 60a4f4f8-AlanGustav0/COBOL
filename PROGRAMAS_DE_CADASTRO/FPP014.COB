          03 W-ESC-OPERADOR  PIC X(08).
          03 W-ESC-CODDEP    PIC 9(03).
          03 W-ESC-RESULT    PIC X(01).
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP014".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 W-SEL        PIC 9(01) VALUE ZEROS.
       01 W-SEGUNDOS   PIC 9(02) VALUE 1.
       01 W-OPCAO      PIC X(01) VALUE SPACES.

           COMPUTE LIN = CONLIN + 5
           DISPLAY (LIN, 01) DET2
           MOVE CHAPA TO W-ACS-CHAPA
           MOVE "C" TO W-ACS-MEIO
           IF W-IMPRIME = "S"
              MOVE "R" TO W-ACS-MEIO.
           CALL "FPP165" USING W-ACS-PARM
           IF W-IMPRIME = "S"
              WRITE REGCONSFUNCTX FROM DET2
              ADD 1 TO W-TOTIMP.
