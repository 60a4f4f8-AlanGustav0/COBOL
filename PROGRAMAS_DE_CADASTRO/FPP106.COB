          03 W-ESC-OPERADOR  PIC X(08).
          03 W-ESC-CODDEP    PIC 9(03).
          03 W-ESC-RESULT    PIC X(01).
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP106".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "R".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
           TO BD-DESCR
           MOVE W-CUSTOTOT TO BD-VALOR
           WRITE REGTCPTX FROM BDET
           MOVE W-CHAPAATU TO W-ACS-CHAPA
           MOVE W-ANOBASE  TO W-ACS-REF
           CALL "FPP165" USING W-ACS-PARM

           ADD 1 TO W-TOTCHAPAS
           MOVE ZEROS TO W-AC-BRUTO W-AC-BASEENC W-AC-VT W-AC-VR
