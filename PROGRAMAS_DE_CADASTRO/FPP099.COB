       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP099".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "M".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-DATAENTR.
          03 W-DATAENTR-DIA  PIC 9(02).
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAASO
                MOVE ASO-CHAPA TO W-ACS-CHAPA
                MOVE ASO-DATA  TO W-ACS-REF
                CALL "FPP165" USING W-ACS-PARM
                MOVE "*** EXAME JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
