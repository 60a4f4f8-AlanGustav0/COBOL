          03 W-ESC-OPERADOR  PIC X(08).
          03 W-ESC-CODDEP    PIC 9(03).
          03 W-ESC-RESULT    PIC X(01).
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP114".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "E".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
              PERFORM JUNTAR THRU JUNTAR-FIM.
           WRITE REGEXTR FROM W-CSVLINE
           ADD 1 TO W-TOTLIN
      *----[ COLUNA DE SALARIO LIGADA: REGISTRA O ACESSO (FPP165) ]----
           IF DEF-CAMPOS(5:1) = "S"
              MOVE CHAPA    TO W-ACS-CHAPA
              MOVE DEF-NOME TO W-ACS-REF
              CALL "FPP165" USING W-ACS-PARM.
           GO TO EXEC-FUNC-RD.

      *----[ BASE L: ARQFOLHA ]----
              PERFORM JUNTAR THRU JUNTAR-FIM.
           WRITE REGEXTR FROM W-CSVLINE
           ADD 1 TO W-TOTLIN
      *----[ COLUNAS DE VALORES LIGADAS: REGISTRA O ACESSO (FPP165) ]--
           IF DEF-CAMPOS(5:1) = "S" OR DEF-CAMPOS(6:1) = "S"
                 OR DEF-CAMPOS(7:1) = "S" OR DEF-CAMPOS(8:1) = "S"
                 OR DEF-CAMPOS(9:1) = "S"
              MOVE FOLHA-CHAPA TO W-ACS-CHAPA
              MOVE DEF-NOME    TO W-ACS-REF
              CALL "FPP165" USING W-ACS-PARM.
           GO TO EXEC-FOLHA-RD.

      *----[ BASE D: ARQDEPE ]----
