          03 W-ESC-OPERADOR  PIC X(08).
          03 W-ESC-CODDEP    PIC 9(03).
          03 W-ESC-RESULT    PIC X(01).
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP030".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       77 W-SEGUNDOS   PIC 9(02) VALUE 1.
       77 W-OPCAO      PIC X(01) VALUE SPACES.
       77 ST-ERRO      PIC X(02) VALUE "00".
              GO TO FIM-CHAPA.

       ROT-MONTAR.
           IF W-ACHOU = "N"
              PERFORM REG-ACESSO THRU REG-ACESSO-FIM.
           MOVE "S" TO W-ACHOU
           MOVE FOLHA-TIPO         TO DETTIPO
           MOVE FOLHA-COMPET(5:2)  TO DETCOMPMES
           IF FOV-CHAPA NOT = CHAPAENTR
              CLOSE ARQFOLHAV
              GO TO LER-ARQUIVADOS-ANO.
           IF W-ACHOU = "N"
              PERFORM REG-ACESSO THRU REG-ACESSO-FIM.
           MOVE "S" TO W-ACHOU
           MOVE FOV-TIPO         TO DETTIPO
           MOVE FOV-COMPET(5:2)  TO DETCOMPMES
       LER-ARQUIVADOS-FIM.
           EXIT.

      *----[ PRIMEIRA FOLHA MOSTRADA DA CHAPA: REGISTRA O ACESSO ]----
       REG-ACESSO.
           MOVE CHAPAENTR TO W-ACS-CHAPA
           CALL "FPP165" USING W-ACS-PARM.
       REG-ACESSO-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
