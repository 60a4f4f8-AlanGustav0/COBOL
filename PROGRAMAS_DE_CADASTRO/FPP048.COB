       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP048".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "M".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 W-ESTP-PARM.
          03 W-ESTP-OPCAO    PIC X(01).
          03 W-ESTP-CHAPA    PIC 9(06).
          03 W-ESTP-DATA     PIC 9(08).
          03 W-ESTP-AFTIPO   PIC X(01).
          03 W-ESTP-AFINI    PIC 9(08).
          03 W-ESTP-AFRET    PIC 9(08).
          03 W-ESTP-TIPO     PIC X(01).
          03 W-ESTP-DESCR    PIC X(10).
          03 W-ESTP-DTFIM    PIC 9(08).
          03 W-ESTP-RESULT   PIC X(01).

      *-----------------------------------------------------------------
       SCREEN SECTION.
           05  LINE 07  COLUMN 01
               VALUE  "  DATA DE INICIO DO AFASTAMENTO:".
           05  LINE 09  COLUMN 01
               VALUE  "  TIPO (M=MATERNIDADE D=DOENCA/INSS A=ACI".
           05  LINE 09  COLUMN 42
               VALUE  "D.TRABALHO L=LIC.N/REMUN.):".
           05  LINE 11  COLUMN 01
               VALUE  "  PREVISAO DE RETORNO (0=INDEFINIDA):".
           05  LINE 13  COLUMN 01
               USING  AFAST-DTINIX
               REVERSE-VIDEO.
           05  TAFAST-TIPO
               LINE 09  COLUMN 70  PIC X(01)
               USING  AFAST-TIPO
               HIGHLIGHT.
           05  TAFAST-DTRET
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAAFAST
                MOVE AFAST-CHAPA TO W-ACS-CHAPA
                MOVE AFAST-DTINI TO W-ACS-REF
                CALL "FPP165" USING W-ACS-PARM
                MOVE "*** AFASTAMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
       R5.
           ACCEPT TAFAST-TIPO.
           IF AFAST-TIPO NOT = "M" AND AFAST-TIPO NOT = "D"
                 AND AFAST-TIPO NOT = "A" AND AFAST-TIPO NOT = "L"
              MOVE "* DIGITE M=MATERN. D=DOENCA A=ACID. L=LICENCA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           WRITE REGAFAST
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM GERAR-ESTAB THRU GERAR-ESTAB-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                REWRITE REGAFAST
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM GERAR-ESTAB THRU GERAR-ESTAB-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE AFAST."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----[ ACIDENTE/MATERNIDADE GERAM ESTABILIDADE (ARQESTAB) ]----
       GERAR-ESTAB.
           IF AFAST-TIPO NOT = "A" AND AFAST-TIPO NOT = "M"
              GO TO GERAR-ESTAB-FIM.
           MOVE "G"         TO W-ESTP-OPCAO
           MOVE AFAST-CHAPA TO W-ESTP-CHAPA
           MOVE AFAST-TIPO  TO W-ESTP-AFTIPO
           MOVE AFAST-DTINI TO W-ESTP-AFINI
           MOVE AFAST-DTRET TO W-ESTP-AFRET
           CALL "FPP128" USING W-ESTP-PARM
           IF W-ESTP-RESULT = "S"
              MOVE "* DADOS GRAVADOS - ESTABILIDADE ATUALIZADA *"
              TO MENS.
       GERAR-ESTAB-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQAFAST ARQFUNC.
           MOVE "F" TO W-ESTP-OPCAO
           CALL "FPP128" USING W-ESTP-PARM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
