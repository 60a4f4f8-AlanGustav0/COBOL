       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP122.
      **MANUTENCAO DAS ESCALAS DE TRABALHO (TBESCALA)***********
      * S=SEMANAL: HORAS PREVISTAS DE DOMINGO A SABADO         *
      * C=CICLICA: CICLO DE 2 A 28 DIAS (12X36, 6X1, REVEZA-   *
      * MENTO) CONTADO A PARTIR DA DATA BASE DO ARQESCFUN      *
      * DIA COM ZERO HORAS = FOLGA/DSR. A ESCALA DE CADA CHAPA *
      * E INFORMADA NO FPP123 E CONSULTADA PELO FPP124         *
      **********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBESCALA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESC-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TBESCALA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBESCALA.DAT".
       01 REGESCALA.
           03 ESC-COD            PIC 9(03).
           03 ESC-DESCR          PIC X(30).
      *----[ S=SEMANAL (DIA 1=DOMINGO ... 7=SABADO) C=CICLICA ]----
           03 ESC-TIPO           PIC X(01).
           03 ESC-CICLO          PIC 9(02).
           03 ESC-STATUS         PIC X(01).
      *----[ HORAS PREVISTAS POR DIA DO CICLO; ZERO = FOLGA/DSR ]----
           03 ESC-HORAS          PIC 9(02)V99 OCCURS 28 TIMES.
           03 ESC-OPERADOR       PIC X(08).
           03 ESC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CODENTR       PIC 9(03) VALUE ZEROS.
       01 W-ID            PIC 9(02) VALUE ZEROS.
       01 W-Q             PIC 9(02) VALUE ZEROS.
       01 W-R             PIC 9(02) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-COL           PIC 9(02) VALUE ZEROS.
       01 W-COLH          PIC 9(02) VALUE ZEROS.
       01 W-HORASENTR     PIC 9(02)V99 VALUE ZEROS.
       01 W-HORASED       PIC Z9,99.
       01 W-TOTSEM        PIC 9(03)V99 VALUE ZEROS.
       01 W-TOTSEMED      PIC ZZ9,99.
       01 W-DIAROT.
          03 W-DIAROT-NUM    PIC 99.
          03 FILLER          PIC X(01) VALUE SPACES.
       01 W-DIAROT-SEM REDEFINES W-DIAROT PIC X(03).
       01 TABSEMANA.
           03 FILLER PIC X(21) VALUE "DOMSEGTERQUAQUISEXSAB".
       01 TABSEMANAX REDEFINES TABSEMANA.
           03 TBSEM       PIC X(03) OCCURS 7 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*****************************ESCALAS DE ".
           05  LINE 02  COLUMN 41
               VALUE  "TRABALHO*****************************".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DA ESCALA:".
           05  LINE 05  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 06  COLUMN 01
               VALUE  "  TIPO (S=SEMANAL  C=CICLICA):".
           05  LINE 07  COLUMN 01
               VALUE  "  DIAS DO CICLO (2 A 28):".
           05  LINE 08  COLUMN 01
               VALUE  "  SITUACAO (A=ATIVA  I=INATIVA):".
           05  LINE 10  COLUMN 01
               VALUE  "  HORAS PREVISTAS POR DIA (0=FOLGA/DSR):".
           05  LINE 16  COLUMN 01
               VALUE  "  HORAS DO DIA      :".
           05  LINE 17  COLUMN 01
               VALUE  "  CARGA SEMANAL MEDIA (HORAS):".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-COD
               LINE 04  COLUMN 21  PIC 9(03)
               USING  W-CODENTR
               REVERSE-VIDEO.
           05  TESC-DESCR
               LINE 05  COLUMN 14  PIC X(30)
               USING  ESC-DESCR
               HIGHLIGHT.
           05  TESC-TIPO
               LINE 06  COLUMN 32  PIC X(01)
               USING  ESC-TIPO
               HIGHLIGHT.
           05  TESC-CICLO
               LINE 07  COLUMN 27  PIC 9(02)
               USING  ESC-CICLO
               HIGHLIGHT.
           05  TESC-STATUS
               LINE 08  COLUMN 34  PIC X(01)
               USING  ESC-STATUS
               HIGHLIGHT.
           05  TW-DIAROT
               LINE 16  COLUMN 17  PIC X(03)
               FROM   W-DIAROT
               HIGHLIGHT.
           05  TW-HORAS
               LINE 16  COLUMN 23  PIC Z9,99
               USING  W-HORASENTR
               HIGHLIGHT.
           05  TW-TOTSEM
               LINE 17  COLUMN 32  PIC X(06)
               FROM   W-TOTSEMED
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O TBESCALA
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT TBESCALA
                 CLOSE TBESCALA
                 OPEN I-O TBESCALA
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TBESCALA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

       R1.
           MOVE SPACES TO ESC-DESCR ESC-TIPO ESC-STATUS
           MOVE ZEROS TO W-CODENTR ESC-CICLO W-HORASENTR W-TOTSEM
           MOVE ZEROS TO ESC-HORAS(1) ESC-HORAS(2) ESC-HORAS(3)
                         ESC-HORAS(4) ESC-HORAS(5) ESC-HORAS(6)
                         ESC-HORAS(7)
           MOVE ZEROS TO ESC-HORAS(8) ESC-HORAS(9) ESC-HORAS(10)
                         ESC-HORAS(11) ESC-HORAS(12) ESC-HORAS(13)
                         ESC-HORAS(14)
           MOVE ZEROS TO ESC-HORAS(15) ESC-HORAS(16) ESC-HORAS(17)
                         ESC-HORAS(18) ESC-HORAS(19) ESC-HORAS(20)
                         ESC-HORAS(21)
           MOVE ZEROS TO ESC-HORAS(22) ESC-HORAS(23) ESC-HORAS(24)
                         ESC-HORAS(25) ESC-HORAS(26) ESC-HORAS(27)
                         ESC-HORAS(28)
           MOVE SPACES TO W-DIAROT-SEM
           MOVE W-TOTSEM TO W-TOTSEMED
           DISPLAY TELAESC.

       R2.
           ACCEPT TW-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAESC
                   GO TO R2.
           IF W-CODENTR < 1
                 MOVE "*** CODIGO DA ESCALA NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CODENTR TO ESC-COD
           READ TBESCALA
           IF ST-ERRO = "00"
              DISPLAY TELAESC
              PERFORM MOSTRAR-GRADE THRU MOSTRAR-GRADE-FIM
           ELSE
              MOVE W-CODENTR TO ESC-COD
              MOVE "S" TO ESC-TIPO
              MOVE 7   TO ESC-CICLO
              MOVE "A" TO ESC-STATUS
              DISPLAY TELAESC
              MOVE "*** ESCALA NOVA - INFORME OS DADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TESC-DESCR.
           IF ESC-DESCR = SPACES
              MOVE "*** DESCRICAO NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TESC-TIPO.
           IF ESC-TIPO = "s"
              MOVE "S" TO ESC-TIPO.
           IF ESC-TIPO = "c"
              MOVE "C" TO ESC-TIPO.
           IF ESC-TIPO NOT = "S" AND "C"
              MOVE "*** DIGITE S=SEMANAL  C=CICLICA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *----[ SEMANAL TEM SEMPRE 7 DIAS (DOMINGO A SABADO) ]----
       R5.
           IF ESC-TIPO = "S"
              MOVE 7 TO ESC-CICLO
              DISPLAY TESC-CICLO
              GO TO R6.
           ACCEPT TESC-CICLO.
           IF ESC-CICLO < 2 OR ESC-CICLO > 28
              MOVE "*** CICLO DEVE TER DE 2 A 28 DIAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TESC-STATUS.
           IF ESC-STATUS NOT = "A" AND "I"
              MOVE "*** DIGITE A=ATIVA  I=INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM MOSTRAR-GRADE THRU MOSTRAR-GRADE-FIM
           MOVE 1 TO W-ID.

      *----[ HORAS DE CADA DIA DO CICLO, UM DIA POR VEZ ]----
       R7.
           IF W-ID > ESC-CICLO
              GO TO R8.
           PERFORM ROTULO-DIA THRU ROTULO-DIA-FIM
           DISPLAY TW-DIAROT
           MOVE ESC-HORAS(W-ID) TO W-HORASENTR
           ACCEPT TW-HORAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-ID > 1
                 SUBTRACT 1 FROM W-ID
              END-IF
              GO TO R7.
           IF W-HORASENTR > 24
              MOVE "*** MAXIMO DE 24 HORAS NO DIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE W-HORASENTR TO ESC-HORAS(W-ID)
           PERFORM MOSTRAR-DIA THRU MOSTRAR-DIA-FIM
           ADD 1 TO W-ID
           GO TO R7.

       R8.
           PERFORM SOMAR-SEMANA THRU SOMAR-SEMANA-FIM
           DISPLAY TW-TOTSEM
           IF W-TOTSEM = ZEROS
              MOVE "*** ESCALA SEM NENHUM DIA DE TRABALHO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-ID
              GO TO R7.
           IF W-TOTSEM > 44
              MOVE "* ATENCAO: MEDIA SEMANAL ACIMA DE 44 HORAS *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 40) "DADOS OK (S/N) : ".
                ACCEPT (20, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR TO ESC-OPERADOR
           ACCEPT ESC-DTULTALT FROM DATE YYYYMMDD
           WRITE REGESCALA
           IF ST-ERRO = "22"
              REWRITE REGESCALA.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO TBESCALA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ESCALA GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ GRADE DE 4 LINHAS X 7 DIAS (LINHAS 11 A 14) ]--------------
       MOSTRAR-GRADE.
           MOVE 1 TO W-ID.
       MOSTRAR-GRADE-LOOP.
           IF W-ID > 28
              GO TO MOSTRAR-GRADE-FIM.
           PERFORM MOSTRAR-DIA THRU MOSTRAR-DIA-FIM
           ADD 1 TO W-ID
           GO TO MOSTRAR-GRADE-LOOP.
       MOSTRAR-GRADE-FIM.
           EXIT.

       MOSTRAR-DIA.
           COMPUTE W-Q = W-ID - 1
           DIVIDE W-Q BY 7 GIVING W-Q REMAINDER W-R
           COMPUTE W-LIN = 11 + W-Q
           COMPUTE W-COL = 3 + (W-R * 10)
           COMPUTE W-COLH = W-COL + 4
           IF W-ID > ESC-CICLO
              DISPLAY (W-LIN, W-COL) "         "
              GO TO MOSTRAR-DIA-FIM.
           PERFORM ROTULO-DIA THRU ROTULO-DIA-FIM
           MOVE ESC-HORAS(W-ID) TO W-HORASED
           DISPLAY (W-LIN, W-COL) W-DIAROT
           DISPLAY (W-LIN, W-COLH) W-HORASED.
       MOSTRAR-DIA-FIM.
           EXIT.

       ROTULO-DIA.
           IF ESC-TIPO = "S"
              MOVE TBSEM(W-ID) TO W-DIAROT-SEM
           ELSE
              MOVE SPACES TO W-DIAROT-SEM
              MOVE W-ID TO W-DIAROT-NUM.
       ROTULO-DIA-FIM.
           EXIT.

      *----[ MEDIA SEMANAL = HORAS DO CICLO X 7 / DIAS DO CICLO ]-------
       SOMAR-SEMANA.
           MOVE ZEROS TO W-TOTSEM
           MOVE 1 TO W-ID.
       SOMAR-SEMANA-LOOP.
           IF W-ID > ESC-CICLO
              GO TO SOMAR-SEMANA-MEDIA.
           ADD ESC-HORAS(W-ID) TO W-TOTSEM
           ADD 1 TO W-ID
           GO TO SOMAR-SEMANA-LOOP.
       SOMAR-SEMANA-MEDIA.
           COMPUTE W-TOTSEM ROUNDED = W-TOTSEM * 7 / ESC-CICLO.
       SOMAR-SEMANA-FIM.
           MOVE W-TOTSEM TO W-TOTSEMED.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE TBESCALA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (20, 15) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
