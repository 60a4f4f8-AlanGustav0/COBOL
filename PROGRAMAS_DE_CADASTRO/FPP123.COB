       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP123.
      **ESCALA DE TRABALHO DO FUNCIONARIO (ARQESCFUN)***********
      * ASSOCIA A CHAPA A UMA ESCALA DO TBESCALA A PARTIR DE   *
      * UMA DATA DE VIGENCIA (HISTORICO PRESERVADO). ESCALA    *
      * 000 = SEMANA PADRAO (8H SEG-SAB, DSR NO DOMINGO).      *
      * NA ESCALA CICLICA A DATA BASE E O DIA 1 DO CICLO       *
      **********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EF-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT TBESCALA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESC-COD
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQESCFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESCFUN.DAT".
       01 REGESCFUN.
           03 EF-KEY.
            05 EF-CHAPA           PIC 9(06).
            05 EF-DTVIG           PIC 9(08).
           03 EF-ESCALA          PIC 9(03).
           03 EF-DTBASE          PIC 9(08).
           03 EF-OPERADOR        PIC X(08).
           03 EF-DTULTALT        PIC 9(08).
      *-----------------------------------------------------------------
       FD TBESCALA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBESCALA.DAT".
       01 REGESCALA.
           03 ESC-COD            PIC 9(03).
           03 ESC-DESCR          PIC X(30).
           03 ESC-TIPO           PIC X(01).
           03 ESC-CICLO          PIC 9(02).
           03 ESC-STATUS         PIC X(01).
           03 ESC-HORAS          PIC 9(02)V99 OCCURS 28 TIMES.
           03 ESC-OPERADOR       PIC X(08).
           03 ESC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-ESCENTR       PIC 9(03) VALUE ZEROS.
       01 W-ESCDESCR      PIC X(30) VALUE SPACES.
       01 W-ESCTIPO       PIC X(01) VALUE SPACES.
       01 W-DTVIG.
          03 W-DTVIG-DIA     PIC 9(02).
          03 W-DTVIG-MES     PIC 9(02).
          03 W-DTVIG-ANO     PIC 9(04).
       01 W-DTBASE.
          03 W-DTBASE-DIA    PIC 9(02).
          03 W-DTBASE-MES    PIC 9(02).
          03 W-DTBASE-ANO    PIC 9(04).
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDHIST       PIC 9(02) VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       01 LINHIST.
          03 LH-DIA          PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 LH-MES          PIC 99.
          03 FILLER          PIC X(01) VALUE "/".
          03 LH-ANO          PIC 9999.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LH-ESCALA       PIC 999.
          03 FILLER          PIC X(03) VALUE " - ".
          03 LH-DESCR        PIC X(30).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "**********************ESCALA DE TRABALHO".
           05  LINE 02  COLUMN 41
               VALUE  " DO FUNCIONARIO***********************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 06  COLUMN 01
               VALUE  "  VIGENCIA A PARTIR DE (DD/MM/AAAA):".
           05  LINE 07  COLUMN 01
               VALUE  "  ESCALA (000=SEMANA PADRAO):".
           05  LINE 08  COLUMN 01
               VALUE  "  DATA BASE DO CICLO (DD/MM/AAAA):".
           05  LINE 10  COLUMN 01
               VALUE  "  HISTORICO DE ESCALAS DA CHAPA:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CHAPA
               LINE 04  COLUMN 24  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TNOME
               LINE 04  COLUMN 45  PIC X(30)
               USING  NOME
               HIGHLIGHT.
           05  TW-DTVIG
               LINE 06  COLUMN 38  PIC 99/99/9999
               USING  W-DTVIG
               REVERSE-VIDEO.
           05  TW-ESCALA
               LINE 07  COLUMN 31  PIC 9(03)
               USING  W-ESCENTR
               HIGHLIGHT.
           05  TW-ESCDESCR
               LINE 07  COLUMN 36  PIC X(30)
               FROM   W-ESCDESCR
               HIGHLIGHT.
           05  TW-DTBASE
               LINE 08  COLUMN 36  PIC 99/99/9999
               USING  W-DTBASE
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQESCFUN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQESCFUN
                 CLOSE ARQESCFUN
                 OPEN I-O ARQESCFUN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQESCFUN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT TBESCALA
           IF ST-ERRO2 NOT = "00"
              MOVE "* TBESCALA NAO ENCONTRADO - USE O FPP122 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQESCFUN
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

       R1.
           MOVE SPACES TO NOME W-ESCDESCR W-ESCTIPO
           MOVE ZEROS TO W-CHAPAENTR W-DTVIG W-ESCENTR W-DTBASE
           DISPLAY TELAEF.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAEF
                   GO TO R2.
           IF W-CHAPAENTR < 1
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
               MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
               TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TNOME.
           PERFORM LISTAR-HIST THRU LISTAR-HIST-FIM.

       R3.
           ACCEPT TW-DTVIG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE W-DTVIG TO W-DTV-DATA
           MOVE SPACES  TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE VIGENCIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-CHAPAENTR  TO EF-CHAPA
           MOVE W-DTVIG-ANO  TO EF-DTVIG(1:4)
           MOVE W-DTVIG-MES  TO EF-DTVIG(5:2)
           MOVE W-DTVIG-DIA  TO EF-DTVIG(7:2)
           READ ARQESCFUN
           IF ST-ERRO = "00"
              MOVE EF-ESCALA TO W-ESCENTR
              MOVE EF-DTBASE(7:2) TO W-DTBASE-DIA
              MOVE EF-DTBASE(5:2) TO W-DTBASE-MES
              MOVE EF-DTBASE(1:4) TO W-DTBASE-ANO
              MOVE "*** VIGENCIA JA CADASTRADA - ALTERACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              MOVE W-DTVIG TO W-DTBASE.
           DISPLAY TW-ESCALA TW-DTBASE.

       R4.
           ACCEPT TW-ESCALA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ESCENTR = ZEROS
              MOVE "SEMANA PADRAO" TO W-ESCDESCR
              MOVE "S" TO W-ESCTIPO
              DISPLAY TW-ESCDESCR
              GO TO R5.
           MOVE W-ESCENTR TO ESC-COD
           READ TBESCALA
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ESCALA NAO CADASTRADA (FPP122) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ESC-STATUS NOT = "A"
              MOVE "*** ESCALA INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE ESC-DESCR TO W-ESCDESCR
           MOVE ESC-TIPO  TO W-ESCTIPO
           DISPLAY TW-ESCDESCR.

      *----[ DATA BASE SO SE APLICA A ESCALA CICLICA ]----
       R5.
           IF W-ESCTIPO NOT = "C"
              MOVE W-DTVIG TO W-DTBASE
              DISPLAY TW-DTBASE
              GO TO INC-OPC.
           ACCEPT TW-DTBASE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE W-DTBASE TO W-DTV-DATA
           MOVE SPACES   TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA BASE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

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
           MOVE W-CHAPAENTR  TO EF-CHAPA
           MOVE W-DTVIG-ANO  TO EF-DTVIG(1:4)
           MOVE W-DTVIG-MES  TO EF-DTVIG(5:2)
           MOVE W-DTVIG-DIA  TO EF-DTVIG(7:2)
           MOVE W-ESCENTR    TO EF-ESCALA
           MOVE W-DTBASE-ANO TO EF-DTBASE(1:4)
           MOVE W-DTBASE-MES TO EF-DTBASE(5:2)
           MOVE W-DTBASE-DIA TO EF-DTBASE(7:2)
           MOVE W-OPERADOR   TO EF-OPERADOR
           ACCEPT EF-DTULTALT FROM DATE YYYYMMDD
           WRITE REGESCFUN
           IF ST-ERRO = "22"
              REWRITE REGESCFUN.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQESCFUN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ESCALA DO FUNCIONARIO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ ULTIMAS VIGENCIAS DA CHAPA NAS LINHAS 11 A 18 ]------------
       LISTAR-HIST.
           MOVE 11 TO W-LIN
           MOVE ZEROS TO W-QTDHIST
           MOVE W-CHAPAENTR TO EF-CHAPA
           MOVE ZEROS TO EF-DTVIG
           START ARQESCFUN KEY IS NOT LESS EF-KEY
               INVALID KEY GO TO LISTAR-HIST-FIM.
       LISTAR-HIST-RD.
           READ ARQESCFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-HIST-FIM.
           IF EF-CHAPA NOT = W-CHAPAENTR
              GO TO LISTAR-HIST-FIM.
           IF W-QTDHIST NOT LESS 8
              GO TO LISTAR-HIST-FIM.
           MOVE EF-DTVIG(7:2) TO LH-DIA
           MOVE EF-DTVIG(5:2) TO LH-MES
           MOVE EF-DTVIG(1:4) TO LH-ANO
           MOVE EF-ESCALA     TO LH-ESCALA
           MOVE "SEMANA PADRAO" TO LH-DESCR
           IF EF-ESCALA NOT = ZEROS
              MOVE EF-ESCALA TO ESC-COD
              READ TBESCALA
              IF ST-ERRO2 = "00"
                 MOVE ESC-DESCR TO LH-DESCR
              ELSE
                 MOVE "*** NAO CADASTRADA ***" TO LH-DESCR.
           DISPLAY (W-LIN, 05) LINHIST
           ADD 1 TO W-LIN W-QTDHIST
           GO TO LISTAR-HIST-RD.
       LISTAR-HIST-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQESCFUN TBESCALA ARQFUNC.
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
