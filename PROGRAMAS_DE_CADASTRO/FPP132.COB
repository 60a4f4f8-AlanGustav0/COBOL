       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP132.
      ********************************************************
      * MANUTENCAO DO CATALOGO DE EPI (NR-6) - ARQEPI         *
      * CADA EPI TEM O NUMERO DO CA (CERTIFICADO DE APROVACAO)*
      * COM A VALIDADE E A PERIODICIDADE DE TROCA EM DIAS     *
      * EPI EXIGIDO POR CARGO: FPP133 - ENTREGAS: FPP134      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPI-COD
                      ALTERNATE RECORD KEY IS EPI-DESCR
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ INTERVALO DE TROCA EM DIAS (ZEROS = SEM TROCA PERIODICA) ]-
      *----[ STATUS: A=ATIVO  I=INATIVO (NAO ACEITA NOVAS ENTREGAS)  ]-
       FD ARQEPI
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
           03 EPI-COD            PIC 9(04).
           03 EPI-DESCR          PIC X(40).
           03 EPI-CA             PIC 9(06).
           03 EPI-DTVALCA        PIC 9(08).
           03 EPI-DTVALCAX REDEFINES EPI-DTVALCA.
            05 EPI-DIAVAL         PIC 9(02).
            05 EPI-MESVAL         PIC 9(02).
            05 EPI-ANOVAL         PIC 9(04).
           03 EPI-INTERV         PIC 9(03).
           03 EPI-STATUS         PIC X(01).
           03 EPI-OPERADOR       PIC X(08).
           03 EPI-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-CODENTR       PIC 9(04) VALUE ZEROS.
       01 W-STATDESC      PIC X(07) VALUE SPACES.
       01 W-SITCA         PIC X(20) VALUE SPACES.
       01 W-VALAMD        PIC 9(08) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEPI.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*************************CATALOGO DE EPI".
           05  LINE 02  COLUMN 41
               VALUE  " (NR-6)********************************".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO EPI:".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  NUMERO DO CA:".
           05  LINE 09  COLUMN 01
               VALUE  "  VALIDADE DO CA (DD/MM/AAAA):".
           05  LINE 11  COLUMN 01
               VALUE  "  TROCA A CADA (DIAS, ZEROS=SEM TROCA):".
           05  LINE 13  COLUMN 01
               VALUE  "  STATUS (A=ATIVO I=INATIVO):".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-COD
               LINE 04  COLUMN 18  PIC 9(04)
               USING  W-CODENTR
               REVERSE-VIDEO.
           05  TEPI-DESCR
               LINE 06  COLUMN 14  PIC X(40)
               USING  EPI-DESCR
               HIGHLIGHT.
           05  TEPI-CA
               LINE 08  COLUMN 17  PIC 9(06)
               USING  EPI-CA
               HIGHLIGHT.
           05  TEPI-DTVALCA
               LINE 09  COLUMN 32  PIC 99/99/9999
               USING  EPI-DTVALCAX
               HIGHLIGHT.
           05  TW-SITCA
               LINE 09  COLUMN 45  PIC X(20)
               FROM   W-SITCA
               HIGHLIGHT.
           05  TEPI-INTERV
               LINE 11  COLUMN 41  PIC 9(03)
               USING  EPI-INTERV
               HIGHLIGHT.
           05  TEPI-STATUS
               LINE 13  COLUMN 31  PIC X(01)
               USING  EPI-STATUS
               HIGHLIGHT.
           05  TW-STATDESC
               LINE 13  COLUMN 33  PIC X(07)
               FROM   W-STATDESC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQEPI
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEPI
                 CLOSE ARQEPI
                 OPEN I-O ARQEPI
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO EPI-DESCR EPI-STATUS W-STATDESC W-SITCA
           MOVE ZEROS TO W-CODENTR EPI-COD EPI-CA EPI-DTVALCA
           MOVE ZEROS TO EPI-INTERV W-SEL
           DISPLAY TELAEPI.

       R2.
           ACCEPT TW-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAEPI
                   GO TO R2.
           IF W-CODENTR < 1
                 MOVE "*** CODIGO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CODENTR TO EPI-COD.

       LER-ARQEPI.
           READ ARQEPI
           IF ST-ERRO = "00"
              PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
              DISPLAY TEPI-DESCR TEPI-CA TEPI-DTVALCA TW-SITCA
              DISPLAY TEPI-INTERV TEPI-STATUS TW-STATDESC
              MOVE "*** EPI JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQEPI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO EPI-STATUS.

       R3.
           ACCEPT TEPI-DESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF EPI-DESCR = SPACES
              MOVE "*** DESCRICAO NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TEPI-CA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EPI-CA = ZEROS
              MOVE "*** NUMERO DO CA NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

      *----[ CA VENCIDO E ACEITO, MAS FICA SINALIZADO NA TELA ]----
       R5.
           ACCEPT TEPI-DTVALCA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           MOVE EPI-DTVALCA TO W-DTV-DATA
           MOVE SPACES      TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** VALIDADE DO CA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           DISPLAY TW-SITCA.

       R6.
           ACCEPT TEPI-INTERV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

       R7.
           ACCEPT TEPI-STATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF EPI-STATUS NOT = "A" AND EPI-STATUS NOT = "I"
              MOVE "*** STATUS INVALIDO (A/I) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           DISPLAY TW-STATDESC.

      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
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
           MOVE W-OPERADOR   TO EPI-OPERADOR
           ACCEPT EPI-DTULTALT FROM DATE YYYYMMDD
           WRITE REGEPI
           IF ST-ERRO = "00" OR "02"
               MOVE "*** EPI GRAVADO *** " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEPI" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (20, 15)
                    "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (20, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
      *----[ COM ENTREGAS REGISTRADAS O CERTO E INATIVAR (STATUS I) ]---
       EXC-OPC.
                DISPLAY (20, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQEPI RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EPI EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (20, 12) "ALTERAR  (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERADOR TO EPI-OPERADOR
                ACCEPT EPI-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGEPI
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** EPI ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE EPI"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ DESCRICAO DO STATUS E SITUACAO DO CA ]----
       MOSTRAR-DESCR.
           MOVE SPACES TO W-STATDESC W-SITCA
           IF EPI-STATUS = "A"
              MOVE "ATIVO" TO W-STATDESC.
           IF EPI-STATUS = "I"
              MOVE "INATIVO" TO W-STATDESC.
           IF EPI-DTVALCA = ZEROS
              GO TO MOSTRAR-DESCR-FIM.
           COMPUTE W-VALAMD = (EPI-ANOVAL * 10000)
                            + (EPI-MESVAL * 100) + EPI-DIAVAL
           IF W-VALAMD < W-HOJE
              MOVE "*** CA VENCIDO ***" TO W-SITCA
           ELSE
              MOVE "CA VALIDO" TO W-SITCA.
       MOSTRAR-DESCR-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQEPI.
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
       FIM-ROT-EPI.
