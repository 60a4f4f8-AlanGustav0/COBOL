       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP127.
      ********************************************************
      * MANUTENCAO DO CADASTRO DE ESTABILIDADE PROVISORIA     *
      * UM REGISTRO POR CHAPA E DATA DE INICIO (ARQESTAB)     *
      * DURANTE O PERIODO PROTEGIDO O FPP004 E O FPP042 NAO   *
      * ACEITAM DESLIGAMENTO POR DEMISSAO (MOTIVO D)          *
      * ACIDENTE E GESTANTE TAMBEM SAO GERADOS PELO FPP048    *
      * A PARTIR DO AFASTAMENTO (ORIGEM A) - ROTINA FPP128    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESTAB-KEY
                      FILE STATUS IS ST-ERRO.

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
      *----[ G=GESTANTE A=ACIDENTE C=CIPA S=SINDICAL P=PRE-APOSENT. ]--
      *----[ O=OUTRA (CONVENCAO)  ORIGEM: M=MANUAL A=AFASTAMENTO    ]--
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 ESTAB-KEY.
            05 ESTAB-CHAPA        PIC 9(06).
            05 ESTAB-INI          PIC 9(08).
           03 ESTAB-TIPO         PIC X(01).
           03 ESTAB-DTINI        PIC 9(08).
           03 ESTAB-DTINIX REDEFINES ESTAB-DTINI.
            05 ESTAB-DIAINI       PIC 9(02).
            05 ESTAB-MESINI       PIC 9(02).
            05 ESTAB-ANOINI       PIC 9(04).
           03 ESTAB-DTFIM        PIC 9(08).
           03 ESTAB-DTFIMX REDEFINES ESTAB-DTFIM.
            05 ESTAB-DIAFIM       PIC 9(02).
            05 ESTAB-MESFIM       PIC 9(02).
            05 ESTAB-ANOFIM       PIC 9(04).
           03 ESTAB-ORIGEM       PIC X(01).
           03 ESTAB-OBS          PIC X(40).
           03 ESTAB-OPERADOR     PIC X(08).
           03 ESTAB-DTULTALT     PIC 9(08).
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
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-TIPODESC      PIC X(10) VALUE SPACES.
       01 W-ORIGDESC      PIC X(11) VALUE SPACES.
       01 W-INIAMD        PIC 9(08) VALUE ZEROS.
       01 W-FIMAMD        PIC 9(08) VALUE ZEROS.
       01 W-IT            PIC 9(01) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDHIST       PIC 9(02) VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       01 TABTIPOESTX.
          03 FILLER     PIC X(11) VALUE "GGESTANTE".
          03 FILLER     PIC X(11) VALUE "AACIDENTE".
          03 FILLER     PIC X(11) VALUE "CCIPA".
          03 FILLER     PIC X(11) VALUE "SSINDICAL".
          03 FILLER     PIC X(11) VALUE "PPRE-APOS.".
          03 FILLER     PIC X(11) VALUE "OOUTRA".
       01 TABTIPOEST REDEFINES TABTIPOESTX.
          03 TBTIPOEST OCCURS 6 TIMES.
             05 TBTIPOEST-COD   PIC X(01).
             05 TBTIPOEST-DESC  PIC X(10).

       01 LINHIST.
          03 LH-DTINI        PIC 99/99/9999.
          03 FILLER          PIC X(03) VALUE " A ".
          03 LH-DTFIM        PIC 99/99/9999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LH-TIPO         PIC X(10).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LH-ORIGEM       PIC X(11).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESTAB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "**********************ESTABILIDADE PROVI".
           05  LINE 02  COLUMN 41
               VALUE  "SORIA DO FUNCIONARIO******************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 06  COLUMN 01
               VALUE  "  INICIO DA ESTABILIDADE (DD/MM/AAAA):".
           05  LINE 07  COLUMN 01
               VALUE  "  TIPO:".
           05  LINE 07  COLUMN 24
               VALUE  "G=GESTANTE A=ACIDENTE DO TRABALHO C=CIPA".
           05  LINE 08  COLUMN 24
               VALUE  "S=DIRIGENTE SINDICAL P=PRE-APOSENTADORIA".
           05  LINE 09  COLUMN 24
               VALUE  "O=OUTRA (CONVENCAO/ACORDO)".
           05  LINE 10  COLUMN 01
               VALUE  "  FIM DA ESTABILIDADE (ZEROS=SEM DATA):".
           05  LINE 11  COLUMN 01
               VALUE  "  OBSERVACAO:".
           05  LINE 12  COLUMN 01
               VALUE  "  ORIGEM:".
           05  LINE 13  COLUMN 01
               VALUE  "  ESTABILIDADES DA CHAPA:".
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
           05  TESTAB-DTINI
               LINE 06  COLUMN 40  PIC 99/99/9999
               USING  ESTAB-DTINIX
               REVERSE-VIDEO.
           05  TESTAB-TIPO
               LINE 07  COLUMN 09  PIC X(01)
               USING  ESTAB-TIPO
               HIGHLIGHT.
           05  TW-TIPODESC
               LINE 07  COLUMN 11  PIC X(10)
               FROM   W-TIPODESC
               HIGHLIGHT.
           05  TESTAB-DTFIM
               LINE 10  COLUMN 41  PIC 99/99/9999
               USING  ESTAB-DTFIMX
               HIGHLIGHT.
           05  TESTAB-OBS
               LINE 11  COLUMN 15  PIC X(40)
               USING  ESTAB-OBS
               HIGHLIGHT.
           05  TW-ORIGDESC
               LINE 12  COLUMN 11  PIC X(11)
               FROM   W-ORIGDESC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQESTAB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQESTAB
                 CLOSE ARQESTAB
                 OPEN I-O ARQESTAB
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQESTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQESTAB
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME ESTAB-TIPO ESTAB-OBS ESTAB-ORIGEM
           MOVE SPACES TO W-TIPODESC W-ORIGDESC
           MOVE ZEROS TO W-CHAPAENTR ESTAB-CHAPA ESTAB-INI W-SEL
           MOVE ZEROS TO ESTAB-DTINI ESTAB-DTFIM
           DISPLAY TELAESTAB.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAESTAB
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
           MOVE ZEROS TO ESTAB-DTINI
           ACCEPT TESTAB-DTINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE ESTAB-DTINI TO W-DTV-DATA
           MOVE SPACES      TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-CHAPAENTR TO ESTAB-CHAPA
           COMPUTE ESTAB-INI = (ESTAB-ANOINI * 10000)
                             + (ESTAB-MESINI * 100) + ESTAB-DIAINI
           MOVE ESTAB-INI TO W-INIAMD.

       LER-ARQESTAB.
           READ ARQESTAB
           IF ST-ERRO = "00"
              GO TO MOSTRAR-ESTAB.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQESTAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE SPACES TO ESTAB-TIPO ESTAB-OBS
           MOVE "M"    TO ESTAB-ORIGEM
           MOVE ZEROS  TO ESTAB-DTFIM
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM.

      *----[ A LISTA USA O REGISTRO: RELE O ESCOLHIDO DEPOIS DELA ]----
       MOSTRAR-ESTAB.
           DISPLAY TELAESTAB
           PERFORM LISTAR-HIST THRU LISTAR-HIST-FIM
           MOVE W-CHAPAENTR TO ESTAB-CHAPA
           MOVE W-INIAMD    TO ESTAB-INI
           READ ARQESTAB
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQESTAB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           DISPLAY TNOME TESTAB-DTINI TESTAB-TIPO TW-TIPODESC
           DISPLAY TESTAB-DTFIM TESTAB-OBS TW-ORIGDESC
           MOVE "*** ESTABILIDADE JA CADASTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ACE-001.

       R4.
           ACCEPT TESTAB-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           IF W-TIPODESC = SPACES
              MOVE "*** TIPO INVALIDO (G/A/C/S/P/O) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TW-TIPODESC.

      *----[ SO A GESTANTE PODE FICAR SEM FIM (PARTO NAO OCORRIDO) ]----
       R5.
           ACCEPT TESTAB-DTFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ESTAB-DTFIM = ZEROS
              IF ESTAB-TIPO = "G"
                 GO TO R6
              ELSE
                 MOVE "*** INFORME O FIM DA ESTABILIDADE ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R5.
           MOVE ESTAB-DTFIM TO W-DTV-DATA
           MOVE SPACES      TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA FINAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           COMPUTE W-FIMAMD = (ESTAB-ANOFIM * 10000)
                            + (ESTAB-MESFIM * 100) + ESTAB-DIAFIM
           IF W-FIMAMD < W-INIAMD
              MOVE "*** FIM ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TESTAB-OBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.

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
           MOVE W-OPERADOR   TO ESTAB-OPERADOR
           ACCEPT ESTAB-DTULTALT FROM DATE YYYYMMDD
           WRITE REGESTAB
           IF ST-ERRO = "00" OR "02"
               MOVE "*** ESTABILIDADE GRAVADA *** " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQESTAB" TO MENS
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
                      GO TO R4.
      *
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
                DELETE ARQESTAB RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ESTABILIDADE EXCLUIDA ***" TO MENS
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
      *----[ ALTERADA NA TELA PASSA A SER MANUAL ]----
                MOVE "M"        TO ESTAB-ORIGEM
                MOVE W-OPERADOR TO ESTAB-OPERADOR
                ACCEPT ESTAB-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGESTAB
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ESTABILIDADE ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE ESTABIL."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ DESCRICAO DO TIPO E DA ORIGEM ]----
       MOSTRAR-DESCR.
           MOVE SPACES TO W-TIPODESC
           MOVE "MANUAL" TO W-ORIGDESC
           IF ESTAB-ORIGEM = "A"
              MOVE "AFASTAMENTO" TO W-ORIGDESC.
           MOVE 1 TO W-IT.
       MOSTRAR-DESCR-LOOP.
           IF TBTIPOEST-COD(W-IT) = ESTAB-TIPO
              MOVE TBTIPOEST-DESC(W-IT) TO W-TIPODESC
              GO TO MOSTRAR-DESCR-FIM.
           IF W-IT < 6
              ADD 1 TO W-IT
              GO TO MOSTRAR-DESCR-LOOP.
       MOSTRAR-DESCR-FIM.
           EXIT.

      *----[ ESTABILIDADES DA CHAPA NAS LINHAS 14 A 18 ]----------------
       LISTAR-HIST.
           MOVE 14 TO W-LIN
           MOVE ZEROS TO W-QTDHIST
           MOVE W-CHAPAENTR TO ESTAB-CHAPA
           MOVE ZEROS TO ESTAB-INI
           START ARQESTAB KEY IS NOT LESS ESTAB-KEY
               INVALID KEY GO TO LISTAR-HIST-FIM.
       LISTAR-HIST-RD.
           READ ARQESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-HIST-FIM.
           IF ESTAB-CHAPA NOT = W-CHAPAENTR
              GO TO LISTAR-HIST-FIM.
           IF W-QTDHIST NOT LESS 5
              GO TO LISTAR-HIST-FIM.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           MOVE ESTAB-DTINI TO LH-DTINI
           MOVE ESTAB-DTFIM TO LH-DTFIM
           MOVE W-TIPODESC  TO LH-TIPO
           MOVE W-ORIGDESC  TO LH-ORIGEM
           DISPLAY (W-LIN, 05) LINHIST
           ADD 1 TO W-LIN W-QTDHIST
           GO TO LISTAR-HIST-RD.
       LISTAR-HIST-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQESTAB ARQFUNC.
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
       FIM-ROT-ESTAB.
