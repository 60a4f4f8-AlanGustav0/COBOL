       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP133.
      ********************************************************
      * EPI OBRIGATORIO POR CARGO (NR-6) - ARQEPICG           *
      * UM REGISTRO POR CARGO (ARQCARG) E EPI (ARQEPI) COM A  *
      * QUANTIDADE A SER ENTREGUE AO OCUPANTE DO CARGO        *
      * BASE DO RELATORIO DE PENDENCIAS DE EPI (FPP135)       *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPICG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPICG-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPI-COD
                      ALTERNATE RECORD KEY IS EPI-DESCR
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQEPICG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPICG.DAT".
       01 REGEPICG.
           03 EPICG-KEY.
            05 EPICG-CARGO        PIC 9(03).
            05 EPICG-EPI          PIC 9(04).
           03 EPICG-QTD          PIC 9(02).
           03 EPICG-OPERADOR     PIC X(08).
           03 EPICG-DTULTALT     PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQEPI
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
           03 EPI-COD            PIC 9(04).
           03 EPI-DESCR          PIC X(40).
           03 EPI-CA             PIC 9(06).
           03 EPI-DTVALCA        PIC 9(08).
           03 EPI-INTERV         PIC 9(03).
           03 EPI-STATUS         PIC X(01).
           03 EPI-OPERADOR       PIC X(08).
           03 EPI-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).
          03 CARG-OPERADOR      PIC X(08).
          03 CARG-DTULTALT      PIC 9(08).
          03 CARG-HRULTALT      PIC 9(06).
          03 CARG-PERICUL       PIC X(01).
          03 CARG-INSALGR       PIC X(01).
          03 CARG-SINDICATO     PIC 9(03).
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
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-CARGOENTR     PIC 9(03) VALUE ZEROS.
       01 W-EPIENTR       PIC 9(04) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDLIST       PIC 9(02) VALUE ZEROS.

       01 LINLIST.
          03 LL-EPI          PIC 9(04).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LL-DESCR        PIC X(40).
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LL-QTD          PIC Z9.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEPICG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "**********************EPI OBRIGATORIO PO".
           05  LINE 02  COLUMN 41
               VALUE  "R CARGO (NR-6)************************".
           05  LINE 04  COLUMN 01
               VALUE  "  CARGO:".
           05  LINE 06  COLUMN 01
               VALUE  "  CODIGO DO EPI:".
           05  LINE 08  COLUMN 01
               VALUE  "  QUANTIDADE A ENTREGAR:".
           05  LINE 10  COLUMN 01
               VALUE  "  EPI  DESCRICAO".
           05  LINE 10  COLUMN 49
               VALUE  "QTD".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CARGO
               LINE 04  COLUMN 10  PIC 9(03)
               USING  W-CARGOENTR
               REVERSE-VIDEO.
           05  TDENOM
               LINE 04  COLUMN 15  PIC X(45)
               USING  DENOM
               HIGHLIGHT.
           05  TW-EPI
               LINE 06  COLUMN 18  PIC 9(04)
               USING  W-EPIENTR
               REVERSE-VIDEO.
           05  TEPI-DESCR
               LINE 06  COLUMN 24  PIC X(40)
               USING  EPI-DESCR
               HIGHLIGHT.
           05  TEPICG-QTD
               LINE 08  COLUMN 26  PIC 9(02)
               USING  EPICG-QTD
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQEPICG
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEPICG
                 CLOSE ARQEPICG
                 OPEN I-O ARQEPICG
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPICG" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQEPI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CATALOGO DE EPI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPICG
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQCARG NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPICG ARQEPI
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO DENOM EPI-DESCR
           MOVE ZEROS TO W-CARGOENTR W-EPIENTR EPICG-CARGO EPICG-EPI
           MOVE ZEROS TO EPICG-QTD W-SEL
           DISPLAY TELAEPICG.

       R2.
           ACCEPT TW-CARGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAEPICG
                   GO TO R2.
           IF W-CARGOENTR < 1
                 MOVE "*** CARGO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CARGOENTR TO COD
           READ ARQCARG
           IF ST-ERRO3 NOT = "00"
               MOVE "*** CARGO DIGITADO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TDENOM.
           PERFORM LISTAR-EPI THRU LISTAR-EPI-FIM.

      *----[ NOVOS VINCULOS SO COM EPI ATIVO NO CATALOGO ]----
       R3.
           MOVE ZEROS TO W-EPIENTR EPICG-QTD W-SEL
           MOVE SPACES TO EPI-DESCR
           DISPLAY TW-EPI TEPI-DESCR TEPICG-QTD
           ACCEPT TW-EPI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-EPIENTR < 1
                 MOVE "*** EPI NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3.
           MOVE W-EPIENTR TO EPI-COD
           READ ARQEPI
           IF ST-ERRO2 NOT = "00"
               MOVE "*** EPI NAO CADASTRADO NO CATALOGO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           DISPLAY TEPI-DESCR
           MOVE W-CARGOENTR TO EPICG-CARGO
           MOVE W-EPIENTR   TO EPICG-EPI.

       LER-ARQEPICG.
           READ ARQEPICG
           IF ST-ERRO = "00"
              DISPLAY TEPICG-QTD
              MOVE "*** EPI JA EXIGIDO PARA O CARGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQEPICG" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF EPI-STATUS NOT = "A"
              MOVE "*** EPI INATIVO NO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE 1 TO EPICG-QTD.

       R4.
           ACCEPT TEPICG-QTD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF EPICG-QTD = ZEROS
              MOVE "*** QUANTIDADE NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

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
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR   TO EPICG-OPERADOR
           ACCEPT EPICG-DTULTALT FROM DATE YYYYMMDD
           WRITE REGEPICG
           IF ST-ERRO = "00" OR "02"
               MOVE "*** EPI VINCULADO AO CARGO *** " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VOLTA-CARGO.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEPICG" TO MENS
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
                   GO TO R3
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
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQEPICG RECORD
                IF ST-ERRO = "00"
                   MOVE "*** EPI RETIRADO DO CARGO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VOLTA-CARGO.
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
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERADOR TO EPICG-OPERADOR
                ACCEPT EPICG-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGEPICG
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** QUANTIDADE ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VOLTA-CARGO.
                MOVE "ERRO NA ALTERACAO DO REGISTRO ARQEPICG"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ CONTINUA NO MESMO CARGO COM A LISTA ATUALIZADA ]----
       VOLTA-CARGO.
           DISPLAY TELAEPICG
           DISPLAY TW-CARGO TDENOM
           PERFORM LISTAR-EPI THRU LISTAR-EPI-FIM
           GO TO R3.

      *----[ EPIS DO CARGO NAS LINHAS 11 A 18 ]-------------------------
       LISTAR-EPI.
           MOVE 11 TO W-LIN
           MOVE ZEROS TO W-QTDLIST
           MOVE W-CARGOENTR TO EPICG-CARGO
           MOVE ZEROS TO EPICG-EPI
           START ARQEPICG KEY IS NOT LESS EPICG-KEY
               INVALID KEY GO TO LISTAR-EPI-FIM.
       LISTAR-EPI-RD.
           READ ARQEPICG NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-EPI-FIM.
           IF EPICG-CARGO NOT = W-CARGOENTR
              GO TO LISTAR-EPI-FIM.
           IF W-QTDLIST NOT LESS 8
              GO TO LISTAR-EPI-FIM.
           MOVE EPICG-EPI TO LL-EPI EPI-COD
           READ ARQEPI
           IF ST-ERRO2 = "00"
              MOVE EPI-DESCR TO LL-DESCR
           ELSE
              MOVE "*** EPI NAO CADASTRADO" TO LL-DESCR.
           MOVE EPICG-QTD TO LL-QTD
           DISPLAY (W-LIN, 03) LINLIST
           ADD 1 TO W-LIN W-QTDLIST
           GO TO LISTAR-EPI-RD.
       LISTAR-EPI-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQEPICG ARQEPI ARQCARG.
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
       FIM-ROT-EPICG.
