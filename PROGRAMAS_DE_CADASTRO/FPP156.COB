       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP156.
      ********************************************************
      * DOCUMENTOS DE ADMISSAO - CATALOGO (TBDOCADM)          *
      * CADA DOCUMENTO INDICA, POR TIPO DE CONTRATO (E=EXPER. *
      * N=EFETIVO T=ESTAGIO A=APRENDIZ), SE E O=OBRIGATORIO,  *
      * C=COMPLEMENTAR OU N=NAO SE APLICA. A ENTREGA E DADA   *
      * NO FPP157; OBRIGATORIO EM ABERTO APOS O PRAZO DA      *
      * TBTAX D01 (DIAS DA ADMISSAO) SEGURA A FOLHA (FPP015)  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBDOCADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOCA-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TBDOCADM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBDOCADM.DAT".
       01 REGDOCADM.
           03 DOCA-COD           PIC 9(02).
           03 DOCA-DESCR         PIC X(30).
           03 DOCA-EXIGE-E       PIC X(01).
           03 DOCA-EXIGE-N       PIC X(01).
           03 DOCA-EXIGE-T       PIC X(01).
           03 DOCA-EXIGE-A       PIC X(01).
           03 DOCA-OPERADOR      PIC X(08).
           03 DOCA-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-EXIGE         PIC X(01) VALUE SPACES.
       01 W-EXIGEOK       PIC X(01) VALUE "N".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADOCA.
           05  LINE 02  COLUMN 01
               VALUE  "*********************CATALOGO DE DOCUMEN".
           05  LINE 02  COLUMN 41
               VALUE  "TOS DE ADMISSAO**********************".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO DOCUMENTO:".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  EXIGENCIA POR TIPO DE CONTRATO (O=OBRI".
           05  LINE 08  COLUMN 41
               VALUE  "GATORIO C=COMPLEMENTAR N=NAO SE APLICA)".
           05  LINE 10  COLUMN 01
               VALUE  "    E=EXPERIENCIA:".
           05  LINE 11  COLUMN 01
               VALUE  "    N=EFETIVO....:".
           05  LINE 12  COLUMN 01
               VALUE  "    T=ESTAGIO....:".
           05  LINE 13  COLUMN 01
               VALUE  "    A=APRENDIZ...:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TDOCA-COD
               LINE 04  COLUMN 24  PIC 9(02)
               USING  DOCA-COD
               REVERSE-VIDEO.
           05  TDOCA-DESCR
               LINE 06  COLUMN 14  PIC X(30)
               USING  DOCA-DESCR
               HIGHLIGHT.
           05  TDOCA-EXIGE-E
               LINE 10  COLUMN 20  PIC X(01)
               USING  DOCA-EXIGE-E
               HIGHLIGHT.
           05  TDOCA-EXIGE-N
               LINE 11  COLUMN 20  PIC X(01)
               USING  DOCA-EXIGE-N
               HIGHLIGHT.
           05  TDOCA-EXIGE-T
               LINE 12  COLUMN 20  PIC X(01)
               USING  DOCA-EXIGE-T
               HIGHLIGHT.
           05  TDOCA-EXIGE-A
               LINE 13  COLUMN 20  PIC X(01)
               USING  DOCA-EXIGE-A
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O TBDOCADM
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT TBDOCADM
                 CLOSE TBDOCADM
                 OPEN I-O TBDOCADM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TBDOCADM" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO DOCA-DESCR DOCA-OPERADOR
           MOVE "N" TO DOCA-EXIGE-E DOCA-EXIGE-N
           MOVE "N" TO DOCA-EXIGE-T DOCA-EXIGE-A
           MOVE ZEROS TO DOCA-COD DOCA-DTULTALT W-SEL

           DISPLAY TELADOCA.

       R2.
           ACCEPT TDOCA-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF DOCA-COD < 1
                 MOVE "*** CODIGO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

       LER-TBDOCADM.
           READ TBDOCADM WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELADOCA
                MOVE "*** DOCUMENTO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO TBDOCADM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** DOCUMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TDOCA-DESCR.
           IF DOCA-DESCR = SPACES
              MOVE "CAMPO DESCRICAO VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TDOCA-EXIGE-E.
           MOVE DOCA-EXIGE-E TO W-EXIGE
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGEOK NOT = "S"
              GO TO R4.

       R5.
           ACCEPT TDOCA-EXIGE-N.
           MOVE DOCA-EXIGE-N TO W-EXIGE
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGEOK NOT = "S"
              GO TO R5.

       R6.
           ACCEPT TDOCA-EXIGE-T.
           MOVE DOCA-EXIGE-T TO W-EXIGE
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGEOK NOT = "S"
              GO TO R6.

       R7.
           ACCEPT TDOCA-EXIGE-A.
           MOVE DOCA-EXIGE-A TO W-EXIGE
           PERFORM VER-EXIGE THRU VER-EXIGE-FIM
           IF W-EXIGEOK NOT = "S"
              GO TO R7.

           MOVE W-OPERADOR TO DOCA-OPERADOR
           ACCEPT DOCA-DTULTALT FROM DATE YYYYMMDD.

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
           WRITE REGDOCADM
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                   MOVE "* DOCUMENTO JA EXISTE, NAO GRAVADO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO TBDOCADM" TO MENS
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
       EXC-OPC.
                DISPLAY (23, 15) "EXCLUIR   (S/N) : ".
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
                DELETE TBDOCADM RECORD
                IF ST-ERRO = "00"
                   MOVE "*** DOCUMENTO EXCLUIDO DO CATALOGO ***"
                   TO MENS
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
                REWRITE REGDOCADM
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO DOCUMENTO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ EXIGENCIA: O=OBRIGATORIO C=COMPLEMENTAR N=NAO SE APLICA ]--
       VER-EXIGE.
           MOVE "S" TO W-EXIGEOK
           IF W-EXIGE NOT = "O" AND W-EXIGE NOT = "C"
                 AND W-EXIGE NOT = "N"
              MOVE "N" TO W-EXIGEOK
              MOVE "*** DIGITE APENAS O, C OU N ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-EXIGE-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE TBDOCADM.
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
