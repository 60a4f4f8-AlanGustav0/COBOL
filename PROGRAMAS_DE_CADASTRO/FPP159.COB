       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP159.
      ********************************************************
      * CADASTRO DE BENS DA EMPRESA EM PODER DE FUNCIONARIOS  *
      * (ARQBENS): NOTEBOOK, CELULAR, CRACHA, FERRAMENTA,     *
      * UNIFORME. O VALOR E O SUGERIDO P/ DESCONTO NA ENTREGA *
      * (FPP160). STATUS MANTIDO PELO FPP160: D=DISPONIVEL    *
      * E=EM PODER DE FUNCIONARIO  B=BAIXADO                  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBENS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BEM-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ TIPO: N=NOTEBOOK C=CELULAR K=CRACHA F=FERRAMENTA ]----
      *----[       U=UNIFORME O=OUTRO                         ]----
       FD ARQBENS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBENS.DAT".
       01 REGBENS.
           03 BEM-COD            PIC 9(06).
           03 BEM-TIPO           PIC X(01).
           03 BEM-DESCR          PIC X(30).
           03 BEM-PATRIM         PIC X(15).
           03 BEM-VALOR          PIC 9(06)V99.
           03 BEM-STATUS         PIC X(01).
           03 BEM-CHAPA          PIC 9(06).
           03 BEM-OPERADOR       PIC X(08).
           03 BEM-DTULTALT       PIC 9(08).
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

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELABENS.
           05  LINE 02  COLUMN 01
               VALUE  "************************CADASTRO DE BENS".
           05  LINE 02  COLUMN 41
               VALUE  " DA EMPRESA**************************".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO BEM:".
           05  LINE 06  COLUMN 01
               VALUE  "  TIPO (N=NOTEBOOK C=CELULAR K=CRACHA F=".
           05  LINE 06  COLUMN 41
               VALUE  "FERRAMENTA U=UNIFORME O=OUTRO):".
           05  LINE 07  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  PATRIMONIO/SERIE:".
           05  LINE 09  COLUMN 01
               VALUE  "  VALOR P/ DESCONTO:".
           05  LINE 11  COLUMN 01
               VALUE  "  STATUS (D=DISPONIVEL E=EM PODER B=BAIX".
           05  LINE 11  COLUMN 41
               VALUE  "ADO):      CHAPA:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TBEM-COD
               LINE 04  COLUMN 18  PIC 9(06)
               USING  BEM-COD
               REVERSE-VIDEO.
           05  TBEM-TIPO
               LINE 06  COLUMN 73  PIC X(01)
               USING  BEM-TIPO
               HIGHLIGHT.
           05  TBEM-DESCR
               LINE 07  COLUMN 14  PIC X(30)
               USING  BEM-DESCR
               HIGHLIGHT.
           05  TBEM-PATRIM
               LINE 08  COLUMN 21  PIC X(15)
               USING  BEM-PATRIM
               HIGHLIGHT.
           05  TBEM-VALOR
               LINE 09  COLUMN 22  PIC 9(06)V99
               USING  BEM-VALOR
               HIGHLIGHT.
           05  TBEM-STATUS
               LINE 11  COLUMN 47  PIC X(01)
               FROM   BEM-STATUS.
           05  TBEM-CHAPA
               LINE 11  COLUMN 59  PIC 9(06)
               FROM   BEM-CHAPA.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O ARQBENS
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQBENS
                 CLOSE ARQBENS
                 OPEN I-O ARQBENS
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBENS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO BEM-TIPO BEM-DESCR BEM-PATRIM BEM-OPERADOR
           MOVE "D" TO BEM-STATUS
           MOVE ZEROS TO BEM-COD BEM-VALOR BEM-CHAPA BEM-DTULTALT W-SEL

           DISPLAY TELABENS.

       R2.
           ACCEPT TBEM-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF BEM-COD < 1
                 MOVE "*** CODIGO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

       LER-ARQBENS.
           READ ARQBENS WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELABENS
                MOVE "*** BEM JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQBENS" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** BEM NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TBEM-TIPO.
           IF BEM-TIPO NOT = "N" AND BEM-TIPO NOT = "C"
                 AND BEM-TIPO NOT = "K" AND BEM-TIPO NOT = "F"
                 AND BEM-TIPO NOT = "U" AND BEM-TIPO NOT = "O"
              MOVE "*** DIGITE N, C, K, F, U OU O ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TBEM-DESCR.
           IF BEM-DESCR = SPACES
              MOVE "CAMPO DESCRICAO VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TBEM-PATRIM.

       R6.
           ACCEPT TBEM-VALOR.

           MOVE W-OPERADOR TO BEM-OPERADOR
           ACCEPT BEM-DTULTALT FROM DATE YYYYMMDD.

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
           WRITE REGBENS
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                   MOVE "* BEM JA EXISTE, NAO GRAVADO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBENS" TO MENS
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
      *----[ BEM EM PODER DE FUNCIONARIO NAO PODE SER EXCLUIDO ]----
       EXC-OPC.
                IF BEM-STATUS = "E"
                   MOVE "* BEM EM PODER DE FUNCIONARIO - USE FPP160 *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE ARQBENS RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGISTRO DO BEM EXCLUIDO ***"
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
                REWRITE REGBENS
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DO BEM" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQBENS.
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
