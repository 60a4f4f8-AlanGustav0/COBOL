       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP143.
      ********************************************************
      * CADASTRO DE PIN DO AUTOATENDIMENTO (ARQPINFUNC)       *
      * ACESSO DO FUNCIONARIO AO QUIOSQUE FPP142, SEPARADO    *
      * DOS OPERADORES DO ARQUSER. PIN NOVO OU REDEFINIDO     *
      * FICA COM STATUS T: TROCA OBRIGATORIA NO 1o ACESSO     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPINFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIN-CHAPA
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ STATUS: A=ATIVO  B=BLOQUEADO  T=TROCAR PIN NO ACESSO ]----
       FD ARQPINFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPINFUNC.DAT".
       01 REGPINFUNC.
          03 PIN-CHAPA                 PIC 9(06).
          03 PIN-SENHA                 PIC X(06).
          03 PIN-STATUS                PIC X(01).
          03 PIN-TENTATIVAS            PIC 9(01).
          03 PIN-DTULTACES             PIC 9(08).
          03 PIN-HRULTACES             PIC 9(06).
          03 PIN-OPERADOR              PIC X(08).
          03 PIN-DTULTALT              PIC 9(08).
          03 PIN-HRULTALT              PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
           03 FUNC-RESTO2 REDEFINES FUNC-RESTO.
            05 FILLER             PIC X(15).
            05 FUNCSTATUS         PIC X(01).
            05 FILLER             PIC X(202).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-HORA          PIC 9(08) VALUE ZEROS.

       SCREEN SECTION.

       01  TELAPIN.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "******************* PIN DO AUTOATENDIMEN".
           05  LINE 02  COLUMN 41
               VALUE  "TO DO FUNCIONARIO *********************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 06  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 08  COLUMN 02
               VALUE  "NOME: ".
           05  LINE 10  COLUMN 02
               VALUE  "PIN (6 DIGITOS): ".
           05  LINE 12  COLUMN 02
               VALUE  "STATUS (A=ATIVO  B=BLOQUEADO  ".
           05  LINE 12  COLUMN 32
               VALUE  "T=TROCAR NO ACESSO): ".
           05  LINE 14  COLUMN 02
               VALUE  "ULTIMO ACESSO AO QUIOSQUE: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TPIN-CHAPA
               LINE 06  COLUMN 10  PIC 9(06)
               USING  PIN-CHAPA
               REVERSE-VIDEO.
           05  TW-NOME
               LINE 08  COLUMN 09  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TPIN-SENHA
               LINE 10  COLUMN 20  PIC X(06)
               USING  PIN-SENHA
               SECURE.
           05  TPIN-STATUS
               LINE 12  COLUMN 54  PIC X(01)
               USING  PIN-STATUS
               HIGHLIGHT.
           05  TPIN-DTULTACES
               LINE 14  COLUMN 30  PIC 9999/99/99
               USING  PIN-DTULTACES
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQPINFUNC
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQPINFUNC
              CLOSE ARQPINFUNC
              OPEN I-O ARQPINFUNC.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPINFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPINFUNC
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO PIN-SENHA PIN-STATUS PIN-OPERADOR W-NOME
           MOVE ZEROS TO PIN-CHAPA PIN-TENTATIVAS PIN-DTULTACES
           MOVE ZEROS TO PIN-HRULTACES PIN-DTULTALT PIN-HRULTALT
           MOVE ZEROS TO W-SEL
           DISPLAY TELAPIN.

       R2.
           ACCEPT TPIN-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF PIN-CHAPA < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PIN-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOME
           DISPLAY TW-NOME.

       LER-ARQPIN.
           READ ARQPINFUNC WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPIN
                MOVE "*** PIN JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQPINFUNC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                IF FUNCSTATUS = "D"
                   MOVE "* FUNCIONARIO DESLIGADO - PIN NAO PERMITIDO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
                ELSE
                   MOVE "T" TO PIN-STATUS
                   MOVE "*** PIN NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *----[ PIN NUMERICO DE 6 DIGITOS, DIGITADO NO QUIOSQUE ]----
       R3.
           ACCEPT TPIN-SENHA.
           IF PIN-SENHA NOT NUMERIC
              MOVE "*** PIN DEVE TER 6 DIGITOS NUMERICOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TPIN-STATUS.
           IF PIN-STATUS NOT = "A" AND "B" AND "T"
              MOVE "*** DIGITE A=ATIVO B=BLOQUEADO T=TROCAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF PIN-STATUS NOT = "B"
              MOVE ZEROS TO PIN-TENTATIVAS.
           MOVE W-OPERADOR TO PIN-OPERADOR
           ACCEPT PIN-DTULTALT FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HORA(1:6) TO PIN-HRULTALT.

      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGPINFUNC
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** PIN GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* PIN JA EXISTE, DADOS NAO GRAVADOS *"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPINFUNC"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVA CHAPA   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQPINFUNC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PIN DO FUNCIONARIO EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPINFUNC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE PIN."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPINFUNC ARQFUNC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *----------------------[ ROTINA DE MENSAGENS ]--------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (23, 20) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                DISPLAY (23, 20) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
