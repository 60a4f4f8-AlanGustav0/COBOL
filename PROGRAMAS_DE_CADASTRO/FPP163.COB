       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP163.
      ********************************************************
      * LGPD - REGRAS DE RETENCAO DE DADOS PESSOAIS           *
      * (TBRETENC). PARA CADA TIPO DE DADO DO EX-FUNCIONARIO  *
      * INDICA QUANTOS ANOS APOS O DESLIGAMENTO O DADO E      *
      * RETIDO E O QUE SE FAZ AO FIM DA RETENCAO              *
      * (A=ANONIMIZAR M=MANTER). VALORES DE FOLHA E FISCAIS   *
      * (TIPO 06) SAO SEMPRE MANTIDOS                         *
      * A ANONIMIZACAO E FEITA PELO FPP164                    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBRETENC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RETC-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TBRETENC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBRETENC.DAT".
       01 REGRETENC.
      *----[ 01=CONTATO 02=ENDERECO 03=CONTATO DE EMERGENCIA      ]----
      *----[ 04=NOMES DOS DEPENDENTES 05=SAUDE E DADOS SENSIVEIS ]----
      *----[ 06=VALORES DE FOLHA E FISCAIS                        ]----
           03 RETC-COD           PIC 9(02).
           03 RETC-DESCR         PIC X(30).
           03 RETC-ANOS          PIC 9(02).
      *----[ A=ANONIMIZAR M=MANTER ]----
           03 RETC-ACAO          PIC X(01).
           03 RETC-OPERADOR      PIC X(08).
           03 RETC-DTULTALT      PIC 9(08).
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

       01 TABTIPO.
          03 FILLER PIC X(30) VALUE "CONTATO (TELEFONE E E-MAIL)".
          03 FILLER PIC X(30) VALUE "ENDERECO (CEP/NUMERO/COMPL.)".
          03 FILLER PIC X(30) VALUE "CONTATO DE EMERGENCIA".
          03 FILLER PIC X(30) VALUE "NOMES DOS DEPENDENTES".
          03 FILLER PIC X(30) VALUE "SAUDE E DADOS SENSIVEIS".
          03 FILLER PIC X(30) VALUE "VALORES DE FOLHA E FISCAIS".
       01 TABTIPOX REDEFINES TABTIPO.
          03 TBTIPO-DESCR PIC X(30) OCCURS 6 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARETC.
           05  LINE 02  COLUMN 01
               VALUE  "*************REGRAS DE RETENCAO DE DADOS".
           05  LINE 02  COLUMN 41
               VALUE  " PESSOAIS (LGPD)*************************".
           05  LINE 04  COLUMN 01
               VALUE  "  TIPO DE DADO (01 A 06):".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 08  COLUMN 01
               VALUE  "  RETENCAO APOS O DESLIGAMENTO (ANOS):".
           05  LINE 10  COLUMN 01
               VALUE  "  AO FIM DA RETENCAO (A=ANONIMIZAR M=MAN".
           05  LINE 10  COLUMN 41
               VALUE  "TER):".
           05  LINE 12  COLUMN 01
               VALUE  "  01=CONTATO (TELEFONE E E-MAIL)".
           05  LINE 13  COLUMN 01
               VALUE  "  02=ENDERECO (CEP/NUMERO/COMPLEMENTO)".
           05  LINE 14  COLUMN 01
               VALUE  "  03=CONTATO DE EMERGENCIA".
           05  LINE 15  COLUMN 01
               VALUE  "  04=NOMES DOS DEPENDENTES".
           05  LINE 16  COLUMN 01
               VALUE  "  05=SAUDE (ASO/ACIDENTES/PCD) E DADOS S".
           05  LINE 16  COLUMN 41
               VALUE  "ENSIVEIS".
           05  LINE 17  COLUMN 01
               VALUE  "  06=VALORES DE FOLHA E FISCAIS (SEMPRE ".
           05  LINE 17  COLUMN 41
               VALUE  "MANTIDOS)".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TRETC-COD
               LINE 04  COLUMN 27  PIC 9(02)
               USING  RETC-COD
               REVERSE-VIDEO.
           05  TRETC-DESCR
               LINE 06  COLUMN 14  PIC X(30)
               USING  RETC-DESCR
               HIGHLIGHT.
           05  TRETC-ANOS
               LINE 08  COLUMN 40  PIC 9(02)
               USING  RETC-ANOS
               HIGHLIGHT.
           05  TRETC-ACAO
               LINE 10  COLUMN 47  PIC X(01)
               USING  RETC-ACAO
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           OPEN I-O TBRETENC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR ST-ERRO = "35"
                 OPEN OUTPUT TBRETENC
                 CLOSE TBRETENC
                 OPEN I-O TBRETENC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TBRETENC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO RETC-DESCR RETC-OPERADOR
           MOVE "M" TO RETC-ACAO
           MOVE ZEROS TO RETC-COD RETC-ANOS RETC-DTULTALT W-SEL

           DISPLAY TELARETC.

       R2.
           ACCEPT TRETC-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF RETC-COD < 1 OR RETC-COD > 6
                 MOVE "*** TIPO DE DADO DEVE SER DE 01 A 06 ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

       LER-TBRETENC.
           READ TBRETENC WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE TBTIPO-DESCR (RETC-COD) TO RETC-DESCR
                DISPLAY TELARETC
                MOVE "*** REGRA JA CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO TBRETENC" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE TBTIPO-DESCR (RETC-COD) TO RETC-DESCR
                DISPLAY TELARETC
                MOVE "*** REGRA NAO CADASTRADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TRETC-ANOS.
           IF RETC-ANOS < 1
              MOVE "*** INFORME OS ANOS DE RETENCAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           IF RETC-COD = 6
              MOVE "M" TO RETC-ACAO
              DISPLAY TRETC-ACAO
              GO TO R5.
           ACCEPT TRETC-ACAO.
           IF RETC-ACAO NOT = "A" AND RETC-ACAO NOT = "M"
              MOVE "*** DIGITE APENAS A=ANONIMIZAR M=MANTER ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           MOVE W-OPERADOR TO RETC-OPERADOR
           ACCEPT RETC-DTULTALT FROM DATE YYYYMMDD.

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
           WRITE REGRETENC
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                   MOVE "* REGRA JA EXISTE, NAO GRAVADA *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO TBRETENC" TO MENS
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
                DELETE TBRETENC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REGRA EXCLUIDA - DADO NAO SERA TRATADO ***"
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
                REWRITE REGRETENC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGRA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA REGRA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE TBRETENC.
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
