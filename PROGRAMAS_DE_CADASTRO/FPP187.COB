       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP187.
      ********************************************************
      * PREVIDENCIA PRIVADA (PGBL) - CADASTRO DE PLANOS       *
      * (TBPREV) COM A ENTIDADE GESTORA, O CONTRATO E OS      *
      * PERCENTUAIS SOBRE O SALARIO DE CONTRIBUICAO: PARTE    *
      * DO PARTICIPANTE (PADRAO, ALTERAVEL NA ADESAO) E PARTE *
      * DA EMPRESA - ADESOES NO FPP188, DESCONTO NO FPP015 E  *
      * ARQUIVO MENSAL P/ A ENTIDADE NO FPP189                *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRV-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ PERCFUNC: PADRAO DO PARTICIPANTE, ENTRE PERCMIN E PERCMAX]-
      *----[ PERCEMP: CONTRAPARTIDA DA EMPRESA SOBRE O SALARIO      ]---
      *----[ STATUS: A=ATIVO  I=INATIVO (SEM NOVAS ADESOES)         ]---
       FD TBPREV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBPREV.DAT".
       01 REGPREV.
           03 PRV-COD            PIC 9(03).
           03 PRV-DESCR          PIC X(30).
           03 PRV-ENTIDADE       PIC X(30).
           03 PRV-CNPJ           PIC 9(14).
           03 PRV-CONTRATO       PIC X(15).
           03 PRV-PERCFUNC       PIC 9(02)V99.
           03 PRV-PERCMIN        PIC 9(02)V99.
           03 PRV-PERCMAX        PIC 9(02)V99.
           03 PRV-PERCEMP        PIC 9(02)V99.
           03 PRV-STATUS         PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPREV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************************CADASTRO DE PLAN".
           05  LINE 02  COLUMN 41
               VALUE  "OS DE PREVIDENCIA PRIVADA (PGBL)*******".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO PLANO:".
           05  LINE 06  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 07  COLUMN 01
               VALUE  "  ENTIDADE GESTORA:".
           05  LINE 08  COLUMN 01
               VALUE  "  CNPJ DA ENTIDADE:".
           05  LINE 09  COLUMN 01
               VALUE  "  CONTRATO/APOLICE:".
           05  LINE 11  COLUMN 01
               VALUE  "  % DO PARTICIPANTE - PADRAO:".
           05  LINE 12  COLUMN 01
               VALUE  "                      MINIMO:".
           05  LINE 12  COLUMN 40
               VALUE  "MAXIMO:".
           05  LINE 13  COLUMN 01
               VALUE  "  % DA EMPRESA (CONTRAPARTIDA):".
           05  LINE 14  COLUMN 01
               VALUE  "  STATUS (A=ATIVO  I=INATIVO):".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TPRV-COD
               LINE 04  COLUMN 20  PIC 9(03)
               USING  PRV-COD
               REVERSE-VIDEO.
           05  TPRV-DESCR
               LINE 06  COLUMN 14  PIC X(30)
               USING  PRV-DESCR
               HIGHLIGHT.
           05  TPRV-ENTIDADE
               LINE 07  COLUMN 21  PIC X(30)
               USING  PRV-ENTIDADE
               HIGHLIGHT.
           05  TPRV-CNPJ
               LINE 08  COLUMN 21  PIC 99.999.999/9999.99
               USING  PRV-CNPJ
               HIGHLIGHT.
           05  TPRV-CONTRATO
               LINE 09  COLUMN 21  PIC X(15)
               USING  PRV-CONTRATO
               HIGHLIGHT.
           05  TPRV-PERCFUNC
               LINE 11  COLUMN 31  PIC Z9,99
               USING  PRV-PERCFUNC
               HIGHLIGHT.
           05  TPRV-PERCMIN
               LINE 12  COLUMN 31  PIC Z9,99
               USING  PRV-PERCMIN
               HIGHLIGHT.
           05  TPRV-PERCMAX
               LINE 12  COLUMN 48  PIC Z9,99
               USING  PRV-PERCMAX
               HIGHLIGHT.
           05  TPRV-PERCEMP
               LINE 13  COLUMN 33  PIC Z9,99
               USING  PRV-PERCEMP
               HIGHLIGHT.
           05  TPRV-STATUS
               LINE 14  COLUMN 33  PIC X(01)
               USING  PRV-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O TBPREV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT TBPREV
                 CLOSE TBPREV
                 OPEN I-O TBPREV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TBPREV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO PRV-DESCR PRV-ENTIDADE PRV-CONTRATO
           MOVE SPACES TO PRV-STATUS
           MOVE ZEROS TO PRV-COD PRV-CNPJ PRV-PERCFUNC PRV-PERCMIN
           MOVE ZEROS TO PRV-PERCMAX PRV-PERCEMP W-SEL

           DISPLAY TELAPREV.

       R2.
           ACCEPT TPRV-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF PRV-COD < 1
                 MOVE "*** CODIGO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

       LER-TBPREV.
           READ TBPREV WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELAPREV
                MOVE "*** PLANO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO TBPREV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "A" TO PRV-STATUS
                DISPLAY TPRV-STATUS
                MOVE "*** PLANO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TPRV-DESCR.
           IF PRV-DESCR = SPACES
              MOVE "CAMPO DESCRICAO VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TPRV-ENTIDADE.
           IF PRV-ENTIDADE = SPACES
              MOVE "*** INFORME A ENTIDADE GESTORA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TPRV-CNPJ.
           IF PRV-CNPJ = ZEROS
              MOVE "*** CNPJ DA ENTIDADE NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TPRV-CONTRATO.
           IF PRV-CONTRATO = SPACES
              MOVE "*** INFORME O NUMERO DO CONTRATO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TPRV-PERCFUNC.
           IF PRV-PERCFUNC = ZEROS
              MOVE "*** PERCENTUAL PADRAO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TPRV-PERCMIN.
           IF PRV-PERCMIN > PRV-PERCFUNC
              MOVE "* MINIMO MAIOR QUE O PERCENTUAL PADRAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TPRV-PERCMAX.
           IF PRV-PERCMAX < PRV-PERCFUNC
              MOVE "* MAXIMO MENOR QUE O PERCENTUAL PADRAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT TPRV-PERCEMP.

       R11.
           ACCEPT TPRV-STATUS.
           IF PRV-STATUS NOT = "A" AND PRV-STATUS NOT = "I"
              MOVE "*** DIGITE APENAS A=ATIVO  I=INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

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
           WRITE REGPREV
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                   MOVE "* PLANO JA EXISTE, NAO GRAVADO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO TBPREV" TO MENS
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
                DISPLAY (20, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (20, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE TBPREV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PLANO EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (20, 40) "ALTERAR  (S/N) : ".
                ACCEPT (20, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGPREV
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO PLANO"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE TBPREV.
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
