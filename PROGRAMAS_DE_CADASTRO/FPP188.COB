       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP188.
      ********************************************************
      * PREVIDENCIA PRIVADA (PGBL) - ADESAO DO FUNCIONARIO    *
      * (ARQPREV) - UM REGISTRO POR CHAPA COM O PLANO DO      *
      * TBPREV (FPP187), O NUMERO DE PARTICIPANTE NA          *
      * ENTIDADE, A VIGENCIA, O PERCENTUAL DE CONTRIBUICAO    *
      * ESCOLHIDO (ZERO = PADRAO DO PLANO) E O REGIME DE      *
      * TRIBUTACAO DO BENEFICIO                               *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PRE-CHAPA
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT TBPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRV-COD
                      FILE STATUS IS ST-ERRO3.

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
      *----[ STATUS: A=ATIVO  S=SUSPENSO  C=CANCELADO              ]----
      *----[ PERCFUNC: ZERO = PERCENTUAL PADRAO DO PLANO           ]----
      *----[ REGIME: P=PROGRESSIVO  R=REGRESSIVO (LEI 11.053)      ]----
      *----[ DTINI/DTFIM EM DDMMAAAA                               ]----
       FD ARQPREV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREVADE.
          03 PRE-CHAPA                 PIC 9(06).
          03 PRE-PLANO                 PIC 9(03).
          03 PRE-PARTIC                PIC X(15).
          03 PRE-STATUS                PIC X(01).
          03 PRE-DTINI                 PIC 9(08).
          03 PRE-DTINIX REDEFINES PRE-DTINI.
           05 PRE-DIAINI               PIC 9(02).
           05 PRE-MESINI               PIC 9(02).
           05 PRE-ANOINI               PIC 9(04).
          03 PRE-DTFIM                 PIC 9(08).
          03 PRE-PERCFUNC              PIC 9(02)V99.
          03 PRE-REGIME                PIC X(01).
          03 PRE-OPERADOR              PIC X(08).
          03 PRE-DTULTALT              PIC 9(08).
          03 PRE-HRULTALT              PIC 9(06).
      *-----------------------------------------------------------------
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
       01 W-PLANODESC     PIC X(30) VALUE SPACES.
       01 W-PERCPLANO     PIC 9(02)V99 VALUE ZEROS.
       01 W-PERCEMP       PIC 9(02)V99 VALUE ZEROS.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       SCREEN SECTION.

       01  TELAPREVADE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*************** PREVIDENCIA PRIVADA (PG".
           05  LINE 02  COLUMN 41
               VALUE  "BL) - ADESAO ***************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 06  COLUMN 02
               VALUE  "PLANO: ".
           05  LINE 07  COLUMN 02
               VALUE  "% PADRAO DO PLANO: ".
           05  LINE 07  COLUMN 30
               VALUE  "% DA EMPRESA: ".
           05  LINE 08  COLUMN 02
               VALUE  "NUMERO DO PARTICIPANTE: ".
           05  LINE 09  COLUMN 02
               VALUE  "STATUS (A=ATIVO S=SUSPENSO C=CANCELADO): ".
           05  LINE 10  COLUMN 02
               VALUE  "INICIO DA CONTRIBUICAO: ".
           05  LINE 10  COLUMN 40
               VALUE  "FIM: ".
           05  LINE 11  COLUMN 02
               VALUE  "% DO PARTICIPANTE (0=PADRAO): ".
           05  LINE 12  COLUMN 02
               VALUE  "REGIME IR (P=PROGRESSIVO R=REGRESSIVO): ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TPRE-CHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  PRE-CHAPA
               REVERSE-VIDEO.
           05  TW-NOME
               LINE 04  COLUMN 17  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TPRE-PLANO
               LINE 06  COLUMN 09  PIC 9(03)
               USING  PRE-PLANO
               HIGHLIGHT.
           05  TW-PLANODESC
               LINE 06  COLUMN 14  PIC X(30)
               USING  W-PLANODESC
               HIGHLIGHT.
           05  TW-PERCPLANO
               LINE 07  COLUMN 21  PIC Z9,99
               USING  W-PERCPLANO
               HIGHLIGHT.
           05  TW-PERCEMP
               LINE 07  COLUMN 44  PIC Z9,99
               USING  W-PERCEMP
               HIGHLIGHT.
           05  TPRE-PARTIC
               LINE 08  COLUMN 26  PIC X(15)
               USING  PRE-PARTIC
               HIGHLIGHT.
           05  TPRE-STATUS
               LINE 09  COLUMN 43  PIC X(01)
               USING  PRE-STATUS
               HIGHLIGHT.
           05  TPRE-DTINI
               LINE 10  COLUMN 26  PIC 99/99/9999
               USING  PRE-DTINI
               HIGHLIGHT.
           05  TPRE-DTFIM
               LINE 10  COLUMN 45  PIC 99/99/9999
               USING  PRE-DTFIM
               HIGHLIGHT.
           05  TPRE-PERCFUNC
               LINE 11  COLUMN 32  PIC Z9,99
               USING  PRE-PERCFUNC
               HIGHLIGHT.
           05  TPRE-REGIME
               LINE 12  COLUMN 42  PIC X(01)
               USING  PRE-REGIME
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQPREV
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQPREV
              CLOSE ARQPREV
              OPEN I-O ARQPREV.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPREV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT TBPREV
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQUIVO TBPREV NAO ENCONTRADO (FPP187) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV TBPREV
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           INITIALIZE REGPREVADE
           MOVE SPACES TO W-NOME W-PLANODESC
           MOVE ZEROS TO W-SEL W-PERCPLANO W-PERCEMP
           DISPLAY TELAPREVADE.

       R2.
           ACCEPT TPRE-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF PRE-CHAPA < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PRE-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOME
           DISPLAY TW-NOME.

       LER-ARQPREV.
           READ ARQPREV WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM LER-PLANO THRU LER-PLANO-FIM
                DISPLAY TELAPREVADE
                MOVE "*** PARTICIPANTE JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQPREV" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                IF FUNCSTATUS = "D"
                   MOVE "* FUNCIONARIO DESLIGADO - SEM ADESAO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
                ELSE
                   MOVE "A" TO PRE-STATUS
                   MOVE "P" TO PRE-REGIME
                   DISPLAY TPRE-STATUS TPRE-REGIME
                   MOVE "*** PARTICIPANTE NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TPRE-PLANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           PERFORM LER-PLANO THRU LER-PLANO-FIM
           DISPLAY TW-PLANODESC TW-PERCPLANO TW-PERCEMP
           IF ST-ERRO3 NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO NO TBPREV ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF PRV-STATUS NOT = "A" AND W-SEL NOT = 1
              MOVE "*** PLANO INATIVO - SEM NOVAS ADESOES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TPRE-PARTIC.
           IF PRE-PARTIC = SPACES
              MOVE "*** INFORME O NUMERO DO PARTICIPANTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TPRE-STATUS.
           IF PRE-STATUS NOT = "A" AND "S" AND "C"
              MOVE "* DIGITE A=ATIVO S=SUSPENSO C=CANCELADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TPRE-DTINI.
           MOVE PRE-DTINI  TO W-DTV-DATA
           MOVE SPACE      TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *----[ FIM DA CONTRIBUICAO SO NO CANCELAMENTO ]----
       R7.
           IF PRE-STATUS NOT = "C"
              MOVE ZEROS TO PRE-DTFIM
              DISPLAY TPRE-DTFIM
              GO TO R8.
           ACCEPT TPRE-DTFIM.
           MOVE PRE-DTFIM  TO W-DTV-DATA
           MOVE SPACE      TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

      *----[ PERCENTUAL PROPRIO DENTRO DA FAIXA DO PLANO ]----
       R8.
           ACCEPT TPRE-PERCFUNC.
           IF PRE-PERCFUNC = ZEROS
              GO TO R9.
           IF PRE-PERCFUNC < PRV-PERCMIN OR PRE-PERCFUNC > PRV-PERCMAX
              MOVE "* PERCENTUAL FORA DA FAIXA DO PLANO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TPRE-REGIME.
           IF PRE-REGIME NOT = "P" AND "R"
              MOVE "* DIGITE P=PROGRESSIVO  R=REGRESSIVO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           MOVE W-OPERADOR TO PRE-OPERADOR
           ACCEPT PRE-DTULTALT FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HORA(1:6) TO PRE-HRULTALT.

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
                WRITE REGPREVADE
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** ADESAO GRAVADA *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* ADESAO JA EXISTE, DADOS NAO GRAVADOS *"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPREV"
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
                     "N=NOVA ADESAO   A=ALTERAR   E=EXCLUIR"
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
      *----[ COM CONTRIBUICAO EM FOLHA: SAI PELO CANCELAMENTO ]----
                IF PRE-STATUS NOT = "C"
                   MOVE "* PARTICIPANTE ATIVO - USE STATUS C *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                DELETE ARQPREV RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ADESAO EXCLUIDA ***"
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
                REWRITE REGPREVADE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DA ADESAO"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ DADOS DO PLANO DA ADESAO (TBPREV) ]----
       LER-PLANO.
           MOVE SPACES TO W-PLANODESC
           MOVE ZEROS TO W-PERCPLANO W-PERCEMP
           MOVE PRE-PLANO TO PRV-COD
           READ TBPREV
           IF ST-ERRO3 NOT = "00"
              MOVE ZEROS TO PRV-PERCMIN PRV-PERCMAX
              GO TO LER-PLANO-FIM.
           MOVE PRV-DESCR    TO W-PLANODESC
           MOVE PRV-PERCFUNC TO W-PERCPLANO
           MOVE PRV-PERCEMP  TO W-PERCEMP.
       LER-PLANO-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPREV TBPREV ARQFUNC.
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
