       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP147.
      ********************************************************
      * SEGURO DE VIDA EM GRUPO - CADASTRO (ARQSEGVIDA)       *
      * UM REGISTRO POR CHAPA COM A APOLICE, A COBERTURA, O   *
      * CAPITAL SEGURADO (FIXO OU MULTIPLO DO SALARIO), A     *
      * TAXA MENSAL POR MIL, O PERCENTUAL DO PREMIO PAGO PELO *
      * FUNCIONARIO (DESCONTADO NO FPP015) E ATE 5            *
      * BENEFICIARIOS COM PERCENTUAIS SOMANDO 100%            *
      * SEM BENEFICIARIO: HERDEIROS LEGAIS (ART. 792 CC)      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSEGVIDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS SEGV-CHAPA
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      ALTERNATE RECORD KEY IS DENOM
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ STATUS: A=ATIVO  C=CANCELADO                         ]----
      *----[ COBERTURA: B=BASICA (MORTE)  A=AMPLIADA (+ INVALIDEZ) ]---
      *----[ TPCAP: F=CAPITAL FIXO  S=MULTIPLO DO SALARIO MENSAL   ]---
      *----[ TAXA: PREMIO MENSAL POR MIL REAIS DE CAPITAL          ]---
      *----[ ENVSIT/MOVULT/COMPENV/CAPENV: CONTROLE DO FPP148      ]---
      *----[   ENVSIT BRANCO=NUNCA ENVIADO I=INCLUIDO E=EXCLUIDO   ]---
      *----[ DTINI/DTFIM EM DDMMAAAA                               ]---
       FD ARQSEGVIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQSEGVIDA.DAT".
       01 REGSEGVIDA.
          03 SEGV-CHAPA                PIC 9(06).
          03 SEGV-APOLICE              PIC X(15).
          03 SEGV-STATUS               PIC X(01).
          03 SEGV-COBERTURA            PIC X(01).
          03 SEGV-DTINI                PIC 9(08).
          03 SEGV-DTINIX REDEFINES SEGV-DTINI.
           05 SEGV-DIAINI              PIC 9(02).
           05 SEGV-MESINI              PIC 9(02).
           05 SEGV-ANOINI              PIC 9(04).
          03 SEGV-DTFIM                PIC 9(08).
          03 SEGV-TPCAP                PIC X(01).
          03 SEGV-MULTSAL              PIC 9(02).
          03 SEGV-CAPFIXO              PIC 9(08)V99.
          03 SEGV-TAXA                 PIC 9(01)V9(04).
          03 SEGV-PERCFUNC             PIC 9(03)V99.
          03 SEGV-BENEF OCCURS 5 TIMES.
           05 SEGV-BNOME               PIC X(30).
           05 SEGV-BPARENT             PIC X(12).
           05 SEGV-BPERC               PIC 9(03)V99.
          03 SEGV-ENVSIT               PIC X(01).
          03 SEGV-MOVULT               PIC X(01).
          03 SEGV-COMPENV              PIC 9(06).
          03 SEGV-CAPENV               PIC 9(08)V99.
          03 SEGV-OPERADOR             PIC X(08).
          03 SEGV-DTULTALT             PIC 9(08).
          03 SEGV-HRULTALT             PIC 9(06).
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
            05 FILLER             PIC X(11).
            05 CODIGOCARG         PIC 9(03).
            05 FILLER             PIC X(133).
            05 SALARIOEMP         PIC 9(06)V99.
            05 FILLER             PIC X(47).
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
       01 W-IB            PIC 9(01) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-TOTPERC       PIC 9(04)V99 VALUE ZEROS.
       01 W-SALBASE       PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-CAPITAL       PIC 9(08)V99 VALUE ZEROS.
       01 W-PREMIO        PIC 9(06)V99 VALUE ZEROS.
       01 W-PARTEFUNC     PIC 9(06)V99 VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).
       01 W-BPERCED       PIC ZZ9,99.
       01 W-TOTPERCED     PIC ZZZ9,99.

       SCREEN SECTION.

       01  TELASEGV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "******************** SEGURO DE VIDA EM G".
           05  LINE 02  COLUMN 41
               VALUE  "RUPO *************************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 05  COLUMN 02
               VALUE  "APOLICE: ".
           05  LINE 05  COLUMN 30
               VALUE  "STATUS (A=ATIVO C=CANCELADO): ".
           05  LINE 06  COLUMN 02
               VALUE  "COBERTURA (B=BASICA A=AMPLIADA): ".
           05  LINE 07  COLUMN 02
               VALUE  "INICIO VIGENCIA: ".
           05  LINE 07  COLUMN 32
               VALUE  "FIM VIGENCIA: ".
           05  LINE 08  COLUMN 02
               VALUE  "CAPITAL (F=FIXO S=SALARIOS): ".
           05  LINE 08  COLUMN 34
               VALUE  "MULTIPLO: ".
           05  LINE 08  COLUMN 49
               VALUE  "FIXO: ".
           05  LINE 09  COLUMN 02
               VALUE  "TAXA MENSAL POR MIL: ".
           05  LINE 09  COLUMN 34
               VALUE  "% PAGO PELO FUNCIONARIO: ".
           05  LINE 10  COLUMN 02
               VALUE  "CAPITAL ATUAL: ".
           05  LINE 10  COLUMN 30
               VALUE  "PREMIO: ".
           05  LINE 10  COLUMN 50
               VALUE  "DESCONTO: ".
           05  LINE 12  COLUMN 02
               VALUE  "BENEFICIARIOS (NOME EM BRANCO ENCERRA)".
           05  LINE 13  COLUMN 05
               VALUE  "NOME".
           05  LINE 13  COLUMN 37
               VALUE  "PARENTESCO".
           05  LINE 13  COLUMN 51
               VALUE  "PERCENT.".
           05  LINE 19  COLUMN 37
               VALUE  "TOTAL %:".
           05  LINE 20  COLUMN 02
               VALUE  "SEGURADORA: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TSEGV-CHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  SEGV-CHAPA
               REVERSE-VIDEO.
           05  TW-NOME
               LINE 04  COLUMN 17  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TSEGV-APOLICE
               LINE 05  COLUMN 11  PIC X(15)
               USING  SEGV-APOLICE
               HIGHLIGHT.
           05  TSEGV-STATUS
               LINE 05  COLUMN 60  PIC X(01)
               USING  SEGV-STATUS
               HIGHLIGHT.
           05  TSEGV-COBERTURA
               LINE 06  COLUMN 35  PIC X(01)
               USING  SEGV-COBERTURA
               HIGHLIGHT.
           05  TSEGV-DTINI
               LINE 07  COLUMN 19  PIC 99/99/9999
               USING  SEGV-DTINI
               HIGHLIGHT.
           05  TSEGV-DTFIM
               LINE 07  COLUMN 46  PIC 99/99/9999
               USING  SEGV-DTFIM
               HIGHLIGHT.
           05  TSEGV-TPCAP
               LINE 08  COLUMN 31  PIC X(01)
               USING  SEGV-TPCAP
               HIGHLIGHT.
           05  TSEGV-MULTSAL
               LINE 08  COLUMN 44  PIC Z9
               USING  SEGV-MULTSAL
               HIGHLIGHT.
           05  TSEGV-CAPFIXO
               LINE 08  COLUMN 55  PIC ZZ.ZZZ.ZZ9,99
               USING  SEGV-CAPFIXO
               HIGHLIGHT.
           05  TSEGV-TAXA
               LINE 09  COLUMN 23  PIC 9,9999
               USING  SEGV-TAXA
               HIGHLIGHT.
           05  TSEGV-PERCFUNC
               LINE 09  COLUMN 59  PIC ZZ9,99
               USING  SEGV-PERCFUNC
               HIGHLIGHT.
           05  TW-CAPITAL
               LINE 10  COLUMN 17  PIC ZZ.ZZZ.ZZ9,99
               USING  W-CAPITAL
               HIGHLIGHT.
           05  TW-PREMIO
               LINE 10  COLUMN 38  PIC ZZZ.ZZ9,99
               USING  W-PREMIO
               HIGHLIGHT.
           05  TW-PARTEFUNC
               LINE 10  COLUMN 60  PIC ZZZ.ZZ9,99
               USING  W-PARTEFUNC
               HIGHLIGHT.
           05  TW-TOTPERC
               LINE 19  COLUMN 50  PIC ZZZ9,99
               USING  W-TOTPERC
               HIGHLIGHT.
           05  TSEGV-ENVSIT
               LINE 20  COLUMN 14  PIC X(01)
               USING  SEGV-ENVSIT
               HIGHLIGHT.
           05  TSEGV-COMPENV
               LINE 20  COLUMN 17  PIC 9999/99
               USING  SEGV-COMPENV
               HIGHLIGHT.
           05  TSEGV-CAPENV
               LINE 20  COLUMN 26  PIC ZZ.ZZZ.ZZ9,99
               USING  SEGV-CAPENV
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQSEGVIDA
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQSEGVIDA
              CLOSE ARQSEGVIDA
              OPEN I-O ARQSEGVIDA.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSEGVIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSEGVIDA
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQCARG NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSEGVIDA ARQFUNC
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           INITIALIZE REGSEGVIDA
           MOVE SPACES TO W-NOME
           MOVE ZEROS TO W-SEL W-CAPITAL W-PREMIO W-PARTEFUNC
           MOVE ZEROS TO W-TOTPERC
           DISPLAY TELASEGV.

       R2.
           ACCEPT TSEGV-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF SEGV-CHAPA < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE SEGV-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOME
           DISPLAY TW-NOME.

       LER-ARQSEGV.
           READ ARQSEGVIDA WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM CALC-PREMIO THRU CALC-PREMIO-FIM
                DISPLAY TELASEGV
                PERFORM MOSTRAR-BENEF THRU MOSTRAR-BENEF-FIM
                MOVE "*** SEGURADO JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQSEGVIDA" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                IF FUNCSTATUS = "D"
                   MOVE "* FUNCIONARIO DESLIGADO - SEM INCLUSAO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
                ELSE
                   MOVE "A" TO SEGV-STATUS
                   MOVE "B" TO SEGV-COBERTURA
                   MOVE "S" TO SEGV-TPCAP
                   MOVE 100 TO SEGV-PERCFUNC
                   DISPLAY TSEGV-STATUS TSEGV-COBERTURA TSEGV-TPCAP
                   DISPLAY TSEGV-PERCFUNC
                   MOVE "*** SEGURADO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TSEGV-APOLICE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF SEGV-APOLICE = SPACES
              MOVE "*** INFORME O NUMERO DA APOLICE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TSEGV-STATUS.
           IF SEGV-STATUS NOT = "A" AND "C"
              MOVE "*** DIGITE A=ATIVO  C=CANCELADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TSEGV-COBERTURA.
           IF SEGV-COBERTURA NOT = "B" AND "A"
              MOVE "*** DIGITE B=BASICA  A=AMPLIADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TSEGV-DTINI.
           MOVE SEGV-DTINI TO W-DTV-DATA
           MOVE SPACE      TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

      *----[ FIM DA VIGENCIA SO NO CANCELAMENTO ]----
       R7.
           IF SEGV-STATUS = "A"
              MOVE ZEROS TO SEGV-DTFIM
              DISPLAY TSEGV-DTFIM
              GO TO R8.
           ACCEPT TSEGV-DTFIM.
           MOVE SEGV-DTFIM TO W-DTV-DATA
           MOVE SPACE      TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TSEGV-TPCAP.
           IF SEGV-TPCAP NOT = "F" AND "S"
              MOVE "*** DIGITE F=FIXO  S=MULTIPLO DO SALARIO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.
           IF SEGV-TPCAP = "F"
              MOVE ZEROS TO SEGV-MULTSAL
              DISPLAY TSEGV-MULTSAL
              GO TO R8B.
           MOVE ZEROS TO SEGV-CAPFIXO
           DISPLAY TSEGV-CAPFIXO.
       R8A.
           ACCEPT TSEGV-MULTSAL.
           IF SEGV-MULTSAL = ZEROS
              MOVE "*** INFORME QUANTOS SALARIOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8A.
           GO TO R9.
       R8B.
           ACCEPT TSEGV-CAPFIXO.
           IF SEGV-CAPFIXO = ZEROS
              MOVE "*** INFORME O CAPITAL SEGURADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8B.

       R9.
           ACCEPT TSEGV-TAXA.
           IF SEGV-TAXA = ZEROS
              MOVE "*** INFORME A TAXA DA APOLICE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT TSEGV-PERCFUNC.
           IF SEGV-PERCFUNC > 100
              MOVE "*** PERCENTUAL MAXIMO E 100 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           PERFORM CALC-PREMIO THRU CALC-PREMIO-FIM
           DISPLAY TW-CAPITAL TW-PREMIO TW-PARTEFUNC
           MOVE 1 TO W-IB.

      *----[ BENEFICIARIOS: NOME EM BRANCO LIMPA O RESTO DA LISTA ]----
       R11.
           IF W-IB > 5
              GO TO R12.
           COMPUTE W-LIN = 13 + W-IB
           ACCEPT (W-LIN, 05) SEGV-BNOME(W-IB) WITH UPDATE
           IF SEGV-BNOME(W-IB) = SPACES
              GO TO R11-LIMPA.
       R11A.
           ACCEPT (W-LIN, 37) SEGV-BPARENT(W-IB) WITH UPDATE
           IF SEGV-BPARENT(W-IB) = SPACES
              MOVE "*** INFORME O PARENTESCO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11A.
       R11B.
           ACCEPT (W-LIN, 51) SEGV-BPERC(W-IB) WITH UPDATE
           IF SEGV-BPERC(W-IB) = ZEROS OR SEGV-BPERC(W-IB) > 100
              MOVE "*** PERCENTUAL INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11B.
           MOVE SEGV-BPERC(W-IB) TO W-BPERCED
           DISPLAY (W-LIN, 51) W-BPERCED
           ADD 1 TO W-IB
           GO TO R11.
       R11-LIMPA.
           IF W-IB > 5
              GO TO R12.
           MOVE SPACES TO SEGV-BNOME(W-IB) SEGV-BPARENT(W-IB)
           MOVE ZEROS TO SEGV-BPERC(W-IB)
           COMPUTE W-LIN = 13 + W-IB
           DISPLAY (W-LIN, 05) SEGV-BNOME(W-IB)
           DISPLAY (W-LIN, 37) SEGV-BPARENT(W-IB)
           DISPLAY (W-LIN, 51) "      "
           ADD 1 TO W-IB
           GO TO R11-LIMPA.

       R12.
           PERFORM SOMAR-BENEF THRU SOMAR-BENEF-FIM
           DISPLAY TW-TOTPERC
           IF W-TOTPERC NOT = ZEROS AND W-TOTPERC NOT = 100
              MOVE "* PERCENTUAIS DOS BENEFICIARIOS DEVEM SOMAR 100 *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-IB
              GO TO R11.
           MOVE W-OPERADOR TO SEGV-OPERADOR
           ACCEPT SEGV-DTULTALT FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HORA(1:6) TO SEGV-HRULTALT.

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
                WRITE REGSEGVIDA
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** SEGURADO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* SEGURADO JA EXISTE, DADOS NAO GRAVADOS *"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQSEGVIDA"
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
                     "N=NOVO SEGURADO   A=ALTERAR   E=EXCLUIR"
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
      *----[ JA ENVIADO A SEGURADORA: SAI PELO CANCELAMENTO (FPP148) ]--
                IF SEGV-ENVSIT = "I"
                   MOVE "* SEGURADO NA SEGURADORA - USE STATUS C *"
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
                DELETE ARQSEGVIDA RECORD
                IF ST-ERRO = "00"
                   MOVE "*** SEGURADO EXCLUIDO ***"
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
                REWRITE REGSEGVIDA
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE SEGURADO."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ CAPITAL, PREMIO E DESCONTO (MESMA REGRA DO FPP015) ]----
       CALC-PREMIO.
           MOVE ZEROS TO W-CAPITAL W-PREMIO W-PARTEFUNC
           IF SEGV-TPCAP = "F"
              MOVE SEGV-CAPFIXO TO W-CAPITAL
              GO TO CALC-PREMIO-VLR.
           MOVE ZEROS TO W-SALMENSAL
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO3 NOT = "00"
              GO TO CALC-PREMIO-FIM.
           IF SALARIOEMP NOT = ZEROS
              MOVE SALARIOEMP TO W-SALBASE
           ELSE
              MOVE SALARIOBASE TO W-SALBASE.
           IF TPSALARIO = "H"
              COMPUTE W-SALMENSAL = W-SALBASE * 220
           ELSE
              IF TPSALARIO = "D"
                 COMPUTE W-SALMENSAL = W-SALBASE * 30
              ELSE
                 MOVE W-SALBASE TO W-SALMENSAL.
           COMPUTE W-CAPITAL = W-SALMENSAL * SEGV-MULTSAL.
       CALC-PREMIO-VLR.
           COMPUTE W-PREMIO ROUNDED = W-CAPITAL * SEGV-TAXA / 1000
           COMPUTE W-PARTEFUNC ROUNDED = W-PREMIO * SEGV-PERCFUNC / 100.
       CALC-PREMIO-FIM.
           EXIT.

       MOSTRAR-BENEF.
           MOVE 1 TO W-IB.
       MOSTRAR-BENEF-LIN.
           IF W-IB > 5
              GO TO MOSTRAR-BENEF-TOT.
           COMPUTE W-LIN = 13 + W-IB
           DISPLAY (W-LIN, 05) SEGV-BNOME(W-IB)
           DISPLAY (W-LIN, 37) SEGV-BPARENT(W-IB)
           IF SEGV-BPERC(W-IB) NOT = ZEROS
              MOVE SEGV-BPERC(W-IB) TO W-BPERCED
              DISPLAY (W-LIN, 51) W-BPERCED.
           ADD 1 TO W-IB
           GO TO MOSTRAR-BENEF-LIN.
       MOSTRAR-BENEF-TOT.
           PERFORM SOMAR-BENEF THRU SOMAR-BENEF-FIM
           DISPLAY TW-TOTPERC.
       MOSTRAR-BENEF-FIM.
           EXIT.

       SOMAR-BENEF.
           MOVE ZEROS TO W-TOTPERC
           MOVE 1 TO W-IB.
       SOMAR-BENEF-LOOP.
           IF W-IB > 5
              GO TO SOMAR-BENEF-FIM.
           ADD SEGV-BPERC(W-IB) TO W-TOTPERC
           ADD 1 TO W-IB
           GO TO SOMAR-BENEF-LOOP.
       SOMAR-BENEF-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQSEGVIDA ARQFUNC ARQCARG.
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
