       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP139.
      ********************************************************
      * OUTROS VINCULOS DO EMPREGADO PARA O TETO DO INSS      *
      * (MULTIPLOS VINCULOS) - ARQMVINC                       *
      * UM REGISTRO POR CHAPA, COMPETENCIA E CNPJ DO OUTRO    *
      * EMPREGADOR, COM A BASE E O INSS JA DESCONTADO LA,     *
      * CONFORME A DECLARACAO ENTREGUE PELO EMPREGADO         *
      * COMPETENCIA COM MES 13 = 13o SALARIO DO ANO           *
      * USADO NA FOLHA (FPP015), NO 13o (FPP021), NA RESCISAO *
      * (FPP042) E NO S-1200 (FPP067)                         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MVI-KEY
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
      *----[ COMPETENCIA EM AAAAMM; CATEGORIA ESOCIAL DO OUTRO VINCULO ]
       FD ARQMVINC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMVINC.DAT".
       01 REGMVINC.
           03 MVI-KEY.
            05 MVI-CHAPA          PIC 9(06).
            05 MVI-COMPET         PIC 9(06).
            05 MVI-CNPJ           PIC 9(14).
           03 MVI-CATEG          PIC 9(03).
           03 MVI-BASE           PIC 9(07)V99.
           03 MVI-INSS           PIC 9(06)V99.
           03 MVI-OPERADOR       PIC X(08).
           03 MVI-DTULTALT       PIC 9(08).
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
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET        PIC 9(06) VALUE ZEROS.
       01 W-CNPJENTR      PIC 9(14) VALUE ZEROS.
       01 W-CNPJ-X REDEFINES W-CNPJENTR.
          03 W-CNPJ-DIG      PIC 9(01) OCCURS 14 TIMES.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDLIST       PIC 9(02) VALUE ZEROS.
       01 W-TOTBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTINSS       PIC 9(07)V99 VALUE ZEROS.
      *----[ DIGITO VERIFICADOR DO CNPJ (MODULO 11) ]----
       01 W-SOMA          PIC 9(04) VALUE ZEROS COMP.
       01 W-QUOC          PIC 9(04) VALUE ZEROS COMP.
       01 W-RESTO         PIC 9(02) VALUE ZEROS COMP.
       01 W-DV            PIC 9(02) VALUE ZEROS COMP.
       01 W-IDX           PIC 9(02) VALUE ZEROS COMP.
       01 W-IDXP          PIC 9(02) VALUE ZEROS COMP.
       01 W-QTDDIG        PIC 9(02) VALUE ZEROS COMP.
       01 W-DOCOK         PIC X(01) VALUE "N".
       01 TABPESOCNPJ.
          03 FILLER PIC X(13) VALUE "6543298765432".
       01 TABPESOCNPJX REDEFINES TABPESOCNPJ.
          03 TBPESOCNPJ PIC 9(01) OCCURS 13 TIMES.

       01 LINLIST.
          03 LL-CNPJ         PIC 99.999.999/9999B99.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LL-CATEG        PIC 999.
          03 FILLER          PIC X(02) VALUE SPACES.
          03 LL-BASE         PIC Z.ZZZ.ZZ9,99.
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LL-INSS         PIC ZZZ.ZZ9,99.

       01 LINTOT.
          03 FILLER          PIC X(21) VALUE "TOTAL OUTROS VINCULOS".
          03 FILLER          PIC X(03) VALUE SPACES.
          03 LT-BASE         PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LT-INSS         PIC Z.ZZZ.ZZ9,99.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMVINC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "******************INSS - OUTROS VINCULOS".
           05  LINE 02  COLUMN 41
               VALUE  " DO EMPREGADO (MULTIPLOS VINCULOS)******".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "  COMPETENCIA (MM/AAAA, MES 13 = 13o SAL".
           05  LINE 05  COLUMN 41
               VALUE  "ARIO):".
           05  LINE 07  COLUMN 01
               VALUE  "  CNPJ DO OUTRO EMPREGADOR:".
           05  LINE 08  COLUMN 01
               VALUE  "  CATEGORIA ESOCIAL NO OUTRO VINCULO:".
           05  LINE 08  COLUMN 45
               VALUE  "(101 = EMPREGADO GERAL)".
           05  LINE 09  COLUMN 01
               VALUE  "  REMUNERACAO (BASE DO INSS) LA:".
           05  LINE 10  COLUMN 01
               VALUE  "  INSS DESCONTADO LA:".
           05  LINE 12  COLUMN 01
               VALUE  "  CNPJ                CAT.    BASE INSS ".
           05  LINE 12  COLUMN 41
               VALUE  "  INSS DESC.".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CHAPA
               LINE 04  COLUMN 10  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TNOME
               LINE 04  COLUMN 18  PIC X(30)
               USING  NOME
               HIGHLIGHT.
           05  TW-COMPET
               LINE 05  COLUMN 48  PIC 99/9999
               USING  W-COMPENTR
               REVERSE-VIDEO.
           05  TW-CNPJ
               LINE 07  COLUMN 29  PIC 9(14)
               USING  W-CNPJENTR
               REVERSE-VIDEO.
           05  TMVI-CATEG
               LINE 08  COLUMN 39  PIC 9(03)
               USING  MVI-CATEG
               HIGHLIGHT.
           05  TMVI-BASE
               LINE 09  COLUMN 34  PIC 9(07)V99
               USING  MVI-BASE
               HIGHLIGHT.
           05  TMVI-INSS
               LINE 10  COLUMN 34  PIC 9(06)V99
               USING  MVI-INSS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQMVINC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQMVINC
                 CLOSE ARQMVINC
                 OPEN I-O ARQMVINC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMVINC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQMVINC
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME
           MOVE ZEROS TO W-CHAPAENTR W-COMPENTR W-COMPET W-CNPJENTR
           MOVE ZEROS TO MVI-CATEG MVI-BASE MVI-INSS W-SEL
           DISPLAY TELAMVINC.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAMVINC
                   GO TO R2.
           IF W-CHAPAENTR < 1
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
               MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TNOME.

       R3.
           ACCEPT TW-COMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 13
                 OR W-COMPENTR-ANO < 2000
              MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           COMPUTE W-COMPET = (W-COMPENTR-ANO * 100) + W-COMPENTR-MES
           PERFORM LISTAR-MVINC THRU LISTAR-MVINC-FIM.

       R4.
           MOVE ZEROS TO W-CNPJENTR MVI-CATEG MVI-BASE MVI-INSS W-SEL
           DISPLAY TW-CNPJ TMVI-CATEG TMVI-BASE TMVI-INSS
           ACCEPT TW-CNPJ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO VOLTA-COMPET.
           PERFORM VALIDAR-CNPJ THRU VALIDAR-CNPJ-FIM
           IF W-DOCOK NOT = "S"
              MOVE "*** CNPJ INVALIDO (DIGITO VERIFICADOR) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-CHAPAENTR TO MVI-CHAPA
           MOVE W-COMPET    TO MVI-COMPET
           MOVE W-CNPJENTR  TO MVI-CNPJ.

       LER-ARQMVINC.
           READ ARQMVINC
           IF ST-ERRO = "00"
              DISPLAY TMVI-CATEG TMVI-BASE TMVI-INSS
              MOVE "*** VINCULO JA INFORMADO NA COMPETENCIA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQMVINC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 101 TO MVI-CATEG
           MOVE ZEROS TO MVI-BASE MVI-INSS.

       R5.
           ACCEPT TMVI-CATEG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF MVI-CATEG < 101
              MOVE "*** CATEGORIA ESOCIAL INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TMVI-BASE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF MVI-BASE = ZEROS
              MOVE "*** REMUNERACAO NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TMVI-INSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF MVI-INSS NOT LESS MVI-BASE
              MOVE "*** INSS MAIOR QUE A REMUNERACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

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
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR   TO MVI-OPERADOR
           ACCEPT MVI-DTULTALT FROM DATE YYYYMMDD
           WRITE REGMVINC
           IF ST-ERRO = "00" OR "02"
               MOVE "*** VINCULO GRAVADO *** " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VOLTA-COMPET.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQMVINC" TO MENS
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
                   GO TO R4
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R5.
      *
       EXC-OPC.
                DISPLAY (20, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQMVINC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** VINCULO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VOLTA-COMPET.
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
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE W-OPERADOR TO MVI-OPERADOR
                ACCEPT MVI-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGMVINC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** VINCULO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VOLTA-COMPET.
                MOVE "ERRO NA ALTERACAO DO REGISTRO ARQMVINC"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ CONTINUA NA MESMA CHAPA/COMPETENCIA, LISTA ATUALIZADA ]----
       VOLTA-COMPET.
           DISPLAY TELAMVINC
           DISPLAY TW-CHAPA TNOME TW-COMPET
           PERFORM LISTAR-MVINC THRU LISTAR-MVINC-FIM
           GO TO R4.

      *----[ VINCULOS DA COMPETENCIA NAS LINHAS 13 A 17 E TOTAL NA 18 ]-
       LISTAR-MVINC.
           MOVE 13 TO W-LIN
           MOVE ZEROS TO W-QTDLIST W-TOTBASE W-TOTINSS
           MOVE W-CHAPAENTR TO MVI-CHAPA
           MOVE W-COMPET    TO MVI-COMPET
           MOVE ZEROS       TO MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO LISTAR-MVINC-TOT.
       LISTAR-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-MVINC-TOT.
           IF MVI-CHAPA NOT = W-CHAPAENTR OR MVI-COMPET NOT = W-COMPET
              GO TO LISTAR-MVINC-TOT.
           ADD MVI-BASE TO W-TOTBASE
           ADD MVI-INSS TO W-TOTINSS
           IF W-QTDLIST NOT LESS 5
              GO TO LISTAR-MVINC-RD.
           MOVE MVI-CNPJ  TO LL-CNPJ
           MOVE MVI-CATEG TO LL-CATEG
           MOVE MVI-BASE  TO LL-BASE
           MOVE MVI-INSS  TO LL-INSS
           DISPLAY (W-LIN, 03) LINLIST
           ADD 1 TO W-LIN W-QTDLIST
           GO TO LISTAR-MVINC-RD.
       LISTAR-MVINC-TOT.
           MOVE W-TOTBASE TO LT-BASE
           MOVE W-TOTINSS TO LT-INSS
           DISPLAY (18, 03) LINTOT.
       LISTAR-MVINC-FIM.
           EXIT.

      *--------[ DIGITO VERIFICADOR DO CNPJ (DOIS DIGITOS) ]------------
      *  1o DV: 12 DIGITOS COM PESOS 5..2,9..2 (TABELA A PARTIR DA 2a)
      *  2o DV: 13 DIGITOS COM PESOS 6..2,9..2 (TABELA INTEIRA)
       VALIDAR-CNPJ.
           MOVE "N" TO W-DOCOK
           IF W-CNPJENTR = ZEROS
              GO TO VALIDAR-CNPJ-FIM.
           MOVE 12 TO W-QTDDIG
           PERFORM CALC-DVCNPJ THRU CALC-DVCNPJ-FIM
           IF W-DV NOT = W-CNPJ-DIG(13)
              GO TO VALIDAR-CNPJ-FIM.
           MOVE 13 TO W-QTDDIG
           PERFORM CALC-DVCNPJ THRU CALC-DVCNPJ-FIM
           IF W-DV = W-CNPJ-DIG(14)
              MOVE "S" TO W-DOCOK.
       VALIDAR-CNPJ-FIM.
           EXIT.

       CALC-DVCNPJ.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IDX.
       CALC-DVCNPJ-SOMA.
           COMPUTE W-IDXP = W-IDX + 13 - W-QTDDIG
           COMPUTE W-SOMA = W-SOMA
                          + (W-CNPJ-DIG(W-IDX) * TBPESOCNPJ(W-IDXP))
           IF W-IDX < W-QTDDIG
              ADD 1 TO W-IDX
              GO TO CALC-DVCNPJ-SOMA.
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE ZEROS TO W-DV
           ELSE
              COMPUTE W-DV = 11 - W-RESTO.
       CALC-DVCNPJ-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQMVINC ARQFUNC.
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
       FIM-ROT-MVINC.
