       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP179.
      ********************************************************
      * LANCAMENTO DA AVALIACAO DE DESEMPENHO                 *
      * TIPO A = ANUAL: SO PARA QUEM CONSTA NO CICLO ABERTO   *
      * DO DEPARTAMENTO (FPP178). TIPO X = FIM DO CONTRATO DE *
      * EXPERIENCIA: SO PARA CONTRATO TIPO E E EXIGE O        *
      * RESULTADO (E=EFETIVAR D=NAO EFETIVAR), CONFERIDO PELO *
      * FPP004 NA MUDANCA DO CONTRATO PARA INDETERMINADO.     *
      * REGISTRA AVALIADOR, NOTAS DE 1 A 5 EM CINCO CRITERIOS,*
      * MEDIA E CONCEITO GERAL                                *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQAVCIC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CIC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO3
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODDEP
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODIGOCARG
                      WITH DUPLICATES.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQAVAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-ANO            PIC 9(04).
      *----[ A=ANUAL  X=FIM DO CONTRATO DE EXPERIENCIA ]----
            05 AVA-TIPO           PIC X(01).
           03 AVA-CODDEP         PIC 9(03).
           03 AVA-AVALIADOR      PIC 9(06).
      *----[ NOTAS 1 A 5 NOS CINCO CRITERIOS DO FPP179 ]----
           03 AVA-NOTA           PIC 9(01) OCCURS 5 TIMES.
           03 AVA-MEDIA          PIC 9(01)V99.
      *----[ CONCEITO GERAL 1=INSUFICIENTE ... 5=EXCEPCIONAL ]----
           03 AVA-CONCEITO       PIC 9(01).
      *----[ SO NA EXPERIENCIA: E=EFETIVAR  D=NAO EFETIVAR ]----
           03 AVA-RESULT         PIC X(01).
      *----[ P=PENDENTE  C=CONCLUIDA ]----
           03 AVA-STATUS         PIC X(01).
           03 AVA-DTAVAL         PIC 9(08).
           03 AVA-OBS            PIC X(40).
           03 AVA-OPERADOR       PIC X(08).
           03 AVA-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQAVCIC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVCIC.DAT".
       01 REGAVCIC.
           03 CIC-KEY.
            05 CIC-ANO            PIC 9(04).
            05 CIC-CODDEP         PIC 9(03).
           03 CIC-DTINI          PIC 9(08).
           03 CIC-DTLIMITE       PIC 9(08).
           03 CIC-AVALIADOR      PIC 9(06).
      *----[ A=ABERTO  F=FECHADO ]----
           03 CIC-STATUS         PIC X(01).
           03 CIC-QTDFUNC        PIC 9(04).
           03 CIC-OPERADOR       PIC X(08).
           03 CIC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 DTNASC REDEFINES DATANASC.
            05 DIA                 PIC 9(02).
            05 MES                 PIC 9(02).
            05 ANO                 PIC 9(04).
           03 SEXO              PIC X(01).
           03 IDENTGEN          PIC X(01).
           03 ORIENTSEX          PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 TELFUNC            PIC X(15).
           03 EMAILFUNC          PIC X(40).
           03 CONTEMERG-NOME     PIC X(30).
           03 CONTEMERG-FONE     PIC X(15).
           03 DTADMISSAO        PIC 9(08).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 MOTIVODESLIG       PIC X(01).
           03 SALARIOEMP         PIC 9(06)V99.
           03 FUNC-OPERADOR       PIC X(08).
           03 FUNC-DTULTALT       PIC 9(08).
           03 FUNC-HRULTALT       PIC 9(06).
           03 FUNC-TPCONTRATO     PIC X(01).
           03 FUNC-CPF            PIC 9(11).
           03 FUNC-PIS            PIC 9(11).
           03 FUNC-EMPRESA        PIC X(02).
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.LOG".
       01 REGLOG.
          03 LOG-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ARQUIVO               PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ACAO                  PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-CHAVE                 PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-DESCR                 PIC X(30).
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
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOMEFUNC      PIC X(30) VALUE SPACES.
       01 W-CODDEP        PIC 9(03) VALUE ZEROS.
       01 W-TPCONTRATO    PIC X(01) VALUE SPACES.
       01 W-TIPO          PIC X(01) VALUE SPACES.
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-AVALIADOR     PIC 9(06) VALUE ZEROS.
       01 W-NOMEAVAL      PIC X(30) VALUE SPACES.
       01 W-SOMA          PIC 9(02) VALUE ZEROS.
       01 W-MEDIA         PIC 9(01)V99 VALUE ZEROS.
       01 W-CONCEITO      PIC 9(01) VALUE ZEROS.
       01 W-DESCCONC      PIC X(18) VALUE SPACES.
       01 W-RESULT        PIC X(01) VALUE SPACES.
       01 W-OBS           PIC X(40) VALUE SPACES.
       01 W-NOVO          PIC X(01) VALUE "N".
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-NOTAS.
          03 W-N1            PIC 9(01).
          03 W-N2            PIC 9(01).
          03 W-N3            PIC 9(01).
          03 W-N4            PIC 9(01).
          03 W-N5            PIC 9(01).
       01 W-NOTAS-R REDEFINES W-NOTAS.
          03 W-NOTA          PIC 9(01) OCCURS 5 TIMES.
       01 W-IND           PIC 9(01) VALUE ZEROS.

       01 TABCONCX.
          03 FILLER       PIC X(18) VALUE "INSUFICIENTE".
          03 FILLER       PIC X(18) VALUE "ABAIXO DO ESPERADO".
          03 FILLER       PIC X(18) VALUE "ATENDE".
          03 FILLER       PIC X(18) VALUE "SUPERA".
          03 FILLER       PIC X(18) VALUE "EXCEPCIONAL".
       01 TABCONC REDEFINES TABCONCX.
          03 TBCONC       PIC X(18) OCCURS 5 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAAVA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************AVALIACAO DE DESEMP".
           05  LINE 02  COLUMN 40
               VALUE  "ENHO*************************************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA:".
           05  LINE 05  COLUMN 01
               VALUE  "  TIPO (A=ANUAL X=FIM DE EXPERIENCIA):".
           05  LINE 05  COLUMN 45
               VALUE  "ANO:".
           05  LINE 06  COLUMN 01
               VALUE  "  DEPARTAMENTO:".
           05  LINE 07  COLUMN 01
               VALUE  "  AVALIADOR (CHAPA):".
           05  LINE 09  COLUMN 01
               VALUE  "  NOTAS DE 1 A 5".
           05  LINE 10  COLUMN 01
               VALUE  "    QUALIDADE DO TRABALHO.........:".
           05  LINE 11  COLUMN 01
               VALUE  "    PRODUTIVIDADE.................:".
           05  LINE 12  COLUMN 01
               VALUE  "    CONHECIMENTO TECNICO..........:".
           05  LINE 13  COLUMN 01
               VALUE  "    RELACIONAMENTO E EQUIPE.......:".
           05  LINE 14  COLUMN 01
               VALUE  "    COMPROMETIMENTO E ASSIDUIDADE.:".
           05  LINE 15  COLUMN 01
               VALUE  "  MEDIA:".
           05  LINE 15  COLUMN 20
               VALUE  "CONCEITO GERAL:".
           05  LINE 16  COLUMN 01
               VALUE  "  RESULTADO (E=EFETIVAR D=NAO EFETIVAR):".
           05  LINE 17  COLUMN 01
               VALUE  "  OBS:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CHAPA
               LINE 04  COLUMN 10  PIC 9(06)
               USING  W-CHAPA
               REVERSE-VIDEO.
           05  TW-NOMEFUNC
               LINE 04  COLUMN 18  PIC X(30)
               FROM   W-NOMEFUNC
               HIGHLIGHT.
           05  TW-TIPO
               LINE 05  COLUMN 40  PIC X(01)
               USING  W-TIPO
               REVERSE-VIDEO.
           05  TW-ANO
               LINE 05  COLUMN 50  PIC 9(04)
               USING  W-ANO
               REVERSE-VIDEO.
           05  TW-CODDEP
               LINE 06  COLUMN 17  PIC 9(03)
               FROM   W-CODDEP
               HIGHLIGHT.
           05  TW-AVALIADOR
               LINE 07  COLUMN 22  PIC 9(06)
               USING  W-AVALIADOR
               HIGHLIGHT.
           05  TW-NOMEAVAL
               LINE 07  COLUMN 30  PIC X(30)
               FROM   W-NOMEAVAL
               HIGHLIGHT.
           05  TW-N1
               LINE 10  COLUMN 37  PIC 9(01)
               USING  W-N1
               HIGHLIGHT.
           05  TW-N2
               LINE 11  COLUMN 37  PIC 9(01)
               USING  W-N2
               HIGHLIGHT.
           05  TW-N3
               LINE 12  COLUMN 37  PIC 9(01)
               USING  W-N3
               HIGHLIGHT.
           05  TW-N4
               LINE 13  COLUMN 37  PIC 9(01)
               USING  W-N4
               HIGHLIGHT.
           05  TW-N5
               LINE 14  COLUMN 37  PIC 9(01)
               USING  W-N5
               HIGHLIGHT.
           05  TW-MEDIA
               LINE 15  COLUMN 10  PIC 9,99
               FROM   W-MEDIA
               HIGHLIGHT.
           05  TW-CONCEITO
               LINE 15  COLUMN 36  PIC 9(01)
               USING  W-CONCEITO
               HIGHLIGHT.
           05  TW-DESCCONC
               LINE 15  COLUMN 39  PIC X(18)
               FROM   W-DESCCONC
               HIGHLIGHT.
           05  TW-RESULT
               LINE 16  COLUMN 42  PIC X(01)
               USING  W-RESULT
               HIGHLIGHT.
           05  TW-OBS
               LINE 17  COLUMN 08  PIC X(40)
               USING  W-OBS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQAVAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAVAL
                 CLOSE ARQAVAL
                 OPEN I-O ARQAVAL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAVAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQAVCIC
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQAVCIC
                 CLOSE ARQAVCIC
                 OPEN INPUT ARQAVCIC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAVCIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQAVAL
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAVAL ARQAVCIC
              GO TO ROT-FIM2.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO W-NOMEFUNC W-TIPO W-NOMEAVAL W-DESCCONC
           MOVE SPACES TO W-RESULT W-OBS
           MOVE ZEROS TO W-CHAPA W-CODDEP W-AVALIADOR W-NOTAS
           MOVE ZEROS TO W-MEDIA W-CONCEITO
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(1:4) TO W-ANO
           DISPLAY TELAAVA.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOMEFUNC
           MOVE CODDEP TO W-CODDEP
           MOVE FUNC-TPCONTRATO TO W-TPCONTRATO
           DISPLAY TW-NOMEFUNC TW-CODDEP.

       R3.
           IF W-TPCONTRATO = "E"
              MOVE "X" TO W-TIPO
           ELSE
              MOVE "A" TO W-TIPO.
           ACCEPT TW-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           IF W-TIPO = "a"
              MOVE "A" TO W-TIPO.
           IF W-TIPO = "x"
              MOVE "X" TO W-TIPO.
           IF W-TIPO NOT = "A" AND "X"
              MOVE "*** DIGITE A=ANUAL OU X=EXPERIENCIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-TIPO = "X" AND W-TPCONTRATO NOT = "E"
              MOVE "* FUNCIONARIO NAO ESTA EM EXPERIENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TW-ANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF W-ANO < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       LER-ARQAVAL.
           MOVE "N" TO W-NOVO
           MOVE W-CHAPA TO AVA-CHAPA
           MOVE W-ANO   TO AVA-ANO
           MOVE W-TIPO  TO AVA-TIPO
           READ ARQAVAL WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO NOT = "00" AND "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQAVAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF ST-ERRO = "23"
              IF W-TIPO = "A"
                 MOVE "* NAO CONSTA NO CICLO DO ANO (FPP178) *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4
              ELSE
                 MOVE "S" TO W-NOVO
                 MOVE ZEROS TO W-AVALIADOR W-NOTAS W-MEDIA W-CONCEITO
                 MOVE SPACES TO W-DESCCONC W-RESULT W-OBS
                 DISPLAY TW-N1 TW-N2 TW-N3 TW-N4 TW-N5 TW-MEDIA
                 DISPLAY TW-CONCEITO TW-DESCCONC TW-RESULT TW-OBS
                 GO TO R5.
           IF W-TIPO = "A"
              MOVE AVA-ANO    TO CIC-ANO
              MOVE AVA-CODDEP TO CIC-CODDEP
              READ ARQAVCIC
              IF ST-ERRO2 NOT = "00" OR CIC-STATUS NOT = "A"
                 MOVE "*** CICLO DO DEPARTAMENTO FECHADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 UNLOCK ARQAVAL
                 GO TO R4.
           MOVE AVA-CODDEP    TO W-CODDEP
           MOVE AVA-AVALIADOR TO W-AVALIADOR
           MOVE AVA-NOTA(1) TO W-N1
           MOVE AVA-NOTA(2) TO W-N2
           MOVE AVA-NOTA(3) TO W-N3
           MOVE AVA-NOTA(4) TO W-N4
           MOVE AVA-NOTA(5) TO W-N5
           MOVE AVA-MEDIA     TO W-MEDIA
           MOVE AVA-CONCEITO  TO W-CONCEITO
           MOVE AVA-RESULT    TO W-RESULT
           MOVE AVA-OBS       TO W-OBS
           MOVE SPACES TO W-DESCCONC
           IF W-CONCEITO NOT = ZEROS
              MOVE TBCONC(W-CONCEITO) TO W-DESCCONC.
           IF AVA-STATUS = "C"
              MOVE "*** AVALIACAO JA CONCLUIDA - ALTERACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           DISPLAY TW-CODDEP TW-N1 TW-N2 TW-N3 TW-N4 TW-N5
           DISPLAY TW-MEDIA TW-CONCEITO TW-DESCCONC TW-RESULT TW-OBS.

      *-------------------[ AVALIADOR ]---------------------------------
       R5.
           MOVE SPACES TO W-NOMEAVAL
           IF W-AVALIADOR NOT = ZEROS
              MOVE W-AVALIADOR TO CHAPA
              READ ARQFUNC
              IF ST-ERRO3 = "00"
                 MOVE NOME TO W-NOMEAVAL.
           DISPLAY TW-NOMEAVAL
           ACCEPT TW-AVALIADOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   UNLOCK ARQAVAL
                   GO TO R4.
           IF W-AVALIADOR = ZEROS OR W-AVALIADOR = W-CHAPA
              MOVE "*** INFORME UM AVALIADOR VALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE W-AVALIADOR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** AVALIADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE NOME TO W-NOMEAVAL
           DISPLAY TW-NOMEAVAL.

      *-------------------[ NOTAS POR CRITERIO ]------------------------
       R6.
           ACCEPT TW-N1.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
       R6A.
           ACCEPT TW-N2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
       R6B.
           ACCEPT TW-N3.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6A.
       R6C.
           ACCEPT TW-N4.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6B.
       R6D.
           ACCEPT TW-N5.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6C.
           MOVE ZEROS TO W-SOMA
           MOVE 1 TO W-IND.
       R6E.
           IF W-NOTA(W-IND) < 1 OR W-NOTA(W-IND) > 5
              MOVE "*** AS NOTAS VAO DE 1 A 5 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           ADD W-NOTA(W-IND) TO W-SOMA
           IF W-IND < 5
              ADD 1 TO W-IND
              GO TO R6E.
           COMPUTE W-MEDIA = W-SOMA / 5
           COMPUTE W-CONCEITO ROUNDED = W-SOMA / 5
           MOVE TBCONC(W-CONCEITO) TO W-DESCCONC
           DISPLAY TW-MEDIA TW-CONCEITO TW-DESCCONC.

      *----[ CONCEITO SUGERIDO PELA MEDIA, PODE SER AJUSTADO ]----
       R7.
           ACCEPT TW-CONCEITO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6D.
           IF W-CONCEITO < 1 OR W-CONCEITO > 5
              MOVE "*** CONCEITO DE 1 A 5 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE TBCONC(W-CONCEITO) TO W-DESCCONC
           DISPLAY TW-DESCCONC.

       R8.
           IF W-TIPO NOT = "X"
              MOVE SPACES TO W-RESULT
              DISPLAY TW-RESULT
              GO TO R9.
           ACCEPT TW-RESULT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF W-RESULT = "e"
              MOVE "E" TO W-RESULT.
           IF W-RESULT = "d"
              MOVE "D" TO W-RESULT.
           IF W-RESULT NOT = "E" AND "D"
              MOVE "*** DIGITE E=EFETIVAR OU D=NAO EFETIVAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TW-OBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 40) "DADOS OK (S/N) : ".
                ACCEPT (20, 57) W-OPCAO WITH UPDATE
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01 GO TO R9.
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   UNLOCK ARQAVAL
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-CHAPA     TO AVA-CHAPA
           MOVE W-ANO       TO AVA-ANO
           MOVE W-TIPO      TO AVA-TIPO
           MOVE W-CODDEP    TO AVA-CODDEP
           MOVE W-AVALIADOR TO AVA-AVALIADOR
           MOVE W-N1        TO AVA-NOTA(1)
           MOVE W-N2        TO AVA-NOTA(2)
           MOVE W-N3        TO AVA-NOTA(3)
           MOVE W-N4        TO AVA-NOTA(4)
           MOVE W-N5        TO AVA-NOTA(5)
           MOVE W-MEDIA     TO AVA-MEDIA
           MOVE W-CONCEITO  TO AVA-CONCEITO
           MOVE W-RESULT    TO AVA-RESULT
           MOVE W-OBS       TO AVA-OBS
           MOVE "C"         TO AVA-STATUS
           MOVE W-HOJE      TO AVA-DTAVAL
           MOVE W-OPERADOR  TO AVA-OPERADOR
           MOVE W-HOJE      TO AVA-DTULTALT
           IF W-NOVO = "S"
              WRITE REGAVAL
              MOVE "I" TO LOG-ACAO
           ELSE
              REWRITE REGAVAL
              MOVE "A" TO LOG-ACAO.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQAVAL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQAVAL"  TO LOG-ARQUIVO
           MOVE W-CHAPA    TO LOG-CHAVE
           MOVE "AVALIACAO ANUAL CONCLUIDA" TO LOG-DESCR
           IF W-TIPO = "X"
              MOVE "AVALIACAO FIM EXPERIENCIA" TO LOG-DESCR.
           WRITE REGLOG
           MOVE "*** AVALIACAO GRAVADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQAVAL ARQAVCIC ARQFUNC ARQLOG.
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
