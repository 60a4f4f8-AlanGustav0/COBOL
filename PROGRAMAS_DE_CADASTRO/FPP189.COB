       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP189.
      ********************************************************
      * PREVIDENCIA PRIVADA (PGBL) - CONTRIBUICOES DO MES     *
      * GERA PGBLMES.TXT P/ A ENTIDADE GESTORA COM A PARTE DO *
      * PARTICIPANTE DESCONTADA NA FOLHA (RUBRICA 113 DO      *
      * ARQFOLDET) E A PARTE DA EMPRESA (RUBRICA 903) DE CADA *
      * ADESAO DO ARQPREV, E A LISTAGEM PGBLMES.DOC COM OS    *
      * TOTAIS POR PLANO. EXIGE A FOLHA MENSAL JA CALCULADA   *
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
                      FILE STATUS  IS ST-ERRO.

           SELECT TBPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRV-COD
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQPGBL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQPGBLTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
            05 DATANASC           PIC 9(08).
            05 SEXO               PIC X(01).
            05 FILLER             PIC X(06).
            05 FUNCSTATUS         PIC X(01).
            05 FILLER             PIC X(11).
            05 CODIGOCARG         PIC 9(03).
            05 FILLER             PIC X(124).
            05 DTDESLIGAMENTO     PIC 9(08).
            05 FILLER             PIC X(01).
            05 SALARIOEMP         PIC 9(06)V99.
            05 FILLER             PIC X(23).
            05 FUNC-CPF           PIC 9(11).
            05 FILLER             PIC X(13).
      *-----------------------------------------------------------------
       FD ARQFOLDET
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFOLDET.DAT".
       01 REGFOLDET.
           03 FDET-KEY.
            05 FDET-CHAPA         PIC 9(06).
            05 FDET-COMPET        PIC 9(06).
            05 FDET-TIPO          PIC X(01).
            05 FDET-ORIGEM        PIC X(01).
            05 FDET-RUBRICA       PIC 9(03).
           03 FDET-NATUREZA      PIC X(01).
           03 FDET-DESCR         PIC X(30).
           03 FDET-BASE          PIC 9(07)V99.
           03 FDET-REFER         PIC 9(05)V99.
           03 FDET-VALOR         PIC 9(07)V99.
           03 FDET-INCINSS       PIC X(01).
           03 FDET-INCIRRF       PIC X(01).
           03 FDET-INCFGTS       PIC X(01).
      *-----------------------------------------------------------------
      *----[ LEIAUTE FIXO DE 150 POSICOES: 0=HEADER 1=DETALHE      ]----
      *----[ 9=TRAILER. DATAS EM DDMMAAAA, VALORES SEM VIRGULA     ]----
       FD ARQPGBL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PGBLMES.TXT".
       01 REGPGBL                      PIC X(150).
      *-----------------------------------------------------------------
       FD ARQPGBLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PGBLMES.DOC".
       01 REGPGBLTX                    PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-DATAGER-X REDEFINES W-DATAGER.
          03 W-GERANO     PIC 9(04).
          03 W-GERMES     PIC 9(02).
          03 W-GERDIA     PIC 9(02).
       01 W-BASE          PIC 9(08)V99 VALUE ZEROS.
       01 W-PERCFUNC      PIC 9(02)V99 VALUE ZEROS.
       01 W-PERCEMP       PIC 9(02)V99 VALUE ZEROS.
       01 W-VLRFUNC       PIC 9(08)V99 VALUE ZEROS.
       01 W-VLREMP        PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDDET        PIC 9(06) VALUE ZEROS.
       01 W-QTDREG        PIC 9(06) VALUE ZEROS.
       01 W-TOTFUNC       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTEMP        PIC 9(10)V99 VALUE ZEROS.
       01 IND             PIC 9(04) VALUE ZEROS COMP.

      *----[ TOTAIS POR PLANO (CODIGO 1 A 999) ]----
       01 TABPLANO.
          03 TP-ITEM OCCURS 999 TIMES.
             05 TP-QTD       PIC 9(05).
             05 TP-FUNC      PIC 9(10)V99.
             05 TP-EMP       PIC 9(10)V99.

       01  PGBL-HEADER.
           05  PGBH-TIPOREG  PIC X(01) VALUE "0".
           05  PGBH-COMPET   PIC 9(06) VALUE ZEROS.
           05  PGBH-DATAGER  PIC 9(08) VALUE ZEROS.
           05  PGBH-DESCR    PIC X(30) VALUE
               "CONTRIBUICOES PREVIDENCIA PGBL".
           05  FILLER        PIC X(105) VALUE SPACES.

       01  PGBL-DETALHE.
           05  PGBD-TIPOREG  PIC X(01) VALUE "1".
           05  PGBD-CONTRATO PIC X(15) VALUE SPACES.
           05  PGBD-CNPJENT  PIC 9(14) VALUE ZEROS.
           05  PGBD-PARTIC   PIC X(15) VALUE SPACES.
           05  PGBD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  PGBD-CPF      PIC 9(11) VALUE ZEROS.
           05  PGBD-NOME     PIC X(30) VALUE SPACES.
           05  PGBD-COMPET   PIC 9(06) VALUE ZEROS.
           05  PGBD-BASE     PIC 9(08)V99 VALUE ZEROS.
           05  PGBD-PERCFUNC PIC 9(02)V99 VALUE ZEROS.
           05  PGBD-VLRFUNC  PIC 9(08)V99 VALUE ZEROS.
           05  PGBD-PERCEMP  PIC 9(02)V99 VALUE ZEROS.
           05  PGBD-VLREMP   PIC 9(08)V99 VALUE ZEROS.
           05  PGBD-REGIME   PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(13) VALUE SPACES.

       01  PGBL-TRAILER.
           05  PGBT-TIPOREG  PIC X(01) VALUE "9".
           05  PGBT-QTDDET   PIC 9(06) VALUE ZEROS.
           05  PGBT-TOTFUNC  PIC 9(10)V99 VALUE ZEROS.
           05  PGBT-TOTEMP   PIC 9(10)V99 VALUE ZEROS.
           05  PGBT-QTDREG   PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(113) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(052) VALUE
           "CONTRIBUICOES DE PREVIDENCIA PRIVADA - COMPETENCIA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(055) VALUE
           "PLN CHAPA  NOME                           PARTICIPANTE ".
           05  FILLER PIC X(055) VALUE
           "            BASE %FUNC  PARTICIP.  %EMP    EMPRESA".

       01  DET.
           05  D-PLANO       PIC 999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PARTIC      PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-BASE        PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PERCFUNC    PIC Z9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VLRFUNC     PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PERCEMP     PIC Z9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VLREMP      PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINPLANO.
           05  FILLER        PIC X(007) VALUE "PLANO ".
           05  LP-PLANO      PIC 999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  LP-DESCR      PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE " QTD: ".
           05  LP-QTD        PIC ZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(07) VALUE " PART: ".
           05  LP-FUNC       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(06) VALUE " EMP: ".
           05  LP-EMP        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER        PIC X(032) VALUE
               "TOTAL A REPASSAR - PARTICIPANTE:".
           05  LT-FUNC       PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(011) VALUE "  EMPRESA: ".
           05  LT-EMP        PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUMA CONTRIBUICAO NA COMPETENCIA ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPGBL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONTRIBUICOES DE PREVIDENCIA PRIVADA ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-COMPENTR
                DISPLAY TELAPGBL.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                COMPUTE W-REFATU = (W-COMPENTR-ANO * 100)
                                 + W-COMPENTR-MES
                ACCEPT W-DATAGER FROM DATE YYYYMMDD
                MOVE ZEROS TO W-QTDDET W-QTDREG W-TOTFUNC W-TOTEMP
                MOVE 1 TO IND.
       INC-ZERA.
                IF IND > 999
                   GO TO INC-OP0.
                MOVE ZEROS TO TP-QTD(IND) TP-FUNC(IND) TP-EMP(IND)
                ADD 1 TO IND
                GO TO INC-ZERA.

       INC-OP0.
           OPEN INPUT ARQPREV
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQPREV NAO EXISTE (FPP188) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT TBPREV
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO TBPREV NAO EXISTE (FPP187) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV TBPREV
              GO TO ROT-FIM2.
           OPEN INPUT ARQFOLDET
           IF ST-ERRO3 NOT = "00"
              MOVE "* ARQFOLDET NAO EXISTE - CALCULE A FOLHA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV TBPREV ARQFUNC
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQPGBL
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PGBLMES.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV TBPREV ARQFUNC ARQFOLDET
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQPGBLTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PGBLMES.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPREV TBPREV ARQFUNC ARQFOLDET ARQPGBL
              GO TO ROT-FIM2.

           MOVE W-REFATU TO PGBH-COMPET
           COMPUTE PGBH-DATAGER = W-GERDIA * 1000000
                                + W-GERMES * 10000 + W-GERANO
           WRITE REGPGBL FROM PGBL-HEADER
           ADD 1 TO W-QTDREG
           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           WRITE REGPGBLTX FROM CAB1
           WRITE REGPGBLTX FROM CABBLANK
           WRITE REGPGBLTX FROM CAB2

           MOVE ZEROS TO PRE-CHAPA
           START ARQPREV KEY IS NOT LESS PRE-CHAPA
               INVALID KEY GO TO FIM-PGBL.

      *----[ CADA ADESAO: O QUE A FOLHA DA COMPETENCIA CONTRIBUIU ]----
       LER-PREV.
           READ ARQPREV NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PGBL.
           PERFORM LER-CONTRIB THRU LER-CONTRIB-FIM
           IF W-VLRFUNC = ZEROS AND W-VLREMP = ZEROS
              GO TO LER-PREV.
           MOVE PRE-PLANO TO PRV-COD
           READ TBPREV
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO PRV-CONTRATO
              MOVE ZEROS TO PRV-CNPJ.
           MOVE PRE-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO NOME
              MOVE ZEROS TO FUNC-CPF.

           MOVE PRV-CONTRATO   TO PGBD-CONTRATO
           MOVE PRV-CNPJ       TO PGBD-CNPJENT
           MOVE PRE-PARTIC     TO PGBD-PARTIC
           MOVE PRE-CHAPA      TO PGBD-CHAPA
           MOVE FUNC-CPF       TO PGBD-CPF
           MOVE NOME           TO PGBD-NOME
           MOVE W-REFATU       TO PGBD-COMPET
           MOVE W-BASE         TO PGBD-BASE
           MOVE W-PERCFUNC     TO PGBD-PERCFUNC
           MOVE W-VLRFUNC      TO PGBD-VLRFUNC
           MOVE W-PERCEMP      TO PGBD-PERCEMP
           MOVE W-VLREMP       TO PGBD-VLREMP
           MOVE PRE-REGIME     TO PGBD-REGIME
           WRITE REGPGBL FROM PGBL-DETALHE
           ADD 1 TO W-QTDREG W-QTDDET
           ADD W-VLRFUNC TO W-TOTFUNC
           ADD W-VLREMP  TO W-TOTEMP
           IF PRE-PLANO > ZEROS
              ADD 1         TO TP-QTD(PRE-PLANO)
              ADD W-VLRFUNC TO TP-FUNC(PRE-PLANO)
              ADD W-VLREMP  TO TP-EMP(PRE-PLANO).

           MOVE PRE-PLANO      TO D-PLANO
           MOVE PRE-CHAPA      TO D-CHAPA
           MOVE NOME           TO D-NOME
           MOVE PRE-PARTIC     TO D-PARTIC
           MOVE W-BASE         TO D-BASE
           MOVE W-PERCFUNC     TO D-PERCFUNC
           MOVE W-VLRFUNC      TO D-VLRFUNC
           MOVE W-PERCEMP      TO D-PERCEMP
           MOVE W-VLREMP       TO D-VLREMP
           WRITE REGPGBLTX FROM DET
           GO TO LER-PREV.

      *----[ RUBRICAS 113 (PARTICIPANTE) E 903 (EMPRESA) DA FOLHA M ]---
       LER-CONTRIB.
           MOVE ZEROS TO W-BASE W-PERCFUNC W-PERCEMP W-VLRFUNC W-VLREMP
           MOVE PRE-CHAPA TO FDET-CHAPA
           MOVE W-REFATU  TO FDET-COMPET
           MOVE "M"       TO FDET-TIPO
           MOVE "F"       TO FDET-ORIGEM
           MOVE 113       TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE FDET-BASE  TO W-BASE
              MOVE FDET-REFER TO W-PERCFUNC
              MOVE FDET-VALOR TO W-VLRFUNC.
           MOVE 903       TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE FDET-BASE  TO W-BASE
              MOVE FDET-REFER TO W-PERCEMP
              MOVE FDET-VALOR TO W-VLREMP.
       LER-CONTRIB-FIM.
           EXIT.

       FIM-PGBL.
           ADD 1 TO W-QTDREG
           MOVE W-QTDDET  TO PGBT-QTDDET
           MOVE W-TOTFUNC TO PGBT-TOTFUNC
           MOVE W-TOTEMP  TO PGBT-TOTEMP
           MOVE W-QTDREG  TO PGBT-QTDREG
           WRITE REGPGBL FROM PGBL-TRAILER
           WRITE REGPGBLTX FROM CABBLANK
           IF W-QTDDET = ZEROS
              WRITE REGPGBLTX FROM LINNADA
              GO TO FIM-PGBL-MSG.
           MOVE 1 TO IND.
       FIM-PGBL-PLANO.
           IF IND > 999
              GO TO FIM-PGBL-TOT.
           IF TP-QTD(IND) = ZEROS
              ADD 1 TO IND
              GO TO FIM-PGBL-PLANO.
           MOVE IND TO PRV-COD
           READ TBPREV
           IF ST-ERRO2 NOT = "00"
              MOVE "*** PLANO NAO CADASTRADO" TO PRV-DESCR.
           MOVE IND          TO LP-PLANO
           MOVE PRV-DESCR    TO LP-DESCR
           MOVE TP-QTD(IND)  TO LP-QTD
           MOVE TP-FUNC(IND) TO LP-FUNC
           MOVE TP-EMP(IND)  TO LP-EMP
           WRITE REGPGBLTX FROM LINPLANO
           ADD 1 TO IND
           GO TO FIM-PGBL-PLANO.
       FIM-PGBL-TOT.
           WRITE REGPGBLTX FROM CABBLANK
           MOVE W-TOTFUNC TO LT-FUNC
           MOVE W-TOTEMP  TO LT-EMP
           WRITE REGPGBLTX FROM LINTOT.
       FIM-PGBL-MSG.
           MOVE "*** ARQUIVO GERADO: PGBLMES.TXT/PGBLMES.DOC ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQPREV TBPREV ARQFUNC ARQFOLDET ARQPGBL ARQPGBLTX.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *----------------------[ ROTINA DE MENSAGENS ]--------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-PGBL.
