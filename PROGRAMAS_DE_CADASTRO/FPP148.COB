       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP148.
      ********************************************************
      * SEGURO DE VIDA EM GRUPO - MOVIMENTO P/ A SEGURADORA   *
      * GERA SEGMOV.TXT COM AS INCLUSOES (I), EXCLUSOES (E) E *
      * ALTERACOES DE CAPITAL (A) DA COMPETENCIA, COMPARANDO  *
      * O ARQSEGVIDA COM O QUE JA FOI ENVIADO, E A LISTAGEM   *
      * SEGMOV.DOC. REPROCESSAR A MESMA COMPETENCIA REPETE O  *
      * MOVIMENTO JA GERADO NELA                              *
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
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      ALTERNATE RECORD KEY IS DENOM
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQSEGMOV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQSEGMOVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
      *-----------------------------------------------------------------
      *----[ LEIAUTE FIXO DE 150 POSICOES: 0=HEADER 1=DETALHE      ]----
      *----[ 9=TRAILER. DATAS EM DDMMAAAA, VALORES SEM VIRGULA     ]----
       FD ARQSEGMOV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGMOV.TXT".
       01 REGSEGMOV                    PIC X(150).
      *-----------------------------------------------------------------
       FD ARQSEGMOVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGMOV.DOC".
       01 REGSEGMOVTX                  PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-SEGVINI       PIC 9(06) VALUE ZEROS.
       01 W-ATIVO         PIC X(01) VALUE SPACES.
       01 W-MOV           PIC X(01) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-DATAGER-X REDEFINES W-DATAGER.
          03 W-GERANO     PIC 9(04).
          03 W-GERMES     PIC 9(02).
          03 W-GERDIA     PIC 9(02).
       01 W-SALBASE       PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-CAPITAL       PIC 9(08)V99 VALUE ZEROS.
       01 W-PREMIO        PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDINC        PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC        PIC 9(05) VALUE ZEROS.
       01 W-QTDALT        PIC 9(05) VALUE ZEROS.
       01 W-QTDREG        PIC 9(06) VALUE ZEROS.
       01 W-TOTCAP        PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTPREM       PIC 9(10)V99 VALUE ZEROS.

       01  MOV-HEADER.
           05  MOVH-TIPOREG  PIC X(01) VALUE "0".
           05  MOVH-COMPET   PIC 9(06) VALUE ZEROS.
           05  MOVH-DATAGER  PIC 9(08) VALUE ZEROS.
           05  MOVH-DESCR    PIC X(30) VALUE
               "MOVIMENTO SEGURO DE VIDA GRUPO".
           05  FILLER        PIC X(105) VALUE SPACES.

       01  MOV-DETALHE.
           05  MOVD-TIPOREG  PIC X(01) VALUE "1".
           05  MOVD-MOV      PIC X(01) VALUE SPACES.
           05  MOVD-APOLICE  PIC X(15) VALUE SPACES.
           05  MOVD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  MOVD-CPF      PIC 9(11) VALUE ZEROS.
           05  MOVD-NOME     PIC X(30) VALUE SPACES.
           05  MOVD-DTNASC   PIC 9(08) VALUE ZEROS.
           05  MOVD-SEXO     PIC X(01) VALUE SPACES.
           05  MOVD-COBERT   PIC X(01) VALUE SPACES.
           05  MOVD-DTINI    PIC 9(08) VALUE ZEROS.
           05  MOVD-DTFIM    PIC 9(08) VALUE ZEROS.
           05  MOVD-CAPITAL  PIC 9(10)V99 VALUE ZEROS.
           05  MOVD-PREMIO   PIC 9(08)V99 VALUE ZEROS.
           05  MOVD-COMPET   PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(32) VALUE SPACES.

       01  MOV-TRAILER.
           05  MOVT-TIPOREG  PIC X(01) VALUE "9".
           05  MOVT-QTDINC   PIC 9(05) VALUE ZEROS.
           05  MOVT-QTDEXC   PIC 9(05) VALUE ZEROS.
           05  MOVT-QTDALT   PIC 9(05) VALUE ZEROS.
           05  MOVT-QTDREG   PIC 9(06) VALUE ZEROS.
           05  MOVT-TOTCAP   PIC 9(12)V99 VALUE ZEROS.
           05  MOVT-TOTPREM  PIC 9(10)V99 VALUE ZEROS.
           05  FILLER        PIC X(102) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(052) VALUE
           "MOVIMENTO DO SEGURO DE VIDA EM GRUPO - COMPETENCIA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(055) VALUE
           "MOV CHAPA  NOME                           APOLICE      ".
           05  FILLER PIC X(055) VALUE
           "     INICIO     FIM              CAPITAL     PREMIO".

       01  DET.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MOV         PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-APOLICE     PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTINI       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTFIM       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CAPITAL     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PREMIO      PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LT-DESCR      PIC X(22) VALUE SPACES.
           05  FILLER        PIC X(014) VALUE ".... QTDE: ".
           05  LT-QTD        PIC ZZZZ9 VALUE ZEROS.

       01  LINTOTCAP.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  FILLER        PIC X(036) VALUE
               "CAPITAL DAS INCLUSOES/ALTERACOES: ".
           05  LTC-CAPITAL   PIC ZZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUM MOVIMENTO NA COMPETENCIA ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASEGMOV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** MOVIMENTO DO SEGURO DE VIDA EM GRUPO ***".
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
                DISPLAY TELASEGMOV.
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
                MOVE ZEROS TO W-QTDINC W-QTDEXC W-QTDALT W-QTDREG
                MOVE ZEROS TO W-TOTCAP W-TOTPREM.

       INC-OP0.
           OPEN I-O ARQSEGVIDA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQSEGVIDA NAO EXISTE (FPP147) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSEGVIDA
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQCARG NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSEGVIDA ARQFUNC
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQSEGMOV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO SEGMOV.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSEGVIDA ARQFUNC ARQCARG
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQSEGMOVTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO SEGMOV.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSEGVIDA ARQFUNC ARQCARG ARQSEGMOV
              GO TO ROT-FIM2.

           MOVE W-REFATU TO MOVH-COMPET
           COMPUTE MOVH-DATAGER = W-GERDIA * 1000000
                                + W-GERMES * 10000 + W-GERANO
           WRITE REGSEGMOV FROM MOV-HEADER
           ADD 1 TO W-QTDREG
           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           WRITE REGSEGMOVTX FROM CAB1
           WRITE REGSEGMOVTX FROM CABBLANK
           WRITE REGSEGMOVTX FROM CAB2

           MOVE ZEROS TO SEGV-CHAPA
           START ARQSEGVIDA KEY IS NOT LESS SEGV-CHAPA
               INVALID KEY GO TO FIM-SEGMOV.

      *----[ COMPARA A SITUACAO ATUAL COM A ULTIMA ENVIADA ]----
       LER-SEGV.
           READ ARQSEGVIDA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-SEGMOV.
           MOVE SEGV-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO NOME SEXO FUNCSTATUS
              MOVE ZEROS TO DATANASC FUNC-CPF DTDESLIGAMENTO
              MOVE ZEROS TO CODIGOCARG SALARIOEMP.
           PERFORM CALC-CAPITAL THRU CALC-CAPITAL-FIM
           MOVE SPACES TO W-MOV
      *----[ REPROCESSAMENTO: REPETE O MOVIMENTO JA GERADO NO MES ]----
           IF SEGV-COMPENV = W-REFATU AND SEGV-MOVULT NOT = SPACES
              MOVE SEGV-MOVULT TO W-MOV
              GO TO GRAVAR-MOV.
           MOVE "S" TO W-ATIVO
           COMPUTE W-SEGVINI = SEGV-ANOINI * 100 + SEGV-MESINI
           IF SEGV-STATUS NOT = "A" OR FUNCSTATUS = "D"
                 OR W-SEGVINI > W-REFATU
              MOVE "N" TO W-ATIVO.
           IF W-ATIVO = "S"
              IF SEGV-ENVSIT NOT = "I"
                 MOVE "I" TO W-MOV
              ELSE
                 IF W-CAPITAL NOT = SEGV-CAPENV
                    MOVE "A" TO W-MOV.
           IF W-ATIVO = "N" AND SEGV-ENVSIT = "I"
              MOVE "E" TO W-MOV
      *----[ DESLIGADO: ENCERRA A VIGENCIA NA DATA DO DESLIGAMENTO ]----
              IF FUNCSTATUS = "D" AND SEGV-STATUS = "A"
                 MOVE "C" TO SEGV-STATUS
                 MOVE DTDESLIGAMENTO TO SEGV-DTFIM.
           IF W-MOV = SPACES
              GO TO LER-SEGV.

       GRAVAR-MOV.
           IF W-MOV = "E"
              MOVE SEGV-CAPENV TO W-CAPITAL
              MOVE ZEROS TO W-PREMIO.
           MOVE W-MOV          TO MOVD-MOV
           MOVE SEGV-APOLICE   TO MOVD-APOLICE
           MOVE SEGV-CHAPA     TO MOVD-CHAPA
           MOVE FUNC-CPF       TO MOVD-CPF
           MOVE NOME           TO MOVD-NOME
           MOVE DATANASC       TO MOVD-DTNASC
           MOVE SEXO           TO MOVD-SEXO
           MOVE SEGV-COBERTURA TO MOVD-COBERT
           MOVE SEGV-DTINI     TO MOVD-DTINI
           MOVE SEGV-DTFIM     TO MOVD-DTFIM
           MOVE W-CAPITAL      TO MOVD-CAPITAL
           MOVE W-PREMIO       TO MOVD-PREMIO
           MOVE W-REFATU       TO MOVD-COMPET
           WRITE REGSEGMOV FROM MOV-DETALHE
           ADD 1 TO W-QTDREG
           IF W-MOV = "I"
              ADD 1 TO W-QTDINC.
           IF W-MOV = "E"
              ADD 1 TO W-QTDEXC.
           IF W-MOV = "A"
              ADD 1 TO W-QTDALT.
           IF W-MOV NOT = "E"
              ADD W-CAPITAL TO W-TOTCAP
              ADD W-PREMIO  TO W-TOTPREM.

           MOVE W-MOV          TO D-MOV
           MOVE SEGV-CHAPA     TO D-CHAPA
           MOVE NOME           TO D-NOME
           MOVE SEGV-APOLICE   TO D-APOLICE
           MOVE SEGV-DTINI     TO D-DTINI
           MOVE SEGV-DTFIM     TO D-DTFIM
           MOVE W-CAPITAL      TO D-CAPITAL
           MOVE W-PREMIO       TO D-PREMIO
           WRITE REGSEGMOVTX FROM DET

           MOVE W-MOV    TO SEGV-MOVULT
           MOVE W-REFATU TO SEGV-COMPENV
           IF W-MOV = "E"
              MOVE "E" TO SEGV-ENVSIT
           ELSE
              MOVE "I" TO SEGV-ENVSIT
              MOVE W-CAPITAL TO SEGV-CAPENV.
           REWRITE REGSEGVIDA
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA REGRAVACAO DO ARQSEGVIDA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO LER-SEGV.

       FIM-SEGMOV.
           ADD 1 TO W-QTDREG
           MOVE W-QTDINC  TO MOVT-QTDINC
           MOVE W-QTDEXC  TO MOVT-QTDEXC
           MOVE W-QTDALT  TO MOVT-QTDALT
           MOVE W-QTDREG  TO MOVT-QTDREG
           MOVE W-TOTCAP  TO MOVT-TOTCAP
           MOVE W-TOTPREM TO MOVT-TOTPREM
           WRITE REGSEGMOV FROM MOV-TRAILER
           WRITE REGSEGMOVTX FROM CABBLANK
           IF W-QTDINC = ZEROS AND W-QTDEXC = ZEROS
                 AND W-QTDALT = ZEROS
              WRITE REGSEGMOVTX FROM LINNADA
              GO TO FIM-SEGMOV-MSG.
           MOVE "INCLUSOES"  TO LT-DESCR
           MOVE W-QTDINC     TO LT-QTD
           WRITE REGSEGMOVTX FROM LINTOT
           MOVE "EXCLUSOES"  TO LT-DESCR
           MOVE W-QTDEXC     TO LT-QTD
           WRITE REGSEGMOVTX FROM LINTOT
           MOVE "ALTERACOES" TO LT-DESCR
           MOVE W-QTDALT     TO LT-QTD
           WRITE REGSEGMOVTX FROM LINTOT
           MOVE W-TOTCAP     TO LTC-CAPITAL
           WRITE REGSEGMOVTX FROM LINTOTCAP.
       FIM-SEGMOV-MSG.
           MOVE "*** MOVIMENTO GERADO: SEGMOV.TXT/SEGMOV.DOC ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ CAPITAL E PREMIO ATUAIS (MESMA REGRA DO FPP015) ]----
       CALC-CAPITAL.
           MOVE ZEROS TO W-CAPITAL W-PREMIO
           IF SEGV-TPCAP = "F"
              MOVE SEGV-CAPFIXO TO W-CAPITAL
              GO TO CALC-CAPITAL-PREM.
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO2 NOT = "00"
              GO TO CALC-CAPITAL-FIM.
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
       CALC-CAPITAL-PREM.
           COMPUTE W-PREMIO ROUNDED = W-CAPITAL * SEGV-TAXA / 1000.
       CALC-CAPITAL-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQSEGVIDA ARQFUNC ARQCARG ARQSEGMOV ARQSEGMOVTX.
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
       FIM-ROT-SEGMOV.
