       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP149.
      ********************************************************
      * SEGURO DE VIDA EM GRUPO - CONCILIACAO DA FATURA       *
      * LISTA OS SEGURADOS VIGENTES NA COMPETENCIA COM O      *
      * CAPITAL, O PREMIO, A PARTE DO FUNCIONARIO PREVISTA E  *
      * O QUE FOI DESCONTADO NA FOLHA (RUBRICA 114 DO         *
      * ARQFOLDET), A PARTE DA EMPRESA E A DIFERENCA ENTRE A  *
      * SOMA DOS PREMIOS E O VALOR DA FATURA DA SEGURADORA    *
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

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQSEGCONTX ASSIGN TO DISK
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
          03 SEGV-DTFIMX REDEFINES SEGV-DTFIM.
           05 SEGV-DIAFIM              PIC 9(02).
           05 SEGV-MESFIM              PIC 9(02).
           05 SEGV-ANOFIM              PIC 9(04).
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
            05 FILLER             PIC X(27).
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
       FD ARQSEGCONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGCONC.DOC".
       01 REGSEGCONTX                  PIC X(110).
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
       01 W-FATURA        PIC 9(10)V99 VALUE ZEROS.
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-SEGVINI       PIC 9(06) VALUE ZEROS.
       01 W-SEGVFIM       PIC 9(06) VALUE ZEROS.
       01 W-DETOK         PIC X(01) VALUE "N".
       01 W-SALBASE       PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-CAPITAL       PIC 9(08)V99 VALUE ZEROS.
       01 W-PREMIO        PIC 9(06)V99 VALUE ZEROS.
       01 W-PREVISTO      PIC 9(06)V99 VALUE ZEROS.
       01 W-DESCONTADO    PIC 9(06)V99 VALUE ZEROS.
       01 W-EMPRESA       PIC S9(06)V99 VALUE ZEROS.
       01 W-QTD           PIC 9(05) VALUE ZEROS.
       01 W-QTDDIV        PIC 9(05) VALUE ZEROS.
       01 W-TOTCAP        PIC 9(12)V99 VALUE ZEROS.
       01 W-TOTPREM       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTPREV       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTDESC       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTEMP        PIC S9(10)V99 VALUE ZEROS.
       01 W-DIFFAT        PIC S9(10)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(056) VALUE
           "CONCILIACAO DA FATURA DO SEGURO DE VIDA - COMPETENCIA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(055) VALUE
           "CHAPA  NOME                          CAPITAL     PREMIO".
           05  FILLER PIC X(055) VALUE
           "   PREVISTO DESCONTADO    EMPRESA".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CAPITAL     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PREMIO      PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PREVISTO    PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCONTADO  PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-EMPRESA     PIC ZZZ.ZZ9,99- VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DIVERG      PIC X(01) VALUE SPACES.

       01  LINTOT.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LT-DESCR      PIC X(36) VALUE SPACES.
           05  LT-VALOR      PIC ZZZ.ZZZ.ZZZ.ZZ9,99- VALUE ZEROS.

       01  LINQTD.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LQ-DESCR      PIC X(36) VALUE SPACES.
           05  LQ-QTD        PIC ZZZZ9 VALUE ZEROS.

       01  LINLEG.
           05  FILLER PIC X(045) VALUE
           "(*) DESCONTADO NA FOLHA DIFERENTE DA PARTE ".
           05  FILLER PIC X(030) VALUE
           "PREVISTA DO FUNCIONARIO".

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUM SEGURADO VIGENTE NA COMPETENCIA ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASEGCON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONCILIACAO DA FATURA DO SEGURO DE VIDA".
           05  LINE 02  COLUMN 46
               VALUE  " ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 10  COLUMN 01
               VALUE  " VALOR DA FATURA               :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-FATURA
               LINE 10  COLUMN 35  PIC Z.ZZZ.ZZZ.ZZ9,99
               USING  W-FATURA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-COMPENTR W-FATURA
                DISPLAY TELASEGCON.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-FAT.
                ACCEPT TW-FATURA.
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
                MOVE ZEROS TO W-QTD W-QTDDIV W-TOTCAP W-TOTPREM
                MOVE ZEROS TO W-TOTPREV W-TOTDESC W-TOTEMP.

       INC-OP0.
           OPEN INPUT ARQSEGVIDA
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
      *----[ SEM DETALHE DA FOLHA O DESCONTADO SAI ZERADO ]----
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DETOK.
           OPEN OUTPUT ARQSEGCONTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO SEGCONC.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           WRITE REGSEGCONTX FROM CAB1
           WRITE REGSEGCONTX FROM CABBLANK
           WRITE REGSEGCONTX FROM CAB2

           MOVE ZEROS TO SEGV-CHAPA
           START ARQSEGVIDA KEY IS NOT LESS SEGV-CHAPA
               INVALID KEY GO TO FIM-SEGCON.

      *----[ VIGENTE: INICIO ATE A COMPETENCIA E, SE CANCELADO, ]----
      *----[ FIM NA PROPRIA COMPETENCIA OU DEPOIS               ]----
       LER-SEGV.
           READ ARQSEGVIDA NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-SEGCON.
           COMPUTE W-SEGVINI = SEGV-ANOINI * 100 + SEGV-MESINI
           IF W-SEGVINI > W-REFATU
              GO TO LER-SEGV.
           IF SEGV-STATUS NOT = "A"
              COMPUTE W-SEGVFIM = SEGV-ANOFIM * 100 + SEGV-MESFIM
              IF W-SEGVFIM < W-REFATU
                 GO TO LER-SEGV.
           MOVE SEGV-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO NOME
              MOVE ZEROS TO CODIGOCARG SALARIOEMP.
           PERFORM CALC-CAPITAL THRU CALC-CAPITAL-FIM
           COMPUTE W-PREVISTO ROUNDED =
                   W-PREMIO * SEGV-PERCFUNC / 100
           PERFORM LER-DESCONTO THRU LER-DESCONTO-FIM
           COMPUTE W-EMPRESA = W-PREMIO - W-DESCONTADO

           MOVE SEGV-CHAPA   TO D-CHAPA
           MOVE NOME         TO D-NOME
           MOVE W-CAPITAL    TO D-CAPITAL
           MOVE W-PREMIO     TO D-PREMIO
           MOVE W-PREVISTO   TO D-PREVISTO
           MOVE W-DESCONTADO TO D-DESCONTADO
           MOVE W-EMPRESA    TO D-EMPRESA
           MOVE SPACES       TO D-DIVERG
           IF W-DESCONTADO NOT = W-PREVISTO
              MOVE "*" TO D-DIVERG
              ADD 1 TO W-QTDDIV.
           WRITE REGSEGCONTX FROM DET
           ADD 1            TO W-QTD
           ADD W-CAPITAL    TO W-TOTCAP
           ADD W-PREMIO     TO W-TOTPREM
           ADD W-PREVISTO   TO W-TOTPREV
           ADD W-DESCONTADO TO W-TOTDESC
           ADD W-EMPRESA    TO W-TOTEMP
           GO TO LER-SEGV.

       FIM-SEGCON.
           WRITE REGSEGCONTX FROM CABBLANK
           IF W-QTD = ZEROS
              WRITE REGSEGCONTX FROM LINNADA.
           MOVE "SEGURADOS VIGENTES"         TO LQ-DESCR
           MOVE W-QTD                        TO LQ-QTD
           WRITE REGSEGCONTX FROM LINQTD
           MOVE "CAPITAL SEGURADO TOTAL"     TO LT-DESCR
           MOVE W-TOTCAP                     TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           MOVE "PREMIO CALCULADO"           TO LT-DESCR
           MOVE W-TOTPREM                    TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           MOVE "PARTE PREVISTA DOS FUNCIONARIOS" TO LT-DESCR
           MOVE W-TOTPREV                    TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           MOVE "DESCONTADO NA FOLHA"        TO LT-DESCR
           MOVE W-TOTDESC                    TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           MOVE "PARTE DA EMPRESA"           TO LT-DESCR
           MOVE W-TOTEMP                     TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           WRITE REGSEGCONTX FROM CABBLANK
           MOVE "VALOR DA FATURA"            TO LT-DESCR
           MOVE W-FATURA                     TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           COMPUTE W-DIFFAT = W-FATURA - W-TOTPREM
           MOVE "DIFERENCA FATURA - CALCULADO" TO LT-DESCR
           MOVE W-DIFFAT                     TO LT-VALOR
           WRITE REGSEGCONTX FROM LINTOT
           IF W-QTDDIV NOT = ZEROS
              MOVE "DESCONTOS DIVERGENTES (*)" TO LQ-DESCR
              MOVE W-QTDDIV                  TO LQ-QTD
              WRITE REGSEGCONTX FROM LINQTD
              WRITE REGSEGCONTX FROM LINLEG.
           MOVE "*** RELATORIO GERADO: SEGCONC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ CAPITAL E PREMIO (MESMA REGRA DO FPP015) ]----
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

      *----[ RUBRICA 114 DA FOLHA MENSAL CALCULADA PELO FPP015 ]----
       LER-DESCONTO.
           MOVE ZEROS TO W-DESCONTADO
           IF W-DETOK NOT = "S"
              GO TO LER-DESCONTO-FIM.
           MOVE SEGV-CHAPA TO FDET-CHAPA
           MOVE W-REFATU   TO FDET-COMPET
           MOVE "M"        TO FDET-TIPO
           MOVE "F"        TO FDET-ORIGEM
           MOVE 114        TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO2 = "00"
              MOVE FDET-VALOR TO W-DESCONTADO.
       LER-DESCONTO-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQSEGVIDA ARQFUNC ARQCARG ARQSEGCONTX.
           IF W-DETOK = "S"
              CLOSE ARQFOLDET.
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
       FIM-ROT-SEGCON.
