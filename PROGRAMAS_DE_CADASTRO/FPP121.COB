       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP121.
      ********************************************************
      * CONFORMIDADE DA JORNADA POR DEPARTAMENTO             *
      * A PARTIR DAS MARCACOES DIARIAS DO ARQMARC (FPP086):   *
      *  1 - INTERJORNADA INFERIOR A 11 HORAS (ART. 66)       *
      *  2 - INTERVALO INTRAJORNADA AUSENTE/CURTO (ART. 71)   *
      *  3 - MAIS DE 2 HORAS EXTRAS NO DIA (ART. 59)          *
      *  4 - MAIS DE 6 DIAS SEGUIDOS SEM DSR (ART. 67)        *
      * COM O CUSTO ESTIMADO DE CADA OCORRENCIA. RODA NO      *
      * FPP028 ANTES DA FOLHA (FPP121_BATCH/FPP121_COMP)      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQMARC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MARC-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      ALTERNATE RECORD KEY IS DENOM
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQCONFTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT WORKCONF ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQMARC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMARC.DAT".
       01 REGMARC.
           03 MARC-KEY.
            05 MARC-CHAPA         PIC 9(06).
            05 MARC-DATA          PIC 9(08).
           03 MARC-QTD           PIC 9(02).
           03 MARC-HORA          PIC 9(04) OCCURS 10 TIMES.
           03 MARC-MINTRAB       PIC 9(04).
           03 MARC-HE50          PIC 9(02)V99.
           03 MARC-HE100         PIC 9(02)V99.
           03 MARC-MINNOT        PIC 9(04).
           03 MARC-OCORR         PIC X(01).
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
            05 FILLER             PIC X(08).
            05 CODDEP             PIC 9(03).
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
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 DEP-OPERADOR             PIC X(08).
          03 DEP-DTULTALT             PIC 9(08).
          03 DEP-HRULTALT             PIC 9(06).
          03 DEP-VAGAS                PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQCONFTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONFORM.DOC".
       01 REGCONFTX                    PIC X(110).
      *-----------------------------------------------------------------
       SD WORKCONF.
       01 REGWORK.
          03 WK-CODDEP        PIC 9(03).
          03 WK-CHAPA         PIC 9(06).
          03 WK-DATA          PIC 9(08).
      *----[ 1=INTERJORNADA 2=INTRAJORNADA 3=HE > 2H 4=SEM DSR ]----
          03 WK-TIPO          PIC 9(01).
          03 WK-NOME          PIC X(30).
          03 WK-DESCR         PIC X(22).
          03 WK-APURADO       PIC X(08).
          03 WK-DIFMIN        PIC 9(04).
          03 WK-CUSTO         PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-BATCHFLAG     PIC X(01) VALUE SPACES.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPETENV     PIC X(06) VALUE SPACES.
       01 W-COMPETENV-N REDEFINES W-COMPETENV.
          03 W-COMPETENV-MES PIC 9(02).
          03 W-COMPETENV-ANO PIC 9(04).
       01 W-DEPENTR       PIC 9(03) VALUE ZEROS.
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-REFANT        PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-CODDEP-ANT    PIC 9(03) VALUE ZEROS.
       01 W-SALBASE       PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-VLRHORA       PIC 9(05)V9(04) VALUE ZEROS.
       01 W-IM            PIC 9(02) VALUE ZEROS.
       01 W-IT            PIC 9(01) VALUE ZEROS.
       01 W-ULTIDX        PIC 9(02) VALUE ZEROS.
       01 W-HHMM          PIC 9(04) VALUE ZEROS.
       01 W-MIN           PIC 9(05) VALUE ZEROS.
       01 W-MIN2          PIC 9(05) VALUE ZEROS.
       01 W-HH            PIC 9(03) VALUE ZEROS.
       01 W-MM            PIC 9(02) VALUE ZEROS.
       01 W-PRIMIN        PIC 9(05) VALUE ZEROS.
       01 W-ULTMIN        PIC 9(05) VALUE ZEROS.
       01 W-DESCANSO      PIC 9(05) VALUE ZEROS.
       01 W-INTERV        PIC 9(05) VALUE ZEROS.
       01 W-EXIGIDO       PIC 9(03) VALUE ZEROS.
       01 W-DIFMIN        PIC 9(04) VALUE ZEROS.
       01 W-HEDIA         PIC 9(03)V99 VALUE ZEROS.
       01 W-SEGUIDOS      PIC 9(03) VALUE ZEROS.
       01 W-ANTJDN        PIC 9(08) VALUE ZEROS.
       01 W-ANTPRI        PIC 9(05) VALUE ZEROS.
       01 W-ANTULT        PIC 9(05) VALUE ZEROS.
       01 W-ANTQTD        PIC 9(02) VALUE ZEROS.
       01 W-CUSTO         PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTOCOR       PIC 9(05) VALUE ZEROS.
      *----[ NUMERO DO DIA JULIANO PARA DIAS CONSECUTIVOS ]----
       01 W-JDATA         PIC 9(08) VALUE ZEROS.
       01 W-JDATAX REDEFINES W-JDATA.
          03 W-JANO          PIC 9(04).
          03 W-JMES          PIC 9(02).
          03 W-JDIA          PIC 9(02).
       01 W-JA            PIC 9(02) VALUE ZEROS.
       01 W-JY            PIC 9(06) VALUE ZEROS.
       01 W-JM            PIC 9(04) VALUE ZEROS.
       01 W-JT1           PIC 9(06) VALUE ZEROS.
       01 W-JT2           PIC 9(06) VALUE ZEROS.
       01 W-JT3           PIC 9(06) VALUE ZEROS.
       01 W-JT4           PIC 9(06) VALUE ZEROS.
       01 W-JDN           PIC 9(08) VALUE ZEROS.
      *----[ EDICAO DE HORAS HH:MM E DE DIAS PARA O RELATORIO ]----
       01 W-EDHORA.
          03 W-EDHH          PIC ZZ9.
          03 FILLER          PIC X(01) VALUE ":".
          03 W-EDMM          PIC 99.
          03 FILLER          PIC X(02) VALUE SPACES.
       01 W-EDDIAS.
          03 W-EDQTD         PIC ZZ9.
          03 FILLER          PIC X(05) VALUE " DIAS".
      *----[ TOTAIS POR TIPO: DEPARTAMENTO E GERAL ]----
       01 TABTOT.
          03 TT-ITEM OCCURS 4 TIMES.
             05 TT-DEPQTD     PIC 9(05).
             05 TT-DEPCUSTO   PIC 9(08)V99.
             05 TT-GERQTD     PIC 9(05).
             05 TT-GERCUSTO   PIC 9(08)V99.
       01 TABTIPO.
          03 FILLER PIC X(22) VALUE "INTERJORNADA < 11H".
          03 FILLER PIC X(22) VALUE "INTRAJORNADA".
          03 FILLER PIC X(22) VALUE "HORA EXTRA > 2H/DIA".
          03 FILLER PIC X(22) VALUE "SEM DSR > 6 DIAS".
       01 TABTIPOX REDEFINES TABTIPO.
          03 TBTIPO          PIC X(22) OCCURS 4 TIMES.

       01  CAB1.
           05  FILLER PIC X(045) VALUE
           "CONFORMIDADE DA JORNADA - COMPETENCIA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(010) VALUE "  DEPTO: ".
           05  CAB1-DEP      PIC X(12) VALUE SPACES.

       01  CABDEP.
           05  FILLER     PIC X(013) VALUE "DEPARTAMENTO ".
           05  CABDEP-COD PIC 999 VALUE ZEROS.
           05  FILLER     PIC X(003) VALUE " - ".
           05  CABDEP-DENOM PIC X(25) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(055) VALUE
           "CHAPA  NOME                      DATA       OCORRENCIA".
           05  FILLER PIC X(055) VALUE
           "              APURADO   DIFER.        CUSTO".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DIA         PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  D-MES         PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  D-ANO         PIC 9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(22) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-APURADO     PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-DIFHH       PIC ZZ9 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE ":".
           05  D-DIFMM       PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-CUSTO       PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LT-DESCR      PIC X(22) VALUE SPACES.
           05  FILLER        PIC X(014) VALUE ".... QTDE: ".
           05  LT-QTD        PIC ZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(011) VALUE "   CUSTO: ".
           05  LT-CUSTO      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOTDEP.
           05  FILLER PIC X(040) VALUE
           "*** TOTAL DO DEPARTAMENTO:".

       01  LINTOTGER.
           05  FILLER PIC X(040) VALUE
           "*** TOTAL GERAL:".

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUMA OCORRENCIA NA COMPETENCIA ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONFORMIDADE DA JORNADA ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 10  COLUMN 01
               VALUE  " DEPARTAMENTO (0=TODOS)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-DEP
               LINE 10  COLUMN 35  PIC 999
               USING  W-DEPENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-DEPENTR W-TOTOCOR
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP121_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELACONF.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-DEP.
                ACCEPT TW-DEP.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                GO TO INC-REF.

       INC-COMPB.
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP121_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP121_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO.

      *----[ LE DESDE O MES ANTERIOR: DESCANSO E DSR ATRAVESSAM MES ]---
       INC-REF.
           COMPUTE W-REFATU = (W-COMPENTR-ANO * 100) + W-COMPENTR-MES
           IF W-COMPENTR-MES = 01
              COMPUTE W-REFANT = ((W-COMPENTR-ANO - 1) * 100) + 12
           ELSE
              COMPUTE W-REFANT = W-REFATU - 1.
           INITIALIZE TABTOT.

       INC-OP0.
           OPEN INPUT ARQMARC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQMARC NAO EXISTE (FPP086) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQMARC
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE CARGO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQMARC ARQFUNC
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEPARTAMENTO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQMARC ARQFUNC ARQCARG
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQCONFTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CONFORM.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.

           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           IF W-DEPENTR = ZEROS
              MOVE "TODOS" TO CAB1-DEP
           ELSE
              MOVE W-DEPENTR TO CAB1-DEP.
           WRITE REGCONFTX FROM CAB1
           WRITE REGCONFTX FROM CABBLANK

           SORT WORKCONF
                ON ASCENDING KEY WK-CODDEP WK-CHAPA WK-DATA WK-TIPO
                INPUT PROCEDURE IS CARREGAR-CONF THRU CARREGAR-CONF-FIM
                OUTPUT PROCEDURE IS IMPRIMIR-CONF
                               THRU IMPRIMIR-CONF-FIM.

           MOVE 0 TO RETURN-CODE
           MOVE "*** RELATORIO GERADO: CONFORM.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------[ CARGA DO ARQUIVO DE TRABALHO ]-----------------
       CARREGAR-CONF.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO CARREGAR-CONF-FIM.
       LER-FUNC-CONF.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-CONF-FIM.
           IF W-DEPENTR NOT = ZEROS AND CODDEP NOT = W-DEPENTR
              GO TO LER-FUNC-CONF.
           PERFORM CALC-HORA THRU CALC-HORA-FIM
           MOVE ZEROS TO W-ANTJDN W-ANTPRI W-ANTULT W-ANTQTD
           MOVE ZEROS TO W-SEGUIDOS
           MOVE CHAPA TO MARC-CHAPA
           COMPUTE MARC-DATA = (W-REFANT * 100) + 1
           START ARQMARC KEY IS NOT LESS MARC-KEY
               INVALID KEY GO TO LER-FUNC-CONF.
       LER-MARC-CONF.
           READ ARQMARC NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FUNC-CONF.
           IF MARC-CHAPA NOT = CHAPA
              GO TO LER-FUNC-CONF.
           IF MARC-DATA(1:6) > W-REFATU
              GO TO LER-FUNC-CONF.
           IF MARC-QTD = ZEROS
              GO TO LER-MARC-CONF.

           MOVE MARC-DATA TO W-JDATA
           PERFORM CALC-JDN THRU CALC-JDN-FIM
           MOVE MARC-HORA(1) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MIN TO W-PRIMIN
           MOVE MARC-QTD TO W-ULTIDX
           IF W-ULTIDX > 10
              MOVE 10 TO W-ULTIDX.
           MOVE MARC-HORA(W-ULTIDX) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MIN TO W-ULTMIN
           IF W-ANTJDN NOT = ZEROS AND W-JDN = W-ANTJDN + 1
              ADD 1 TO W-SEGUIDOS
           ELSE
              MOVE 1 TO W-SEGUIDOS.

           IF MARC-DATA(1:6) = W-REFATU
              PERFORM VERIF-INTER THRU VERIF-INTER-FIM
              PERFORM VERIF-INTRA THRU VERIF-INTRA-FIM
              PERFORM VERIF-HE THRU VERIF-HE-FIM
              PERFORM VERIF-DSR THRU VERIF-DSR-FIM.

           MOVE W-JDN    TO W-ANTJDN
           MOVE W-PRIMIN TO W-ANTPRI
           MOVE W-ULTMIN TO W-ANTULT
           MOVE MARC-QTD TO W-ANTQTD
           GO TO LER-MARC-CONF.
       CARREGAR-CONF-FIM.
           EXIT.

      *----[ 1 - DESCANSO ENTRE O FIM DA VESPERA E O INICIO DO DIA ]----
      *----[ HORAS SUPRIMIDAS PAGAS COMO EXTRA 50% (OJ 355 TST)   ]----
       VERIF-INTER.
           IF W-ANTQTD < 2 OR W-JDN NOT = W-ANTJDN + 1
              GO TO VERIF-INTER-FIM.
           IF W-ANTULT < W-ANTPRI
              GO TO VERIF-INTER-FIM.
           COMPUTE W-DESCANSO = 1440 - W-ANTULT + W-PRIMIN
           IF W-DESCANSO NOT < 660
              GO TO VERIF-INTER-FIM.
           COMPUTE W-DIFMIN = 660 - W-DESCANSO
           MOVE W-DESCANSO TO W-MIN
           PERFORM EDITAR-HORA THRU EDITAR-HORA-FIM
           MOVE W-EDHORA TO WK-APURADO
           MOVE 1 TO WK-TIPO
           MOVE TBTIPO(1) TO WK-DESCR
           COMPUTE W-CUSTO ROUNDED = W-VLRHORA * 1,5 * W-DIFMIN / 60
           PERFORM GRAVAR-WK THRU GRAVAR-WK-FIM.
       VERIF-INTER-FIM.
           EXIT.

      *----[ 2 - INTERVALO: 60 MIN ACIMA DE 6H, 15 MIN ACIMA DE 4H ]----
      *----[ PERIODO SUPRIMIDO PAGO COM 50% (ART. 71 PAR. 4)      ]----
       VERIF-INTRA.
           IF MARC-MINTRAB > 360
              MOVE 60 TO W-EXIGIDO
           ELSE
              IF MARC-MINTRAB > 240
                 MOVE 15 TO W-EXIGIDO
              ELSE
                 GO TO VERIF-INTRA-FIM.
           MOVE ZEROS TO W-INTERV
           MOVE 2 TO W-IM.
       VERIF-INTRA-PAR.
           IF W-IM + 1 > W-ULTIDX
              GO TO VERIF-INTRA-AVAL.
           MOVE MARC-HORA(W-IM) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           MOVE W-MIN TO W-MIN2
           MOVE MARC-HORA(W-IM + 1) TO W-HHMM
           PERFORM CALC-MIN THRU CALC-MIN-FIM
           IF W-MIN > W-MIN2
              COMPUTE W-INTERV = W-INTERV + W-MIN - W-MIN2.
           ADD 2 TO W-IM
           GO TO VERIF-INTRA-PAR.
       VERIF-INTRA-AVAL.
           IF W-INTERV NOT < W-EXIGIDO
              GO TO VERIF-INTRA-FIM.
           COMPUTE W-DIFMIN = W-EXIGIDO - W-INTERV
           MOVE W-INTERV TO W-MIN
           PERFORM EDITAR-HORA THRU EDITAR-HORA-FIM
           MOVE W-EDHORA TO WK-APURADO
           MOVE 2 TO WK-TIPO
           IF W-INTERV = ZEROS
              MOVE "INTERVALO AUSENTE" TO WK-DESCR
           ELSE
              MOVE "INTERVALO CURTO" TO WK-DESCR.
           COMPUTE W-CUSTO ROUNDED = W-VLRHORA * 1,5 * W-DIFMIN / 60
           PERFORM GRAVAR-WK THRU GRAVAR-WK-FIM.
       VERIF-INTRA-FIM.
           EXIT.

      *----[ 3 - EXTRAS DO DIA ACIMA DE 2H: O EXCEDENTE JA VAI A 100% ]-
       VERIF-HE.
           COMPUTE W-HEDIA = MARC-HE50 + MARC-HE100
           IF W-HEDIA NOT > 2
              GO TO VERIF-HE-FIM.
           COMPUTE W-DIFMIN ROUNDED = (W-HEDIA - 2) * 60
           COMPUTE W-MIN ROUNDED = W-HEDIA * 60
           PERFORM EDITAR-HORA THRU EDITAR-HORA-FIM
           MOVE W-EDHORA TO WK-APURADO
           MOVE 3 TO WK-TIPO
           MOVE TBTIPO(3) TO WK-DESCR
           COMPUTE W-CUSTO ROUNDED = W-VLRHORA * 2 * W-DIFMIN / 60
           PERFORM GRAVAR-WK THRU GRAVAR-WK-FIM.
       VERIF-HE-FIM.
           EXIT.

      *----[ 4 - SETIMO DIA SEGUIDO EM DIANTE: PAGO EM DOBRO (S.146) ]--
       VERIF-DSR.
           IF W-SEGUIDOS < 7
              GO TO VERIF-DSR-FIM.
           MOVE MARC-MINTRAB TO W-DIFMIN
           MOVE W-SEGUIDOS TO W-EDQTD
           MOVE W-EDDIAS TO WK-APURADO
           MOVE 4 TO WK-TIPO
           MOVE TBTIPO(4) TO WK-DESCR
           COMPUTE W-CUSTO ROUNDED = W-VLRHORA * 2 * W-DIFMIN / 60
           PERFORM GRAVAR-WK THRU GRAVAR-WK-FIM.
       VERIF-DSR-FIM.
           EXIT.

       GRAVAR-WK.
           MOVE CODDEP    TO WK-CODDEP
           MOVE CHAPA     TO WK-CHAPA
           MOVE NOME      TO WK-NOME
           MOVE MARC-DATA TO WK-DATA
           MOVE W-DIFMIN  TO WK-DIFMIN
           MOVE W-CUSTO   TO WK-CUSTO
           RELEASE REGWORK.
       GRAVAR-WK-FIM.
           EXIT.

      *----[ VALOR DA HORA NORMAL (MESMA BASE DO FPP119) ]----
       CALC-HORA.
           MOVE ZEROS TO W-VLRHORA
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              GO TO CALC-HORA-FIM.
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
           COMPUTE W-VLRHORA ROUNDED = W-SALMENSAL / 220.
       CALC-HORA-FIM.
           EXIT.

       CALC-MIN.
           DIVIDE W-HHMM BY 100 GIVING W-HH REMAINDER W-MM
           COMPUTE W-MIN = (W-HH * 60) + W-MM.
       CALC-MIN-FIM.
           EXIT.

       EDITAR-HORA.
           DIVIDE W-MIN BY 60 GIVING W-HH REMAINDER W-MM
           MOVE W-HH TO W-EDHH
           MOVE W-MM TO W-EDMM.
       EDITAR-HORA-FIM.
           EXIT.

      *----[ DIA JULIANO DE W-JDATA (AAAAMMDD) ]----
       CALC-JDN.
           IF W-JMES < 3
              MOVE 1 TO W-JA
           ELSE
              MOVE 0 TO W-JA.
           COMPUTE W-JY = W-JANO + 4800 - W-JA
           COMPUTE W-JM = W-JMES + (12 * W-JA) - 3
           COMPUTE W-JT1 = ((153 * W-JM) + 2) / 5
           DIVIDE W-JY BY 4   GIVING W-JT2
           DIVIDE W-JY BY 100 GIVING W-JT3
           DIVIDE W-JY BY 400 GIVING W-JT4
           COMPUTE W-JDN = W-JDIA + W-JT1 + (365 * W-JY)
                         + W-JT2 - W-JT3 + W-JT4 - 32045.
       CALC-JDN-FIM.
           EXIT.

      *----------------[ IMPRESSAO DO RELATORIO ]-----------------------
       IMPRIMIR-CONF.
           MOVE "S" TO W-PRIMEIRO
           MOVE ZEROS TO W-CODDEP-ANT.
       PROX-CONF.
           RETURN WORKCONF AT END
               GO TO FIM-CONF.
           IF W-PRIMEIRO = "S" OR WK-CODDEP NOT = W-CODDEP-ANT
              IF W-PRIMEIRO NOT = "S"
                 PERFORM ESCREVER-TOTDEP THRU ESCREVER-TOTDEP-FIM
              END-IF
              MOVE WK-CODDEP TO W-CODDEP-ANT
              MOVE "N" TO W-PRIMEIRO
              PERFORM ESCREVER-CABDEP
           END-IF
           MOVE WK-CHAPA      TO D-CHAPA
           MOVE WK-NOME       TO D-NOME
           MOVE WK-DATA(7:2)  TO D-DIA
           MOVE WK-DATA(5:2)  TO D-MES
           MOVE WK-DATA(1:4)  TO D-ANO
           MOVE WK-DESCR      TO D-DESCR
           MOVE WK-APURADO    TO D-APURADO
           DIVIDE WK-DIFMIN BY 60 GIVING W-HH REMAINDER W-MM
           MOVE W-HH          TO D-DIFHH
           MOVE W-MM          TO D-DIFMM
           MOVE WK-CUSTO      TO D-CUSTO
           WRITE REGCONFTX FROM DET
           ADD 1 TO W-TOTOCOR
           ADD 1        TO TT-DEPQTD(WK-TIPO) TT-GERQTD(WK-TIPO)
           ADD WK-CUSTO TO TT-DEPCUSTO(WK-TIPO) TT-GERCUSTO(WK-TIPO)
           GO TO PROX-CONF.
       FIM-CONF.
           IF W-PRIMEIRO = "S"
              WRITE REGCONFTX FROM LINNADA
              GO TO IMPRIMIR-CONF-FIM.
           PERFORM ESCREVER-TOTDEP THRU ESCREVER-TOTDEP-FIM
           WRITE REGCONFTX FROM LINTOTGER
           MOVE 1 TO W-IT.
       FIM-CONF-TIPO.
           IF W-IT > 4
              GO TO IMPRIMIR-CONF-FIM.
           MOVE TBTIPO(W-IT)      TO LT-DESCR
           MOVE TT-GERQTD(W-IT)   TO LT-QTD
           MOVE TT-GERCUSTO(W-IT) TO LT-CUSTO
           WRITE REGCONFTX FROM LINTOT
           ADD 1 TO W-IT
           GO TO FIM-CONF-TIPO.
       IMPRIMIR-CONF-FIM.
           EXIT.

       ESCREVER-CABDEP.
           MOVE WK-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-ERRO = "00"
              MOVE DENOMINACAO TO CABDEP-DENOM
           ELSE
              MOVE "*** DEPTO NAO CADASTRADO ***" TO CABDEP-DENOM.
           MOVE WK-CODDEP TO CABDEP-COD
           WRITE REGCONFTX FROM CABDEP
           WRITE REGCONFTX FROM CAB2.

       ESCREVER-TOTDEP.
           WRITE REGCONFTX FROM LINTOTDEP
           MOVE 1 TO W-IT.
       ESCREVER-TOTDEP-TIPO.
           IF W-IT > 4
              GO TO ESCREVER-TOTDEP-BR.
           MOVE TBTIPO(W-IT)      TO LT-DESCR
           MOVE TT-DEPQTD(W-IT)   TO LT-QTD
           MOVE TT-DEPCUSTO(W-IT) TO LT-CUSTO
           WRITE REGCONFTX FROM LINTOT
           MOVE ZEROS TO TT-DEPQTD(W-IT) TT-DEPCUSTO(W-IT)
           ADD 1 TO W-IT
           GO TO ESCREVER-TOTDEP-TIPO.
       ESCREVER-TOTDEP-BR.
           WRITE REGCONFTX FROM CABBLANK.
       ESCREVER-TOTDEP-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQMARC ARQFUNC ARQCARG ARQDEP ARQCONFTX.
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
       FIM-ROT-CONF.
