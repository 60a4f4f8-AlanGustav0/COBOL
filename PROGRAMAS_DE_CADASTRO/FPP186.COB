       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP186.
      ********************************************************
      * FERIAS COLETIVAS POR EMPRESA E/OU DEPARTAMENTO        *
      * S=SIMULACAO: SO O RELATORIO FERCOLET.DOC              *
      * E=EFETIVAR : REGISTRA O GOZO NO ARQFER E CALCULA AS   *
      *   FERIAS + AVISO DE CADA CHAPA (FPP046 EM LOTE, COM   *
      *   OS AVISOS ACUMULADOS EM AVISOFER.DOC)               *
      * MENOS DE 12 MESES DE CASA (CLT ART.140): FERIAS       *
      * PROPORCIONAIS AOS AVOS, O RESTANTE DOS DIAS E LICENCA *
      * REMUNERADA E UM NOVO PERIODO AQUISITIVO COMECA NO     *
      * PRIMEIRO DIA DAS FERIAS COLETIVAS                     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS DENOM
                      WITH DUPLICATES.

           SELECT ARQFER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      ALTERNATE RECORD KEY IS FER-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCOLTMP ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQAVISOTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQRELCOL ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 DTADM REDEFINES DTADMISSAO.
            05 DIAADM              PIC 9(02).
            05 MESADM              PIC 9(02).
            05 ANOADM              PIC 9(04).
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
       FD ARQFER
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFER.DAT".
       01 REGFER.
           03 FER-KEY.
            05 FER-CHAPA          PIC 9(06).
            05 FER-INIPER         PIC 9(08).
           03 FER-NOME              PIC X(30).
           03 DTINICIOPER           PIC 9(08).
           03 DTINIPER REDEFINES DTINICIOPER.
            05 DIAINIPER               PIC 9(02).
            05 MESINIPER               PIC 9(02).
            05 ANOINIPER               PIC 9(04).
           03 DTFIMPER              PIC 9(08).
           03 DTFIMPERX REDEFINES DTFIMPER.
            05 DIAFIMPER               PIC 9(02).
            05 MESFIMPER               PIC 9(02).
            05 ANOFIMPER               PIC 9(04).
           03 DTLIMITEGOZO          PIC 9(08).
           03 DTLIMITEGOZOX REDEFINES DTLIMITEGOZO.
            05 DIALIMITE               PIC 9(02).
            05 MESLIMITE               PIC 9(02).
            05 ANOLIMITE               PIC 9(04).
           03 DTGOZOINI             PIC 9(08).
           03 DTGOZOINIX REDEFINES DTGOZOINI.
            05 DIAGOZO                 PIC 9(02).
            05 MESGOZO                 PIC 9(02).
            05 ANOGOZO                 PIC 9(04).
           03 QTDDIASFERIAS         PIC 9(02).
           03 FERSTATUS             PIC X(01).
      *-----------------------------------------------------------------
      *----[ CHAPAS A CALCULAR NO FPP046: CHAPA + INICIO DO PERIODO ]--
       FD ARQCOLTMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERCOLET.TMP".
       01 REGCOLTMP.
          03 CTMP-CHAPA                PIC 9(06).
          03 CTMP-PERINI               PIC 9(08).
          03 CTMP-NOME                 PIC X(30).
      *-----------------------------------------------------------------
       FD ARQAVISOTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOFER.DOC".
       01 REGARQAVISOTX    PIC X(100).
      *-----------------------------------------------------------------
       FD ARQRELCOL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FERCOLET.DOC".
       01 REGRELCOL        PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-DEPTO         PIC 9(03) VALUE ZEROS.
       01 W-MODO          PIC X(01) VALUE "S".
       01 W-FUNCEMP       PIC X(02) VALUE SPACES.
       01 W-INIENTR.
          03 W-INIENTR-DIA   PIC 9(02).
          03 W-INIENTR-MES   PIC 9(02).
          03 W-INIENTR-ANO   PIC 9(04).
       01 W-INIENTR-N REDEFINES W-INIENTR PIC 9(08).
       01 W-FIMENTR.
          03 W-FIMENTR-DIA   PIC 9(02).
          03 W-FIMENTR-MES   PIC 9(02).
          03 W-FIMENTR-ANO   PIC 9(04).
       01 W-FIMENTR-N REDEFINES W-FIMENTR PIC 9(08).
      *----[ DATAS EM AAAAMMDD P/ COMPARACAO COM FER-INIPER ]----
       01 W-GOZOAMD       PIC 9(08) VALUE ZEROS.
       01 W-GOZOAMD-X REDEFINES W-GOZOAMD.
          03 W-GOZO-ANO      PIC 9(04).
          03 W-GOZO-MES      PIC 9(02).
          03 W-GOZO-DIA      PIC 9(02).
       01 W-FIMAMD        PIC 9(08) VALUE ZEROS.
       01 W-ADMAMD        PIC 9(08) VALUE ZEROS.
       01 W-ADMAMD-X REDEFINES W-ADMAMD.
          03 W-ADM-ANO       PIC 9(04).
          03 W-ADM-MES       PIC 9(02).
          03 W-ADM-DIA       PIC 9(02).
       01 W-PERFIMAMD     PIC 9(08) VALUE ZEROS.
       01 W-PERFIMAMD-X REDEFINES W-PERFIMAMD.
          03 W-PERFIM-ANO    PIC 9(04).
          03 W-PERFIM-MES    PIC 9(02).
          03 W-PERFIM-DIA    PIC 9(02).
      *----[ CONTAGEM DE MESES ENTRE DUAS DATAS AAAAMMDD ]----
       01 W-DEAMD         PIC 9(08) VALUE ZEROS.
       01 W-DEAMD-X REDEFINES W-DEAMD.
          03 W-DE-ANO        PIC 9(04).
          03 W-DE-MES        PIC 9(02).
          03 W-DE-DIA        PIC 9(02).
       01 W-ATEAMD        PIC 9(08) VALUE ZEROS.
       01 W-ATEAMD-X REDEFINES W-ATEAMD.
          03 W-ATE-ANO       PIC 9(04).
          03 W-ATE-MES       PIC 9(02).
          03 W-ATE-DIA       PIC 9(02).
       01 W-MESES         PIC S9(05) VALUE ZEROS.
       01 W-RESTODIAS     PIC 9(02) VALUE ZEROS.
       01 W-MESESSERV     PIC S9(05) VALUE ZEROS.
       01 W-AVOS          PIC 9(02) VALUE ZEROS.
      *----[ DIAS DO MES (BISSEXTO SEM FUNCTION) ]----
       01 W-LIMMES        PIC 9(02) VALUE ZEROS.
       01 W-LIMANO        PIC 9(04) VALUE ZEROS.
       01 W-DIASMES       PIC 9(02) VALUE ZEROS.
       01 W-QUOC          PIC 9(04) VALUE ZEROS.
       01 W-RESTO4        PIC 9(04) VALUE ZEROS.
       01 W-RESTO100      PIC 9(04) VALUE ZEROS.
       01 W-RESTO400      PIC 9(04) VALUE ZEROS.
      *----[ SITUACAO DA CHAPA NAS FERIAS COLETIVAS ]----
       01 W-DIASCOL       PIC 9(02) VALUE ZEROS.
       01 W-DIASFER       PIC 9(02) VALUE ZEROS.
       01 W-DIASLIC       PIC 9(02) VALUE ZEROS.
       01 W-TIPO          PIC X(20) VALUE SPACES.
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-TEMPER        PIC X(01) VALUE "N".
       01 W-JAPROG        PIC X(01) VALUE "N".
       01 W-FERKEY        PIC X(14) VALUE SPACES.
       01 W-PERINI        PIC 9(08) VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-VLRESTIM      PIC 9(07)V99 VALUE ZEROS.
      *----[ TOTAIS ]----
       01 W-QTDINC        PIC 9(05) VALUE ZEROS.
       01 W-QTDPROP       PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC        PIC 9(05) VALUE ZEROS.
       01 W-QTDCALC       PIC 9(05) VALUE ZEROS.
       01 W-QTDFALHA      PIC 9(05) VALUE ZEROS.
       01 W-TOTESTIM      PIC 9(09)V99 VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-DATAX REDEFINES W-DTV-DATA.
             05 W-DTV-DIA      PIC 9(02).
             05 W-DTV-MES      PIC 9(02).
             05 W-DTV-ANO      PIC 9(04).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).
       01 W-CHAPAX        PIC 9(06) VALUE ZEROS.
       01 W-CHAPAX-X REDEFINES W-CHAPAX PIC X(06).
       01 W-PERX          PIC 9(08) VALUE ZEROS.
       01 W-PERX-X REDEFINES W-PERX PIC X(08).

       01  RCAB1.
           05  FILLER         PIC X(028) VALUE
           "FERIAS COLETIVAS - ".
           05  RC1-MODO       PIC X(012) VALUE SPACES.
           05  FILLER         PIC X(010) VALUE "EMPRESA: ".
           05  RC1-EMPRESA    PIC X(005) VALUE SPACES.
           05  FILLER         PIC X(008) VALUE "DEPTO: ".
           05  RC1-DEPTO      PIC X(005) VALUE SPACES.
           05  FILLER         PIC X(009) VALUE "PERIODO: ".
           05  RC1-INI        PIC 99/99/9999.
           05  FILLER         PIC X(003) VALUE " A ".
           05  RC1-FIM        PIC 99/99/9999.
           05  FILLER         PIC X(008) VALUE "  DIAS: ".
           05  RC1-DIAS       PIC Z9.

       01  RCAB2.
           05  FILLER PIC X(050) VALUE
           "CHAPA  NOME                           ADMISSAO   ".
           05  FILLER PIC X(052) VALUE
           "SITUACAO             AVOS D.FER D.LIC  VLR.ESTIMADO".

       01  RSEP.
           05  FILLER PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER PIC X(045) VALUE
           "---------------------------------------------".

       01  RDET.
           05  RD-CHAPA       PIC 999999.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-NOME        PIC X(30).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-ADMISSAO    PIC 99/99/9999.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-TIPO        PIC X(20).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  RD-AVOS        PIC Z9.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RD-DIASFER     PIC Z9.
           05  FILLER         PIC X(04) VALUE SPACES.
           05  RD-DIASLIC     PIC Z9.
           05  FILLER         PIC X(02) VALUE SPACES.
           05  RD-VLRESTIM    PIC ZZZZ.ZZ9,99.

       01  RTOT1.
           05  FILLER PIC X(040) VALUE
           "FUNCIONARIOS EM FERIAS COLETIVAS......:".
           05  RT1-QTD        PIC ZZZZ9.
       01  RTOT2.
           05  FILLER PIC X(040) VALUE
           "  DOS QUAIS COM FERIAS PROPORCIONAIS..:".
           05  RT2-QTD        PIC ZZZZ9.
       01  RTOT3.
           05  FILLER PIC X(040) VALUE
           "NAO INCLUIDOS (VER SITUACAO)..........:".
           05  RT3-QTD        PIC ZZZZ9.
       01  RTOT4.
           05  FILLER PIC X(040) VALUE
           "VALOR ESTIMADO (SALARIO + 1/3)........:".
           05  RT4-VLR        PIC ZZZ.ZZZ.ZZ9,99.
       01  RTOT5.
           05  FILLER PIC X(060) VALUE
           "ESTIMATIVA SEM MEDIAS/ADICIONAIS - VALOR FINAL NO FPP046".

       01  RCAB3.
           05  FILLER PIC X(060) VALUE
           "*** CALCULO DAS FERIAS E AVISOS (FPP046) ***".
       01  RDET3.
           05  R3-CHAPA       PIC 999999.
           05  FILLER         PIC X(01) VALUE SPACES.
           05  R3-NOME        PIC X(30).
           05  FILLER         PIC X(01) VALUE SPACES.
           05  R3-SITUACAO    PIC X(30).
       01  RTOT6.
           05  FILLER PIC X(040) VALUE
           "FERIAS CALCULADAS / AVISOS EMITIDOS...:".
           05  RT6-QTD        PIC ZZZZ9.
       01  RTOT7.
           05  FILLER PIC X(040) VALUE
           "FALHAS NO CALCULO (VER FPP046)........:".
           05  RT7-QTD        PIC ZZZZ9.

       01  LINHABR     PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACOLET.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** FERIAS COLETIVAS POR EMPRESA/DEPARTAMENTO".
           05  LINE 02  COLUMN 49
               VALUE  " ***".
           05  LINE 05  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)           :".
           05  LINE 06  COLUMN 01
               VALUE  " DEPARTAMENTO (000=TODOS)         :".
           05  LINE 08  COLUMN 01
               VALUE  " INICIO DAS FERIAS (DD/MM/AAAA)   :".
           05  LINE 09  COLUMN 01
               VALUE  " FIM DAS FERIAS    (DD/MM/AAAA)   :".
           05  LINE 11  COLUMN 01
               VALUE  " S=SIMULACAO  E=EFETIVAR          :".
           05  LINE 13  COLUMN 01
               VALUE  "         CONFIRMA EXECUCAO (S ou N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-EMPRESA
               LINE 05  COLUMN 37  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-DEPTO
               LINE 06  COLUMN 37  PIC 9(03)
               USING  W-DEPTO
               HIGHLIGHT.
           05  TW-INI
               LINE 08  COLUMN 37  PIC 99/99/9999
               USING  W-INIENTR
               HIGHLIGHT.
           05  TW-FIM
               LINE 09  COLUMN 37  PIC 99/99/9999
               USING  W-FIMENTR
               HIGHLIGHT.
           05  TW-MODO
               LINE 11  COLUMN 37  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 40  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-QTDINC W-QTDPROP W-QTDEXC W-TOTESTIM
                MOVE ZEROS TO W-QTDCALC W-QTDFALHA
                DISPLAY TELACOLET.
       INC-EMP.
                ACCEPT TW-EMPRESA.
       INC-DEPTO.
                ACCEPT TW-DEPTO
                IF W-EMPRESA = SPACES AND W-DEPTO = ZEROS
                   MOVE "* INFORME A EMPRESA E/OU O DEPARTAMENTO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
       INC-INI.
                ACCEPT TW-INI
                MOVE W-INIENTR-N TO W-DTV-DATA
                MOVE SPACE TO W-DTV-OPCAO
                MOVE W-EMPRESA TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-INI.
       INC-FIM.
                ACCEPT TW-FIM
                MOVE W-FIMENTR-N TO W-DTV-DATA
                MOVE SPACE TO W-DTV-OPCAO
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA DE FIM INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FIM.
                PERFORM CALC-DIASCOL THRU CALC-DIASCOL-FIM
      *----[ CLT ART.139: CADA PERIODO COLETIVO TEM NO MINIMO 10 DIAS ]-
                IF W-DIASCOL < 10 OR W-DIASCOL > 30
                   MOVE "* FERIAS COLETIVAS DE 10 A 30 DIAS CORRIDOS *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-INI.
                MOVE W-DIASCOL TO RC1-DIAS.
       INC-MODO.
                ACCEPT TW-MODO
                IF W-MODO = "s"
                   MOVE "S" TO W-MODO.
                IF W-MODO = "e"
                   MOVE "E" TO W-MODO.
                IF W-MODO NOT = "S" AND "E"
                   MOVE "*** DIGITE S=SIMULACAO OU E=EFETIVAR ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MODO.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMSEM.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMSEM.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
              CLOSE ARQFUNC
              MOVE "* ARQUIVO DE CARGO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMSEM.
           IF W-MODO = "E"
              OPEN I-O ARQFER
           ELSE
              OPEN INPUT ARQFER.
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQFUNC ARQCARG
              MOVE "*** ARQFER INEXISTENTE - USE FPP056 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMSEM.
           OPEN OUTPUT ARQCOLTMP
           OPEN OUTPUT ARQRELCOL
           IF ST-ERRO NOT = "00"
              CLOSE ARQFUNC ARQCARG ARQFER ARQCOLTMP
              MOVE "ERRO ABERTURA DO ARQUIVO FERCOLET.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMSEM.

           MOVE W-INIENTR-ANO TO W-GOZO-ANO
           MOVE W-INIENTR-MES TO W-GOZO-MES
           MOVE W-INIENTR-DIA TO W-GOZO-DIA
           COMPUTE W-FIMAMD = (W-FIMENTR-ANO * 10000)
                            + (W-FIMENTR-MES * 100) + W-FIMENTR-DIA
           IF W-MODO = "E"
              MOVE "EFETIVADAS" TO RC1-MODO
           ELSE
              MOVE "SIMULACAO" TO RC1-MODO.
           MOVE "TODAS" TO RC1-EMPRESA
           IF W-EMPRESA NOT = SPACES
              MOVE W-EMPRESA TO RC1-EMPRESA.
           MOVE "TODOS" TO RC1-DEPTO
           IF W-DEPTO NOT = ZEROS
              MOVE W-DEPTO TO RC1-DEPTO.
           MOVE W-INIENTR-N TO RC1-INI
           MOVE W-FIMENTR-N TO RC1-FIM
           WRITE REGRELCOL FROM RCAB1
           WRITE REGRELCOL FROM RSEP
           WRITE REGRELCOL FROM RCAB2
           WRITE REGRELCOL FROM RSEP.

      *----[ CHAPAS ATIVAS DA EMPRESA/DEPARTAMENTO ESCOLHIDOS ]----
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-SELECAO.
           IF FUNCSTATUS NOT = "A"
              GO TO LER-FUNC.
           IF W-DEPTO NOT = ZEROS AND CODDEP NOT = W-DEPTO
              GO TO LER-FUNC.
           MOVE FUNC-EMPRESA TO W-FUNCEMP
           IF W-FUNCEMP = SPACES
              MOVE "01" TO W-FUNCEMP.
           IF W-EMPRESA NOT = SPACES AND W-FUNCEMP NOT = W-EMPRESA
              GO TO LER-FUNC.

           MOVE ZEROS TO W-AVOS W-DIASFER W-DIASLIC W-VLRESTIM
           MOVE ZEROS TO W-MESESSERV
           MOVE ANOADM TO W-ADM-ANO
           MOVE MESADM TO W-ADM-MES
           MOVE DIAADM TO W-ADM-DIA
           IF DTADMISSAO = ZEROS OR W-ADMAMD NOT < W-GOZOAMD
              MOVE "* ADMITIDO NO PERIODO" TO W-TIPO
              GO TO GRAVAR-EXCECAO.
           MOVE W-ADMAMD  TO W-DEAMD
           MOVE W-GOZOAMD TO W-ATEAMD
           PERFORM CALC-MESES THRU CALC-MESES-FIM
           MOVE W-MESES TO W-MESESSERV.

      *--[ PERIODO AQUISITIVO MAIS ANTIGO EM ABERTO, JA INICIADO; ]--
      *--[ GOZO JA PROGRAMADO EM OUTRO PERIODO ABERTO: NAO INCLUI ]--
       BUSCAR-PERIODO.
           MOVE "N" TO W-ACHOU W-TEMPER W-JAPROG
           MOVE CHAPA TO FER-CHAPA
           MOVE ZEROS TO FER-INIPER
           START ARQFER KEY IS NOT LESS FER-KEY
               INVALID KEY GO TO AVALIAR-PERIODO.
       BUSCAR-PERIODO-RD.
           READ ARQFER NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO AVALIAR-PERIODO.
           IF FER-CHAPA NOT = CHAPA
              GO TO AVALIAR-PERIODO.
           MOVE "S" TO W-TEMPER
           IF FERSTATUS NOT = "A"
              GO TO BUSCAR-PERIODO-RD.
           IF DTGOZOINI NOT = ZEROS
              MOVE "S" TO W-JAPROG
              GO TO BUSCAR-PERIODO-RD.
           IF W-ACHOU = "S" OR FER-INIPER NOT < W-GOZOAMD
              GO TO BUSCAR-PERIODO-RD.
           MOVE "S" TO W-ACHOU
           MOVE FER-KEY TO W-FERKEY
           MOVE DTINICIOPER TO W-PERINI
           MOVE ANOFIMPER TO W-PERFIM-ANO
           MOVE MESFIMPER TO W-PERFIM-MES
           MOVE DIAFIMPER TO W-PERFIM-DIA
           GO TO BUSCAR-PERIODO-RD.

       AVALIAR-PERIODO.
           IF W-JAPROG = "S"
              MOVE "* FERIAS JA PROGRAM." TO W-TIPO
              GO TO GRAVAR-EXCECAO.
      *----[ MENOS DE 12 MESES E SEM PERIODO: O DA ADMISSAO ]----
           IF W-ACHOU = "N" AND W-TEMPER = "N" AND W-MESESSERV < 12
              MOVE "S" TO W-ACHOU
              MOVE CHAPA TO FER-CHAPA
              MOVE W-ADMAMD TO FER-INIPER
              MOVE FER-KEY TO W-FERKEY
              MOVE DTADMISSAO TO W-PERINI
              COMPUTE W-PERFIMAMD = W-ADMAMD + 10000
              IF W-MODO = "E"
                 PERFORM GRAVAR-PERADM THRU GRAVAR-PERADM-FIM.
           IF W-ACHOU = "N"
              MOVE "* SEM PERIODO ABERTO" TO W-TIPO
              GO TO GRAVAR-EXCECAO.

           IF W-PERFIMAMD NOT > W-GOZOAMD
              MOVE "INTEGRAL (VENCIDAS)" TO W-TIPO
              MOVE 12 TO W-AVOS
              MOVE W-DIASCOL TO W-DIASFER
              GO TO CALC-ESTIMATIVA.
           IF W-MESESSERV NOT < 12
              MOVE "ANTECIPADA" TO W-TIPO
              MOVE W-DIASCOL TO W-DIASFER
              GO TO CALC-ESTIMATIVA.

      *--[ PROPORCIONAIS: 2,5 DIAS POR AVO (FRACAO >= 15 DIAS CONTA) ]--
           MOVE "PROPORCIONAL" TO W-TIPO
           MOVE W-PERINI(5:4) TO W-DE-ANO
           MOVE W-PERINI(3:2) TO W-DE-MES
           MOVE W-PERINI(1:2) TO W-DE-DIA
           MOVE W-GOZOAMD TO W-ATEAMD
           PERFORM CALC-MESES THRU CALC-MESES-FIM
           MOVE W-MESES TO W-AVOS
           IF W-RESTODIAS NOT < 15
              ADD 1 TO W-AVOS.
           IF W-AVOS > 12
              MOVE 12 TO W-AVOS.
           COMPUTE W-DIASFER = (W-AVOS * 5) / 2
           IF W-DIASFER > W-DIASCOL
              MOVE W-DIASCOL TO W-DIASFER.
           COMPUTE W-DIASLIC = W-DIASCOL - W-DIASFER
           ADD 1 TO W-QTDPROP.

      *--[ ESTIMATIVA SIMPLES: SALARIO/30 x DIAS + 1/3 (O CALCULO ]--
      *--[ COMPLETO, COM MEDIAS E ADICIONAIS, E O DO FPP046)       ]--
       CALC-ESTIMATIVA.
           MOVE ZEROS TO W-SALMENSAL
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO SALARIOBASE
              MOVE "M" TO TPSALARIO.
           IF SALARIOEMP NOT = ZEROS
              MOVE SALARIOEMP TO W-SALMENSAL
           ELSE
              MOVE SALARIOBASE TO W-SALMENSAL.
           IF TPSALARIO = "H"
              COMPUTE W-SALMENSAL = W-SALMENSAL * 220
           ELSE
              IF TPSALARIO = "D"
                 COMPUTE W-SALMENSAL = W-SALMENSAL * 30.
           COMPUTE W-VLRESTIM ROUNDED =
                   (W-SALMENSAL / 30) * W-DIASFER * 4 / 3
           IF FUNC-TPCONTRATO = "T"
              COMPUTE W-VLRESTIM ROUNDED =
                      (W-SALMENSAL / 30) * W-DIASFER.
           ADD W-VLRESTIM TO W-TOTESTIM
           ADD 1 TO W-QTDINC
           IF W-MODO = "E"
              PERFORM EFETIVAR-CHAPA THRU EFETIVAR-CHAPA-FIM.
           PERFORM IMPRIMIR-DET THRU IMPRIMIR-DET-FIM
           GO TO LER-FUNC.

       GRAVAR-EXCECAO.
           ADD 1 TO W-QTDEXC
           PERFORM IMPRIMIR-DET THRU IMPRIMIR-DET-FIM
           GO TO LER-FUNC.

       IMPRIMIR-DET.
           MOVE CHAPA       TO RD-CHAPA
           MOVE NOME        TO RD-NOME
           MOVE DTADMISSAO  TO RD-ADMISSAO
           MOVE W-TIPO      TO RD-TIPO
           MOVE W-AVOS      TO RD-AVOS
           MOVE W-DIASFER   TO RD-DIASFER
           MOVE W-DIASLIC   TO RD-DIASLIC
           MOVE W-VLRESTIM  TO RD-VLRESTIM
           WRITE REGRELCOL FROM RDET.
       IMPRIMIR-DET-FIM.
           EXIT.

      *--[ GOZO NO PERIODO ESCOLHIDO; NAS PROPORCIONAIS O PERIODO ]--
      *--[ FECHA NO INICIO DAS COLETIVAS E UM NOVO COMECA NELE     ]--
       EFETIVAR-CHAPA.
           MOVE W-FERKEY TO FER-KEY
           READ ARQFER
           IF ST-ERRO2 NOT = "00"
              MOVE "* PERIODO NAO LOCALIZADO" TO W-TIPO
              GO TO EFETIVAR-CHAPA-FIM.
           MOVE W-INIENTR-N TO DTGOZOINI
           MOVE W-DIASFER   TO QTDDIASFERIAS
           IF W-TIPO = "PROPORCIONAL"
              MOVE W-INIENTR-N TO DTFIMPER
              MOVE "G" TO FERSTATUS.
           REWRITE REGFER
           IF ST-ERRO2 NOT = "00"
              MOVE "* ERRO GRAVACAO ARQFER" TO W-TIPO
              GO TO EFETIVAR-CHAPA-FIM.
           IF W-DIASFER NOT = ZEROS
              MOVE CHAPA       TO CTMP-CHAPA
              MOVE DTINICIOPER TO CTMP-PERINI
              MOVE NOME        TO CTMP-NOME
              WRITE REGCOLTMP.
           IF W-TIPO NOT = "PROPORCIONAL"
              GO TO EFETIVAR-CHAPA-FIM.
           MOVE CHAPA       TO FER-CHAPA
           MOVE W-GOZOAMD   TO FER-INIPER
           MOVE NOME        TO FER-NOME
           MOVE W-INIENTR-N TO DTINICIOPER
           MOVE W-INIENTR-N TO DTFIMPER
           ADD 1 TO ANOFIMPER
           MOVE W-INIENTR-N TO DTLIMITEGOZO
           ADD 2 TO ANOLIMITE
           MOVE ZEROS TO DTGOZOINI QTDDIASFERIAS
           MOVE "A" TO FERSTATUS
           WRITE REGFER
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "* ERRO NOVO PERIODO" TO W-TIPO.
       EFETIVAR-CHAPA-FIM.
           EXIT.

      *----[ PERIODO DA ADMISSAO AINDA NAO GERADO (FPP045) ]----
       GRAVAR-PERADM.
           MOVE NOME       TO FER-NOME
           MOVE DTADMISSAO TO DTINICIOPER DTFIMPER DTLIMITEGOZO
           ADD 1 TO ANOFIMPER
           ADD 2 TO ANOLIMITE
           MOVE ZEROS TO DTGOZOINI QTDDIASFERIAS
           MOVE "A" TO FERSTATUS
           WRITE REGFER.
       GRAVAR-PERADM-FIM.
           EXIT.

       FIM-SELECAO.
           WRITE REGRELCOL FROM RSEP
           MOVE W-QTDINC   TO RT1-QTD
           WRITE REGRELCOL FROM RTOT1
           MOVE W-QTDPROP  TO RT2-QTD
           WRITE REGRELCOL FROM RTOT2
           MOVE W-QTDEXC   TO RT3-QTD
           WRITE REGRELCOL FROM RTOT3
           MOVE W-TOTESTIM TO RT4-VLR
           WRITE REGRELCOL FROM RTOT4
           WRITE REGRELCOL FROM RTOT5
           CLOSE ARQFUNC ARQCARG ARQFER ARQCOLTMP.
           IF W-MODO NOT = "E"
              CLOSE ARQRELCOL
              MOVE "*** SIMULACAO GERADA: FERCOLET.DOC ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMSEM.

      *--[ CALCULO + AVISO DE CADA CHAPA PELO FPP046 EM LOTE; OS ]--
      *--[ ARQUIVOS DESTE PROGRAMA JA ESTAO FECHADOS              ]--
           OPEN OUTPUT ARQAVISOTX
           CLOSE ARQAVISOTX
           WRITE REGRELCOL FROM LINHABR
           WRITE REGRELCOL FROM RCAB3
           WRITE REGRELCOL FROM RSEP
           DISPLAY "FPP046_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP046_ABONO" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           OPEN INPUT ARQCOLTMP.
       CALC-CHAPA.
           READ ARQCOLTMP
           IF ST-ERRO NOT = "00"
              GO TO FIM-CALCULO.
           MOVE CTMP-CHAPA  TO W-CHAPAX
           MOVE CTMP-PERINI TO W-PERX
           DISPLAY "FPP046_CHAPA" UPON ENVIRONMENT-NAME
           DISPLAY W-CHAPAX-X UPON ENVIRONMENT-VALUE
           DISPLAY "FPP046_PER" UPON ENVIRONMENT-NAME
           DISPLAY W-PERX-X UPON ENVIRONMENT-VALUE
           CALL "FPP046"
           MOVE CTMP-CHAPA TO R3-CHAPA
           MOVE CTMP-NOME  TO R3-NOME
           IF RETURN-CODE = 0
              ADD 1 TO W-QTDCALC
              MOVE "FERIAS CALCULADAS / AVISO" TO R3-SITUACAO
           ELSE
              ADD 1 TO W-QTDFALHA
              MOVE "* FALHA - CALCULAR NO FPP046" TO R3-SITUACAO.
           WRITE REGRELCOL FROM RDET3
           GO TO CALC-CHAPA.

       FIM-CALCULO.
           CLOSE ARQCOLTMP
           DISPLAY "FPP046_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           WRITE REGRELCOL FROM RSEP
           MOVE W-QTDCALC  TO RT6-QTD
           WRITE REGRELCOL FROM RTOT6
           MOVE W-QTDFALHA TO RT7-QTD
           WRITE REGRELCOL FROM RTOT7
           CLOSE ARQRELCOL
           MOVE 0 TO RETURN-CODE
           MOVE "*** FERIAS COLETIVAS: FERCOLET.DOC/AVISOFER.DOC ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIMSEM.

      *----[ DIAS CORRIDOS ENTRE INICIO E FIM (NO MAXIMO 2 MESES) ]----
       CALC-DIASCOL.
           MOVE ZEROS TO W-DIASCOL
           IF W-FIMENTR-ANO = W-INIENTR-ANO
                 AND W-FIMENTR-MES = W-INIENTR-MES
              IF W-FIMENTR-DIA NOT < W-INIENTR-DIA
                 COMPUTE W-DIASCOL = W-FIMENTR-DIA - W-INIENTR-DIA + 1
              END-IF
              GO TO CALC-DIASCOL-FIM.
           MOVE W-INIENTR-MES TO W-LIMMES
           MOVE W-INIENTR-ANO TO W-LIMANO
           ADD 1 TO W-LIMMES
           IF W-LIMMES > 12
              MOVE 1 TO W-LIMMES
              ADD 1 TO W-LIMANO.
           IF W-FIMENTR-MES NOT = W-LIMMES
                 OR W-FIMENTR-ANO NOT = W-LIMANO
              GO TO CALC-DIASCOL-FIM.
           MOVE W-INIENTR-MES TO W-LIMMES
           MOVE W-INIENTR-ANO TO W-LIMANO
           PERFORM CALC-DIASMES THRU CALC-DIASMES-FIM
           COMPUTE W-DIASCOL = W-DIASMES - W-INIENTR-DIA + 1
                             + W-FIMENTR-DIA.
       CALC-DIASCOL-FIM.
           EXIT.

      *----[ DIAS DO MES, COM ANO BISSEXTO P/ FEVEREIRO (FPP052) ]------
       CALC-DIASMES.
           IF W-LIMMES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
              MOVE 31 TO W-DIASMES
              GO TO CALC-DIASMES-FIM.
           IF W-LIMMES = 04 OR 06 OR 09 OR 11
              MOVE 30 TO W-DIASMES
              GO TO CALC-DIASMES-FIM.
           MOVE 28 TO W-DIASMES
           DIVIDE W-LIMANO BY 4   GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE W-LIMANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE W-LIMANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF (W-RESTO4 = ZEROS AND W-RESTO100 NOT = ZEROS)
                 OR W-RESTO400 = ZEROS
              MOVE 29 TO W-DIASMES.
       CALC-DIASMES-FIM.
           EXIT.

      *----[ MESES COMPLETOS DE W-DEAMD ATE W-ATEAMD + DIAS QUE SOBRAM ]
       CALC-MESES.
           COMPUTE W-MESES = ((W-ATE-ANO * 12) + W-ATE-MES)
                           - ((W-DE-ANO * 12) + W-DE-MES)
           IF W-ATE-DIA NOT < W-DE-DIA
              COMPUTE W-RESTODIAS = W-ATE-DIA - W-DE-DIA
           ELSE
              SUBTRACT 1 FROM W-MESES
              COMPUTE W-RESTODIAS = W-ATE-DIA + 30 - W-DE-DIA.
           IF W-MESES < ZEROS
              MOVE ZEROS TO W-MESES W-RESTODIAS.
       CALC-MESES-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIMSEM.
           DISPLAY (01, 01) ERASE
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
       FIM-ROT-COLET.
