       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP125.
      ********************************************************
      * COTAS LEGAIS DA EMPRESA/CNPJ NA COMPETENCIA:          *
      *  PCD E REABILITADOS  - LEI 8.213 ART. 93              *
      *  APRENDIZES (5%-15%) - CLT ART. 429                   *
      * QUADRO NO FIM DO MES, QUEM CONTA NA COTA, DEFICIT E   *
      * EVOLUCAO DOS ULTIMOS 12 MESES (ARQFUNC + ARQFUNCHIS)  *
      * ESTAGIARIOS (TIPO T) NAO SAO EMPREGADOS: FICAM FORA   *
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

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQPCD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PCD-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCONTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTR-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQCOTATX ASSIGN TO DISK
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
           03 DTADMISSAO-X REDEFINES DTADMISSAO.
            05 ADM-DIA             PIC 9(02).
            05 ADM-MES             PIC 9(02).
            05 ADM-ANO             PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 DTDESLIG-X REDEFINES DTDESLIGAMENTO.
            05 DESL-DIA            PIC 9(02).
            05 DESL-MES            PIC 9(02).
            05 DESL-ANO            PIC 9(04).
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
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-RESTO         PIC X(218).
           03 HIS-RESTO2 REDEFINES HIS-RESTO.
            05 FILLER             PIC X(15).
            05 HIS-STATUS         PIC X(01).
            05 FILLER             PIC X(08).
            05 HIS-CODDEP         PIC 9(03).
            05 HIS-CODCARG        PIC 9(03).
            05 FILLER             PIC X(116).
            05 HIS-DTADMISSAO     PIC 9(08).
            05 HIS-DTADMX REDEFINES HIS-DTADMISSAO.
             07 HIS-DIAADM         PIC 9(02).
             07 HIS-MESADM         PIC 9(02).
             07 HIS-ANOADM         PIC 9(04).
            05 HIS-DTDESLIG       PIC 9(08).
            05 HIS-DTDESLX REDEFINES HIS-DTDESLIG.
             07 HIS-DIADESL        PIC 9(02).
             07 HIS-MESDESL        PIC 9(02).
             07 HIS-ANODESL        PIC 9(04).
            05 HIS-MOTIVO         PIC X(01).
            05 HIS-SALARIOEMP     PIC 9(06)V99.
            05 FILLER             PIC X(22).
            05 HIS-TPCONTRATO     PIC X(01).
            05 HIS-CPF            PIC 9(11).
            05 HIS-PIS            PIC 9(11).
            05 HIS-EMPRESA        PIC X(02).
      *-----------------------------------------------------------------
      *----[ PESSOA COM DEFICIENCIA (COTA LEI 8.213 ART. 93) ]----
       FD ARQPCD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPCD.DAT".
       01 REGPCD.
           03 PCD-CHAPA          PIC 9(06).
           03 PCD-TIPO           PIC 9(01).
           03 PCD-DTLAUDO        PIC 9(08).
           03 PCD-DTLAUDOX REDEFINES PCD-DTLAUDO.
            05 PCD-DIALAUDO        PIC 9(02).
            05 PCD-MESLAUDO        PIC 9(02).
            05 PCD-ANOLAUDO        PIC 9(04).
           03 PCD-OPERADOR       PIC X(08).
           03 PCD-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
      *----[ ESTAGIO (TIPO T) E APRENDIZAGEM (TIPO A) DA CHAPA ]----
       FD ARQCONTR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONTR.DAT".
       01 REGCONTR.
           03 CTR-CHAPA          PIC 9(06).
           03 CTR-TIPO           PIC X(01).
           03 CTR-DTINI          PIC 9(08).
           03 CTR-DTFIM          PIC 9(08).
           03 CTR-INSTIT         PIC X(40).
           03 CTR-CNPJINST       PIC 9(14).
           03 CTR-NATUREZA       PIC X(01).
           03 CTR-NIVEL          PIC 9(01).
           03 CTR-OPERADOR       PIC X(08).
           03 CTR-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD TBPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBPARAM.DAT".
       01 REGPARAM.
          03 PARAM-COD                 PIC X(02).
          03 PARAM-RAZSOCIAL           PIC X(40).
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
       FD ARQCOTATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCOTA.DOC".
       01 REGCOTATX                    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-PCDOK         PIC X(01) VALUE "N".
       01 W-CTROK         PIC X(01) VALUE "N".
       01 W-PASSO         PIC 9(01) VALUE ZEROS.
       01 W-I             PIC 9(02) VALUE ZEROS.
       01 W-AUX           PIC 9(07) VALUE ZEROS.
       01 W-RESTO         PIC 9(03) VALUE ZEROS.
       01 W-AUXANO        PIC 9(04) VALUE ZEROS.
       01 W-AUXMES        PIC 9(02) VALUE ZEROS.
       01 W-TOTPCD        PIC 9(05) VALUE ZEROS.
       01 W-TOTAPR        PIC 9(05) VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).

      *----[ REGISTRO CORRENTE (ARQFUNC OU ARQFUNCHIS) NORMALIZADO ]----
       01 W-REG.
          03 W-R-CHAPA       PIC 9(06).
          03 W-R-NOME        PIC X(30).
          03 W-R-DTADM       PIC 9(08).
          03 W-R-ADM         PIC 9(08).
          03 W-R-DESL        PIC 9(08).
          03 W-R-TIPO        PIC X(01).
          03 W-R-EMP         PIC X(02).
          03 W-R-PCD         PIC 9(01).
          03 W-R-LAUDO       PIC 9(08).
          03 W-R-DTLAUDO     PIC 9(08).

      *----[ QUADRO NO FIM DE CADA MES: 1 = MAIS ANTIGO, 12 = COMPET ]--
       01 TABMES.
          03 TABMES-ITEM OCCURS 12 TIMES.
             05 M-MES        PIC 9(02).
             05 M-ANO        PIC 9(04).
             05 M-FIM        PIC 9(08).
             05 M-EMPREG     PIC 9(05).
             05 M-APREND     PIC 9(05).
             05 M-PCD        PIC 9(05).
             05 M-PCTPCD     PIC 9(01).
             05 M-COTAPCD    PIC 9(05).
             05 M-DEFPCD     PIC 9(05).
             05 M-BASEAPR    PIC 9(05).
             05 M-MINAPR     PIC 9(05).
             05 M-MAXAPR     PIC 9(05).
             05 M-DEFAPR     PIC 9(05).

       01 TABTIPOPCD.
          03 FILLER PIC X(12) VALUE "FISICA      ".
          03 FILLER PIC X(12) VALUE "AUDITIVA    ".
          03 FILLER PIC X(12) VALUE "VISUAL      ".
          03 FILLER PIC X(12) VALUE "INTELECTUAL ".
          03 FILLER PIC X(12) VALUE "MULTIPLA    ".
          03 FILLER PIC X(12) VALUE "REABILITADO ".
       01 TABTIPOPCDX REDEFINES TABTIPOPCD.
          03 TB-TIPOPCD PIC X(12) OCCURS 6 TIMES.

       01  CAB1.
           05  FILLER PIC X(060) VALUE
           "COTAS LEGAIS - PCD (LEI 8.213 ART.93) E APRENDIZ (CLT 429)".
           05  FILLER PIC X(014) VALUE "  COMPETENCIA ".
           05  CAB1-MES      PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(009) VALUE "EMPRESA: ".
           05  CAB2-EMP      PIC X(02) VALUE SPACES.
           05  FILLER PIC X(001) VALUE SPACES.
           05  CAB2-RAZAO    PIC X(40) VALUE SPACES.
           05  FILLER PIC X(007) VALUE " CNPJ: ".
           05  CAB2-CNPJ     PIC X(18) VALUE SPACES.

       01  LINSEP.
           05  FILLER PIC X(080) VALUE ALL "-".

       01  LINBR.
           05  FILLER PIC X(001) VALUE SPACES.

       01  LINRES.
           05  RS-DESCR      PIC X(50) VALUE SPACES.
           05  RS-VALOR      PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  RS-OBS        PIC X(25) VALUE SPACES.

       01  CABPCD.
           05  FILLER PIC X(060) VALUE
           "PCD/REABILITADOS CONTADOS NA COTA (FIM DA COMPETENCIA)".
       01  CABPCD2.
           05  FILLER PIC X(070) VALUE
           "CHAPA  NOME                            TIPO          LAUDO".

       01  DETPCD.
           05  DP-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DP-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DP-TIPO       PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DP-LAUDO      PIC 99/99/9999.

       01  CABAPR.
           05  FILLER PIC X(060) VALUE
           "APRENDIZES CONTADOS NA COTA (FIM DA COMPETENCIA)".
       01  CABAPR2.
           05  FILLER PIC X(070) VALUE
           "CHAPA  NOME                            ADMISSAO    TERMINO".

       01  DETAPR.
           05  DA-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DA-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DA-ADM        PIC 99/99/9999.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DA-TERMINO    PIC 99/99/9999.

       01  CABEVO.
           05  FILLER PIC X(060) VALUE
           "EVOLUCAO DOS ULTIMOS 12 MESES (QUADRO NO FIM DE CADA MES)".
       01  CABEVO2.
           05  FILLER PIC X(040) VALUE
           "                 ------ COTA PCD ------".
           05  FILLER PIC X(040) VALUE
           "   ------- COTA APRENDIZ --------".
       01  CABEVO3.
           05  FILLER PIC X(040) VALUE
           "COMPET.  EMPR.  PCT  COTA     PCD  DEFIC".
           05  FILLER PIC X(040) VALUE
           "    BASE    MIN    MAX  APREN  DEFIC".

       01  DETEVO.
           05  DE-MES        PIC 99.
           05  FILLER        PIC X(01) VALUE "/".
           05  DE-ANO        PIC 9999.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-EMPREG     PIC ZZZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DE-PCT        PIC 9.
           05  FILLER        PIC X(01) VALUE "%".
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-COTAPCD    PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-PCD        PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-DEFPCD     PIC ZZZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DE-BASEAPR    PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-MINAPR     PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-MAXAPR     PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-APREND     PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-DEFAPR     PIC ZZZZ9.

       01  LINOBS1.
           05  FILLER PIC X(080) VALUE
           "OBS.: BASE APRENDIZ = EMPREGADOS EXCETO APRENDIZES; EXCLUA".
       01  LINOBS2.
           05  FILLER PIC X(080) VALUE
           "      CARGOS DE NIVEL SUPERIOR/GESTAO NA ANALISE FINAL.".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACOTA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** COTAS LEGAIS - PCD E APRENDIZE".
           05  LINE 02  COLUMN 42
               VALUE  "S POR EMPRESA ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)        :".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 34  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTPCD W-TOTAPR
                DISPLAY TELACOTA.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-EMP.
                ACCEPT TW-EMPRESA
                IF W-EMPRESA = SPACES
                   MOVE "* INFORME A EMPRESA (UMA POR EXECUCAO) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
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

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQCOTATX
           IF ST-ERRO NOT = "00"
              CLOSE ARQFUNC
              MOVE "ERRO ABERTURA DO ARQUIVO ARQCOTA.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-HISOK
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO = "00"
              MOVE "S" TO W-HISOK.
           MOVE "N" TO W-PCDOK
           OPEN INPUT ARQPCD
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PCDOK.
           MOVE "N" TO W-CTROK
           OPEN INPUT ARQCONTR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CTROK.

           MOVE W-COMPENTR-MES TO CAB1-MES
           MOVE W-COMPENTR-ANO TO CAB1-ANO
           MOVE W-EMPRESA      TO CAB2-EMP
           OPEN INPUT TBPARAM
           IF ST-ERRO2 = "00"
              MOVE W-EMPRESA TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO2 = "00"
                 MOVE PARAM-RAZSOCIAL TO CAB2-RAZAO
                 MOVE PARAM-CNPJ      TO CAB2-CNPJ
              END-IF
              CLOSE TBPARAM.

      *----[ MONTA OS 12 MESES: DA COMPETENCIA PARA TRAS ]----
       MONTAR-MESES.
           MOVE W-COMPENTR-ANO TO W-AUXANO
           MOVE W-COMPENTR-MES TO W-AUXMES
           MOVE 12 TO W-I.
       MONTAR-MESES-LOOP.
           MOVE W-AUXMES TO M-MES(W-I)
           MOVE W-AUXANO TO M-ANO(W-I)
           COMPUTE M-FIM(W-I) = (W-AUXANO * 10000) + (W-AUXMES * 100)
                              + 31
           MOVE ZEROS TO M-EMPREG(W-I) M-APREND(W-I) M-PCD(W-I)
           IF W-I = 1
              GO TO CONTAR-QUADRO.
           SUBTRACT 1 FROM W-I
           SUBTRACT 1 FROM W-AUXMES
           IF W-AUXMES = ZEROS
              MOVE 12 TO W-AUXMES
              SUBTRACT 1 FROM W-AUXANO.
           GO TO MONTAR-MESES-LOOP.

      *----[ 1a PASSADA: QUADRO DE CADA MES ]----
       CONTAR-QUADRO.
           MOVE 1 TO W-PASSO
           PERFORM VARRER THRU VARRER-FIM
           MOVE 1 TO W-I.
       CALC-COTAS.
           IF W-I > 12
              GO TO EMITIR-RESUMO.
           PERFORM CALC-COTA-MES THRU CALC-COTA-MES-FIM
           ADD 1 TO W-I
           GO TO CALC-COTAS.

      *----[ RESUMO DA COMPETENCIA ]----
       EMITIR-RESUMO.
           WRITE REGCOTATX FROM CAB1
           WRITE REGCOTATX FROM CAB2
           WRITE REGCOTATX FROM LINSEP
           MOVE SPACES TO RS-OBS
           MOVE "EMPREGADOS NO FIM DA COMPETENCIA (SEM ESTAGIO).:"
           TO RS-DESCR
           MOVE M-EMPREG(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "COTA PCD - PERCENTUAL LEGAL (%)...............:"
           TO RS-DESCR
           MOVE M-PCTPCD(12) TO RS-VALOR
           IF M-PCTPCD(12) = ZEROS
              MOVE "MENOS DE 100 EMPREGADOS" TO RS-OBS.
           WRITE REGCOTATX FROM LINRES
           MOVE SPACES TO RS-OBS
           MOVE "COTA PCD - VAGAS EXIGIDAS.....................:"
           TO RS-DESCR
           MOVE M-COTAPCD(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "PCD/REABILITADOS CONTADOS.....................:"
           TO RS-DESCR
           MOVE M-PCD(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "DEFICIT PCD...................................:"
           TO RS-DESCR
           MOVE M-DEFPCD(12) TO RS-VALOR
           IF M-DEFPCD(12) = ZEROS
              MOVE "COTA ATENDIDA" TO RS-OBS
           ELSE
              MOVE "*** COTA NAO ATENDIDA ***" TO RS-OBS.
           WRITE REGCOTATX FROM LINRES
           MOVE SPACES TO RS-OBS
           WRITE REGCOTATX FROM LINBR
           MOVE "BASE DE CALCULO DA COTA DE APRENDIZ...........:"
           TO RS-DESCR
           MOVE M-BASEAPR(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "APRENDIZES - MINIMO EXIGIDO (5%)..............:"
           TO RS-DESCR
           MOVE M-MINAPR(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "APRENDIZES - MAXIMO PERMITIDO (15%)...........:"
           TO RS-DESCR
           MOVE M-MAXAPR(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "APRENDIZES CONTRATADOS........................:"
           TO RS-DESCR
           MOVE M-APREND(12) TO RS-VALOR
           WRITE REGCOTATX FROM LINRES
           MOVE "DEFICIT APRENDIZ..............................:"
           TO RS-DESCR
           MOVE M-DEFAPR(12) TO RS-VALOR
           IF M-DEFAPR(12) NOT = ZEROS
              MOVE "*** COTA NAO ATENDIDA ***" TO RS-OBS
           ELSE
              IF M-APREND(12) > M-MAXAPR(12)
                 MOVE "*** ACIMA DO MAXIMO ***" TO RS-OBS
              ELSE
                 MOVE "COTA ATENDIDA" TO RS-OBS.
           WRITE REGCOTATX FROM LINRES
           WRITE REGCOTATX FROM LINSEP.

      *----[ 2a PASSADA: QUEM CONTA NA COTA PCD ]----
       LISTAR-PCD.
           WRITE REGCOTATX FROM CABPCD
           WRITE REGCOTATX FROM CABPCD2
           MOVE 2 TO W-PASSO
           PERFORM VARRER THRU VARRER-FIM
           WRITE REGCOTATX FROM LINSEP.

      *----[ 3a PASSADA: QUEM CONTA NA COTA DE APRENDIZ ]----
       LISTAR-APR.
           WRITE REGCOTATX FROM CABAPR
           WRITE REGCOTATX FROM CABAPR2
           MOVE 3 TO W-PASSO
           PERFORM VARRER THRU VARRER-FIM
           WRITE REGCOTATX FROM LINSEP.

      *----[ EVOLUCAO DOS 12 MESES ]----
       EMITIR-EVOLUCAO.
           WRITE REGCOTATX FROM CABEVO
           WRITE REGCOTATX FROM CABEVO2
           WRITE REGCOTATX FROM CABEVO3
           MOVE 1 TO W-I.
       EMITIR-EVOLUCAO-LIN.
           IF W-I > 12
              GO TO FIM-RELATORIO.
           MOVE M-MES(W-I)     TO DE-MES
           MOVE M-ANO(W-I)     TO DE-ANO
           MOVE M-EMPREG(W-I)  TO DE-EMPREG
           MOVE M-PCTPCD(W-I)  TO DE-PCT
           MOVE M-COTAPCD(W-I) TO DE-COTAPCD
           MOVE M-PCD(W-I)     TO DE-PCD
           MOVE M-DEFPCD(W-I)  TO DE-DEFPCD
           MOVE M-BASEAPR(W-I) TO DE-BASEAPR
           MOVE M-MINAPR(W-I)  TO DE-MINAPR
           MOVE M-MAXAPR(W-I)  TO DE-MAXAPR
           MOVE M-APREND(W-I)  TO DE-APREND
           MOVE M-DEFAPR(W-I)  TO DE-DEFAPR
           WRITE REGCOTATX FROM DETEVO
           ADD 1 TO W-I
           GO TO EMITIR-EVOLUCAO-LIN.

       FIM-RELATORIO.
           WRITE REGCOTATX FROM LINSEP
           WRITE REGCOTATX FROM LINOBS1
           WRITE REGCOTATX FROM LINOBS2.
           IF M-DEFPCD(12) NOT = ZEROS OR M-DEFAPR(12) NOT = ZEROS
              MOVE "* COTA NAO ATENDIDA - VEJA ARQCOTA.DOC *" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: ARQCOTA.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *--[ PERCORRE ARQFUNC E OS DESLIGADOS JA ARQUIVADOS (ARQFUNCHIS) ]
       VARRER.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO VARRER-HIS.
       VARRER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRER-HIS.
           MOVE CHAPA           TO W-R-CHAPA
           MOVE NOME            TO W-R-NOME
           MOVE DTADMISSAO      TO W-R-DTADM
           COMPUTE W-R-ADM = (ADM-ANO * 10000) + (ADM-MES * 100)
                           + ADM-DIA
           MOVE ZEROS TO W-R-DESL
           IF DTDESLIGAMENTO NOT = ZEROS
              COMPUTE W-R-DESL = (DESL-ANO * 10000) + (DESL-MES * 100)
                               + DESL-DIA.
           MOVE FUNC-TPCONTRATO TO W-R-TIPO
           MOVE FUNC-EMPRESA    TO W-R-EMP
           PERFORM TRATAR-REG THRU TRATAR-REG-FIM
           GO TO VARRER-FUNC.
       VARRER-HIS.
           IF W-HISOK NOT = "S"
              GO TO VARRER-FIM.
           MOVE ZEROS TO HIS-CHAPA
           START ARQFUNCHIS KEY IS NOT LESS HIS-CHAPA
               INVALID KEY GO TO VARRER-FIM.
       VARRER-HIS-RD.
           READ ARQFUNCHIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRER-FIM.
           MOVE HIS-CHAPA       TO W-R-CHAPA
           MOVE HIS-NOME        TO W-R-NOME
           MOVE HIS-DTADMISSAO  TO W-R-DTADM
           COMPUTE W-R-ADM = (HIS-ANOADM * 10000) + (HIS-MESADM * 100)
                           + HIS-DIAADM
           MOVE ZEROS TO W-R-DESL
           IF HIS-DTDESLIG NOT = ZEROS
              COMPUTE W-R-DESL = (HIS-ANODESL * 10000)
                               + (HIS-MESDESL * 100) + HIS-DIADESL.
           MOVE HIS-TPCONTRATO  TO W-R-TIPO
           MOVE HIS-EMPRESA     TO W-R-EMP
           PERFORM TRATAR-REG THRU TRATAR-REG-FIM
           GO TO VARRER-HIS-RD.
       VARRER-FIM.
           EXIT.

      *----[ UMA CHAPA: CONTA NO QUADRO OU LISTA, CONFORME O PASSO ]----
       TRATAR-REG.
           IF W-R-EMP = SPACES
              MOVE "01" TO W-R-EMP.
           IF W-R-EMP NOT = W-EMPRESA OR W-R-TIPO = "T"
                 OR W-R-ADM = ZEROS
              GO TO TRATAR-REG-FIM.
           PERFORM LER-PCD THRU LER-PCD-FIM
           IF W-PASSO NOT = 1
              GO TO TRATAR-LISTA.
           MOVE 1 TO W-I.
       TRATAR-MES.
           IF W-I > 12
              GO TO TRATAR-REG-FIM.
           IF W-R-ADM > M-FIM(W-I)
              GO TO TRATAR-MES-PROX.
           IF W-R-DESL NOT = ZEROS AND W-R-DESL NOT > M-FIM(W-I)
              GO TO TRATAR-MES-PROX.
           ADD 1 TO M-EMPREG(W-I)
           IF W-R-TIPO = "A"
              ADD 1 TO M-APREND(W-I).
           IF W-R-PCD NOT = ZEROS AND W-R-LAUDO NOT > M-FIM(W-I)
              ADD 1 TO M-PCD(W-I).
       TRATAR-MES-PROX.
           ADD 1 TO W-I
           GO TO TRATAR-MES.

      *----[ PASSOS 2 E 3: SO QUEM ESTA NO QUADRO DA COMPETENCIA ]----
       TRATAR-LISTA.
           IF W-R-ADM > M-FIM(12)
              GO TO TRATAR-REG-FIM.
           IF W-R-DESL NOT = ZEROS AND W-R-DESL NOT > M-FIM(12)
              GO TO TRATAR-REG-FIM.
           IF W-PASSO = 3
              GO TO TRATAR-LISTA-APR.
           IF W-R-PCD = ZEROS OR W-R-LAUDO > M-FIM(12)
              GO TO TRATAR-REG-FIM.
           MOVE W-R-CHAPA          TO DP-CHAPA
           MOVE W-R-NOME           TO DP-NOME
           MOVE TB-TIPOPCD(W-R-PCD) TO DP-TIPO
           MOVE W-R-DTLAUDO        TO DP-LAUDO
           WRITE REGCOTATX FROM DETPCD
           ADD 1 TO W-TOTPCD
           GO TO TRATAR-REG-FIM.
       TRATAR-LISTA-APR.
           IF W-R-TIPO NOT = "A"
              GO TO TRATAR-REG-FIM.
           MOVE W-R-CHAPA TO DA-CHAPA
           MOVE W-R-NOME  TO DA-NOME
           MOVE W-R-DTADM TO DA-ADM
           MOVE ZEROS     TO DA-TERMINO
           IF W-CTROK = "S"
              MOVE W-R-CHAPA TO CTR-CHAPA
              READ ARQCONTR
              IF ST-ERRO2 = "00"
                 MOVE CTR-DTFIM TO DA-TERMINO
              END-IF
           END-IF.
           WRITE REGCOTATX FROM DETAPR
           ADD 1 TO W-TOTAPR.
       TRATAR-REG-FIM.
           EXIT.

      *----[ DEFICIENCIA DA CHAPA: SO CONTA COM LAUDO NA DATA ]----
       LER-PCD.
           MOVE ZEROS TO W-R-PCD W-R-LAUDO W-R-DTLAUDO
           IF W-PCDOK NOT = "S"
              GO TO LER-PCD-FIM.
           MOVE W-R-CHAPA TO PCD-CHAPA
           READ ARQPCD
           IF ST-ERRO2 NOT = "00"
              GO TO LER-PCD-FIM.
           IF PCD-TIPO < 1 OR PCD-TIPO > 6
              GO TO LER-PCD-FIM.
           MOVE PCD-TIPO    TO W-R-PCD
           MOVE PCD-DTLAUDO TO W-R-DTLAUDO
           COMPUTE W-R-LAUDO = (PCD-ANOLAUDO * 10000)
                             + (PCD-MESLAUDO * 100) + PCD-DIALAUDO.
       LER-PCD-FIM.
           EXIT.

      *--[ COTA DO MES W-I: FRACAO ARREDONDA PARA CIMA (ART.93/429) ]--
       CALC-COTA-MES.
           IF M-EMPREG(W-I) < 100
              MOVE 0 TO M-PCTPCD(W-I)
           ELSE
              IF M-EMPREG(W-I) NOT > 200
                 MOVE 2 TO M-PCTPCD(W-I)
              ELSE
                 IF M-EMPREG(W-I) NOT > 500
                    MOVE 3 TO M-PCTPCD(W-I)
                 ELSE
                    IF M-EMPREG(W-I) NOT > 1000
                       MOVE 4 TO M-PCTPCD(W-I)
                    ELSE
                       MOVE 5 TO M-PCTPCD(W-I).
           COMPUTE W-AUX = M-EMPREG(W-I) * M-PCTPCD(W-I)
           DIVIDE W-AUX BY 100 GIVING M-COTAPCD(W-I) REMAINDER W-RESTO
           IF W-RESTO > ZEROS
              ADD 1 TO M-COTAPCD(W-I).
           MOVE ZEROS TO M-DEFPCD(W-I)
           IF M-PCD(W-I) < M-COTAPCD(W-I)
              COMPUTE M-DEFPCD(W-I) = M-COTAPCD(W-I) - M-PCD(W-I).

           COMPUTE M-BASEAPR(W-I) = M-EMPREG(W-I) - M-APREND(W-I)
           COMPUTE W-AUX = M-BASEAPR(W-I) * 5
           DIVIDE W-AUX BY 100 GIVING M-MINAPR(W-I) REMAINDER W-RESTO
           IF W-RESTO > ZEROS
              ADD 1 TO M-MINAPR(W-I).
           COMPUTE W-AUX = M-BASEAPR(W-I) * 15
           DIVIDE W-AUX BY 100 GIVING M-MAXAPR(W-I) REMAINDER W-RESTO
           MOVE ZEROS TO M-DEFAPR(W-I)
           IF M-APREND(W-I) < M-MINAPR(W-I)
              COMPUTE M-DEFAPR(W-I) = M-MINAPR(W-I) - M-APREND(W-I).
       CALC-COTA-MES-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQCOTATX.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
           IF W-PCDOK = "S"
              CLOSE ARQPCD.
           IF W-CTROK = "S"
              CLOSE ARQCONTR.
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
       FIM-ROT-COTA.
