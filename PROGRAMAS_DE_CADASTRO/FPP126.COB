       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP126.
      ********************************************************
      * RELATORIO DE TRANSPARENCIA SALARIAL POR GENERO        *
      *  IGUALDADE SALARIAL ENTRE MULHERES E HOMENS           *
      *  LEI 14.611/2023 - SEMESTRAL, POR EMPRESA/CNPJ        *
      * COMPARA NO MESMO CARGO E NIVEL SALARIAL (TBNIVEL):    *
      *  REMUNERACAO MEDIA (FOLHA MENSAL DO SEMESTRE) E       *
      *  SALARIO CONTRATUAL MEDIANO; MARCA DIFERENCA ACIMA    *
      *  DO LIMITE E FECHA COM O QUADRO GERAL DA EMPRESA      *
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

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      FILE STATUS IS ST-ERRO2
                      ALTERNATE RECORD KEY IS DENOM
                      WITH DUPLICATES.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT TBNIVEL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NIVEL-COD
                      ALTERNATE RECORD KEY IS NIVEL-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQIGUALTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT WORKGEN ASSIGN TO DISK.

           SELECT WORKTOT ASSIGN TO DISK.
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
      *----[ PERICULOSIDADE S/N - INSALUBRIDADE B=10% M=20% A=40% ]----
          03 CARG-PERICUL       PIC X(01).
          03 CARG-INSALGR       PIC X(01).
      *----[ SINDICATO DA CATEGORIA DO CARGO (TBSIND, 0=SEM) ]----
          03 CARG-SINDICATO     PIC 9(03).
      *-----------------------------------------------------------------
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
          03 FOLHA-KEY.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
             05 FOLHA-TIPO             PIC X(01).
          03 FOLHA-NOME                PIC X(30).
          03 FOLHA-CODDEP              PIC 9(03).
          03 FOLHA-CODCARG             PIC 9(03).
          03 FOLHA-SALBRUTO            PIC 9(06)V99.
          03 FOLHA-INSS                PIC 9(06)V99.
          03 FOLHA-IRRF                PIC 9(06)V99.
          03 FOLHA-SALLIQ              PIC 9(06)V99.
          03 FOLHA-FGTS                PIC 9(06)V99.
          03 FOLHA-VT                  PIC 9(06)V99.
          03 FOLHA-VR                  PIC 9(06)V99.
          03 FOLHA-EMPRESA             PIC X(02).
          03 FOLHA-HE50                PIC 9(06)V99.
          03 FOLHA-HE100               PIC 9(06)V99.
          03 FOLHA-ADNOT               PIC 9(06)V99.
          03 FOLHA-VTDESC              PIC 9(06)V99.
          03 FOLHA-PENSAO              PIC 9(06)V99.
          03 FOLHA-EMPREST             PIC 9(06)V99.
          03 FOLHA-ADIANT              PIC 9(06)V99.
          03 FOLHA-SALFAM              PIC 9(06)V99.
          03 FOLHA-EVPROV              PIC 9(06)V99.
          03 FOLHA-EVDESC              PIC 9(06)V99.
          03 FOLHA-DSRREF              PIC 9(06)V99.
          03 FOLHA-DSRDESC             PIC 9(06)V99.
          03 FOLHA-ADTEMPO             PIC 9(06)V99.
          03 FOLHA-SIND                PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD TBNIVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBNIVEL.DAT".
       01 REGNIVEL.
          03 NIVEL-COD                 PIC 9(02).
          03 NIVEL-DESC                PIC X(30).
          03 NIVEL-PERC                PIC 9(03)V99.
          03 NIVEL-PERCMIN             PIC 9(03)V99.
          03 NIVEL-PERCMAX             PIC 9(03)V99.
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
       FD ARQIGUALTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQIGUAL.DOC".
       01 REGIGUALTX                   PIC X(132).
      *-----------------------------------------------------------------
      *----[ 1=HOMEM 2=MULHER - ORDEM CARGO/NIVEL/GENERO/SALARIO ]----
       SD WORKGEN.
       01 REGWORK.
          03 WK-CODCARG       PIC 9(03).
          03 WK-NIVEL         PIC 9(02).
          03 WK-GENERO        PIC 9(01).
          03 WK-SALARIO       PIC 9(06)V99.
          03 WK-REMUN         PIC 9(06)V99.
          03 WK-CHAPA         PIC 9(06).
      *-----------------------------------------------------------------
      *----[ QUADRO GERAL: SALARIO CONTRATUAL EM ORDEM POR GENERO ]----
       SD WORKTOT.
       01 REGWTOT.
          03 WT-GENERO        PIC 9(01).
          03 WT-SALARIO       PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-SEMESTRE      PIC 9(01) VALUE ZEROS.
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-LIMITE        PIC 9(02)V99 VALUE 5,00.
       01 W-LIMINF        PIC 9(03)V99 VALUE ZEROS.
       01 W-LIMSUP        PIC 9(03)V99 VALUE ZEROS.
       01 W-NIVOK         PIC X(01) VALUE "N".
       01 W-SELOK         PIC X(01) VALUE "N".
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-GAP           PIC X(01) VALUE "N".
       01 W-PASSO         PIC 9(01) VALUE ZEROS.
       01 W-FIMSEM        PIC 9(08) VALUE ZEROS.
       01 W-ADM           PIC 9(08) VALUE ZEROS.
       01 W-DESL          PIC 9(08) VALUE ZEROS.
       01 W-GEN           PIC 9(01) VALUE ZEROS.
       01 W-G             PIC 9(01) VALUE ZEROS.
       01 W-M             PIC 9(02) VALUE ZEROS.
       01 W-MESINI        PIC 9(02) VALUE ZEROS.
       01 W-QTDMES        PIC 9(01) VALUE ZEROS.
       01 W-SAL           PIC 9(06)V99 VALUE ZEROS.
       01 W-REMUN         PIC 9(06)V99 VALUE ZEROS.
       01 W-SOMAFOLHA     PIC 9(07)V99 VALUE ZEROS.
       01 W-METADE        PIC 9(05) VALUE ZEROS.
       01 W-RESTO         PIC 9(01) VALUE ZEROS.
       01 W-RAZAO         PIC 9(04)V99 VALUE ZEROS.
       01 W-MEDIAH        PIC 9(06)V99 VALUE ZEROS.
       01 W-MEDIAM        PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTGRUPO      PIC 9(04) VALUE ZEROS.
       01 W-TOTGAP        PIC 9(04) VALUE ZEROS.
       01 W-TOTSEMGEN     PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMFOLHA   PIC 9(05) VALUE ZEROS.
       01 W-CARG-ANT      PIC 9(03) VALUE ZEROS.
       01 W-NIVEL-ANT     PIC 9(02) VALUE ZEROS.
       01 W-COMPET        PIC 9(06) VALUE ZEROS.

      *----[ GRUPO CARGO/NIVEL CORRENTE - 1=HOMENS 2=MULHERES ]----
       01 TABGRUPO.
          03 GR-GEN OCCURS 2 TIMES.
             05 GR-QTD       PIC 9(04).
             05 GR-SOMREM    PIC 9(09)V99.
             05 GR-MEDSAL    PIC 9(06)V99.
             05 GR-SAL       PIC 9(06)V99 OCCURS 3000 TIMES.

      *----[ QUADRO GERAL DA EMPRESA - 1=HOMENS 2=MULHERES ]----
       01 TABTOTAL.
          03 TT-GEN OCCURS 2 TIMES.
             05 TT-QTD       PIC 9(05).
             05 TT-SOMREM    PIC 9(10)V99.
             05 TT-MEDSAL    PIC 9(06)V99.
             05 TT-POS       PIC 9(05).
             05 TT-METADE    PIC 9(05).
             05 TT-RESTO     PIC 9(01).

       01  CAB1.
           05  FILLER PIC X(060) VALUE
           "RELATORIO DE TRANSPARENCIA SALARIAL (LEI 14.611/2023)".
           05  FILLER PIC X(012) VALUE "  SEMESTRE ".
           05  CAB1-SEM      PIC 9 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(009) VALUE "EMPRESA: ".
           05  CAB2-EMP      PIC X(02) VALUE SPACES.
           05  FILLER PIC X(001) VALUE SPACES.
           05  CAB2-RAZAO    PIC X(40) VALUE SPACES.
           05  FILLER PIC X(007) VALUE " CNPJ: ".
           05  CAB2-CNPJ     PIC X(18) VALUE SPACES.
           05  FILLER PIC X(019) VALUE "   LIMITE DIFER.: ".
           05  CAB2-LIMITE   PIC Z9,99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "%".

       01  LINSEP.
           05  FILLER PIC X(129) VALUE ALL "-".

       01  LINBR.
           05  FILLER PIC X(001) VALUE SPACES.

       01  CABGRP.
           05  FILLER PIC X(060) VALUE
           "COMPARATIVO POR CARGO E NIVEL SALARIAL (MULHERES / HOMENS)".

       01  CABGRP1.
           05  FILLER PIC X(042) VALUE
           "                                          ".
           05  FILLER PIC X(042) VALUE
           "QUANTID.   ---- REMUNERACAO MEDIA ----    ".
           05  FILLER PIC X(028) VALUE
           "-- SALARIO CONTR. MEDIANO --".

       01  CABGRP2.
           05  FILLER PIC X(042) VALUE
           "CARGO                    NIVEL            ".
           05  FILLER PIC X(042) VALUE
           "HOM. MUL.      HOMENS   MULHERES   M/H %  ".
           05  FILLER PIC X(039) VALUE
           "    HOMENS   MULHERES   M/H %  SITUACAO".

       01  DETGRP.
           05  D-CARGO       PIC 999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DENOM       PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NIVEL       PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NIVDESC     PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-QTDH        PIC ZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-QTDM        PIC ZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-REMH        PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-REMM        PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-RAZREM      PIC ZZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-SALH        PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SALM        PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-RAZSAL      PIC ZZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-SITUACAO    PIC X(14) VALUE SPACES.

       01  CABTOT.
           05  FILLER PIC X(060) VALUE
           "QUADRO GERAL DA EMPRESA (MODELO DO RELATORIO DO MTE)".

       01  LINTOT.
           05  LT-DESCR      PIC X(50) VALUE SPACES.
           05  LT-VALOR      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LT-OBS        PIC X(40) VALUE SPACES.

       01  LINTOTQ.
           05  LQ-DESCR      PIC X(50) VALUE SPACES.
           05  LQ-VALOR      PIC ZZZZZZZZZZ9.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  LQ-OBS        PIC X(40) VALUE SPACES.

       01  LINOBS1.
           05  FILLER PIC X(050) VALUE
           "OBS.: REMUNERACAO = MEDIA DO BRUTO DA FOLHA MENSAL".
           05  FILLER PIC X(060) VALUE
           " DO SEMESTRE; SEM FOLHA, VALE O SALARIO CONTRATUAL.".
       01  LINOBS2.
           05  FILLER PIC X(050) VALUE
           "      SALARIO CONTRATUAL MENSAL (HORISTA X 220,   ".
           05  FILLER PIC X(050) VALUE
           "DIARISTA X 30); M/H % = MULHERES / HOMENS.".
       01  LINOBS3.
           05  FILLER PIC X(050) VALUE
           "      GENERO: IDENTIDADE DECLARADA (M/F) OU, NA   ".
           05  FILLER PIC X(050) VALUE
           "FALTA, O SEXO DO CADASTRO.".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAIGUAL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "      *** TRANSPARENCIA SALARIAL POR GEN".
           05  LINE 02  COLUMN 41
               VALUE  "ERO (LEI 14.611) ***".
           05  LINE 08  COLUMN 01
               VALUE  " SEMESTRE (1 OU 2)            :".
           05  LINE 10  COLUMN 01
               VALUE  " ANO (AAAA)                   :".
           05  LINE 12  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 14  COLUMN 01
               VALUE  " LIMITE DE DIFERENCA (%)      :".
           05  LINE 16  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-SEMESTRE
               LINE 08  COLUMN 34  PIC 9(01)
               USING  W-SEMESTRE
               HIGHLIGHT.
           05  TW-ANO
               LINE 10  COLUMN 34  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 12  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-LIMITE
               LINE 14  COLUMN 34  PIC Z9,99
               USING  W-LIMITE
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 16  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTGRUPO W-TOTGAP W-TOTSEMGEN
                MOVE ZEROS TO W-TOTSEMFOLHA TABTOTAL
                MOVE 5,00 TO W-LIMITE
                DISPLAY TELAIGUAL.
       INC-SEM.
                ACCEPT TW-SEMESTRE
                IF W-SEMESTRE NOT = 1 AND W-SEMESTRE NOT = 2
                   MOVE "*** SEMESTRE INVALIDO (1 OU 2) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SEM.
       INC-ANO.
                ACCEPT TW-ANO
                IF W-ANO < 2000
                   MOVE "*** ANO INVALIDO (AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-EMP.
                ACCEPT TW-EMPRESA
                IF W-EMPRESA = SPACES
                   MOVE "* INFORME A EMPRESA (UMA POR EXECUCAO) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
       INC-LIM.
                ACCEPT TW-LIMITE
                IF W-LIMITE = ZEROS
                   MOVE "*** INFORME O LIMITE DE DIFERENCA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LIM.
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
           OPEN INPUT ARQCARG
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQFUNC
              MOVE "* ARQUIVO DE CARGOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQFUNC ARQCARG
              MOVE "* ARQUIVO DA FOLHA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQIGUALTX
           IF ST-ERRO NOT = "00"
              CLOSE ARQFUNC ARQCARG ARQFOLHA
              MOVE "ERRO ABERTURA DO ARQUIVO ARQIGUAL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-NIVOK
           OPEN INPUT TBNIVEL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-NIVOK.

           MOVE W-SEMESTRE TO CAB1-SEM
           MOVE W-ANO      TO CAB1-ANO
           MOVE W-EMPRESA  TO CAB2-EMP
           MOVE W-LIMITE   TO CAB2-LIMITE
           OPEN INPUT TBPARAM
           IF ST-ERRO2 = "00"
              MOVE W-EMPRESA TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO2 = "00"
                 MOVE PARAM-RAZSOCIAL TO CAB2-RAZAO
                 MOVE PARAM-CNPJ      TO CAB2-CNPJ
              END-IF
              CLOSE TBPARAM.

      *----[ SEMESTRE: MESES 01-06 OU 07-12; QUADRO NO ULTIMO DIA ]----
           IF W-SEMESTRE = 1
              MOVE 1 TO W-MESINI
              COMPUTE W-FIMSEM = (W-ANO * 10000) + 0630
           ELSE
              MOVE 7 TO W-MESINI
              COMPUTE W-FIMSEM = (W-ANO * 10000) + 1231.
           COMPUTE W-LIMINF = 100 - W-LIMITE
           COMPUTE W-LIMSUP = 100 + W-LIMITE

           WRITE REGIGUALTX FROM CAB1
           WRITE REGIGUALTX FROM CAB2
           WRITE REGIGUALTX FROM LINSEP
           WRITE REGIGUALTX FROM CABGRP
           WRITE REGIGUALTX FROM CABGRP1
           WRITE REGIGUALTX FROM CABGRP2

           MOVE 1 TO W-PASSO
           SORT WORKGEN
                ON ASCENDING KEY WK-CODCARG WK-NIVEL WK-GENERO
                                 WK-SALARIO
                INPUT PROCEDURE IS CARREGAR-GEN THRU CARREGAR-GEN-FIM
                OUTPUT PROCEDURE IS IMPRIMIR-GEN
                               THRU IMPRIMIR-GEN-FIM.

           MOVE 1 TO W-G.
       PREPARA-MEDIANA.
           DIVIDE TT-QTD(W-G) BY 2 GIVING TT-METADE(W-G)
                  REMAINDER TT-RESTO(W-G)
           MOVE ZEROS TO TT-POS(W-G) TT-MEDSAL(W-G)
           IF W-G = 1
              MOVE 2 TO W-G
              GO TO PREPARA-MEDIANA.

           MOVE 2 TO W-PASSO
           SORT WORKTOT
                ON ASCENDING KEY WT-GENERO WT-SALARIO
                INPUT PROCEDURE IS CARREGAR-TOT THRU CARREGAR-TOT-FIM
                OUTPUT PROCEDURE IS MEDIANA-TOT THRU MEDIANA-TOT-FIM.

           PERFORM EMITIR-QUADRO THRU EMITIR-QUADRO-FIM
           IF W-TOTGAP NOT = ZEROS
              MOVE "* HA DIFERENCA ACIMA DO LIMITE: ARQIGUAL.DOC *"
              TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: ARQIGUAL.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------[ CARGA: EMPREGADOS ATIVOS NO SEMESTRE ]---------
       CARREGAR-GEN.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO CARREGAR-GEN-FIM.
       CARREGAR-GEN-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-GEN-FIM.
           PERFORM SELECIONAR THRU SELECIONAR-FIM
           IF W-SELOK NOT = "S"
              GO TO CARREGAR-GEN-RD.
           PERFORM CALC-REMUN THRU CALC-REMUN-FIM
           MOVE CODIGOCARG    TO WK-CODCARG
           MOVE NIVELSALARIAL TO WK-NIVEL
           MOVE W-GEN         TO WK-GENERO
           MOVE W-SAL         TO WK-SALARIO
           MOVE W-REMUN       TO WK-REMUN
           MOVE CHAPA         TO WK-CHAPA
           RELEASE REGWORK
           ADD 1 TO TT-QTD(W-GEN)
           ADD W-REMUN TO TT-SOMREM(W-GEN)
           GO TO CARREGAR-GEN-RD.
       CARREGAR-GEN-FIM.
           EXIT.

      *--[ QUEM ENTRA: DA EMPRESA, ATIVO NO FIM DO SEMESTRE, EXCETO T ]
       SELECIONAR.
           MOVE "N" TO W-SELOK
           IF FUNC-EMPRESA = SPACES
              MOVE "01" TO FUNC-EMPRESA.
           IF FUNC-EMPRESA NOT = W-EMPRESA OR FUNC-TPCONTRATO = "T"
                 OR DTADMISSAO = ZEROS
              GO TO SELECIONAR-FIM.
           COMPUTE W-ADM = (ADM-ANO * 10000) + (ADM-MES * 100)
                         + ADM-DIA
           IF W-ADM > W-FIMSEM
              GO TO SELECIONAR-FIM.
           IF DTDESLIGAMENTO NOT = ZEROS
              COMPUTE W-DESL = (DESL-ANO * 10000) + (DESL-MES * 100)
                             + DESL-DIA
              IF W-DESL NOT > W-FIMSEM
                 GO TO SELECIONAR-FIM.
           MOVE ZEROS TO W-GEN
           IF IDENTGEN = "M" OR "m"
              MOVE 1 TO W-GEN
           ELSE
              IF IDENTGEN = "F" OR "f"
                 MOVE 2 TO W-GEN
              ELSE
                 IF SEXO = "M" OR "m"
                    MOVE 1 TO W-GEN
                 ELSE
                    IF SEXO = "F" OR "f"
                       MOVE 2 TO W-GEN.
           IF W-GEN = ZEROS
              IF W-PASSO = 1
                 ADD 1 TO W-TOTSEMGEN
              END-IF
              GO TO SELECIONAR-FIM.
      *----[ SALARIO CONTRATUAL MENSAL: O DA CHAPA OU O DO CARGO ]----
           MOVE SPACES TO TPSALARIO
           MOVE ZEROS TO SALARIOBASE
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "M" TO TPSALARIO.
           IF SALARIOEMP NOT = ZEROS
              MOVE SALARIOEMP TO W-SAL
           ELSE
              MOVE SALARIOBASE TO W-SAL.
           IF TPSALARIO = "H"
              COMPUTE W-SAL = W-SAL * 220
           ELSE
              IF TPSALARIO = "D"
                 COMPUTE W-SAL = W-SAL * 30.
           MOVE "S" TO W-SELOK.
       SELECIONAR-FIM.
           EXIT.

      *----[ MEDIA DO BRUTO DAS FOLHAS MENSAIS DO SEMESTRE ]----
       CALC-REMUN.
           MOVE ZEROS TO W-SOMAFOLHA W-QTDMES
           MOVE W-MESINI TO W-M.
       CALC-REMUN-MES.
           COMPUTE W-COMPET = (W-ANO * 100) + W-M
           MOVE CHAPA    TO FOLHA-CHAPA
           MOVE W-COMPET TO FOLHA-COMPET
           MOVE "M"      TO FOLHA-TIPO
           READ ARQFOLHA
           IF ST-ERRO2 = "00"
              ADD FOLHA-SALBRUTO TO W-SOMAFOLHA
              ADD 1 TO W-QTDMES.
           ADD 1 TO W-M
           IF W-M < W-MESINI + 6
              GO TO CALC-REMUN-MES.
           IF W-QTDMES = ZEROS
              MOVE W-SAL TO W-REMUN
              ADD 1 TO W-TOTSEMFOLHA
           ELSE
              COMPUTE W-REMUN ROUNDED = W-SOMAFOLHA / W-QTDMES.
       CALC-REMUN-FIM.
           EXIT.

      *----------------[ COMPARATIVO POR CARGO/NIVEL ]------------------
       IMPRIMIR-GEN.
           MOVE "S" TO W-PRIMEIRO
           MOVE ZEROS TO W-CARG-ANT W-NIVEL-ANT.
       PROX-GEN.
           RETURN WORKGEN AT END
               GO TO FIM-GEN.
           IF W-PRIMEIRO = "S" OR WK-CODCARG NOT = W-CARG-ANT
                 OR WK-NIVEL NOT = W-NIVEL-ANT
              IF W-PRIMEIRO NOT = "S"
                 PERFORM ESCREVER-GRUPO THRU ESCREVER-GRUPO-FIM
              END-IF
              MOVE WK-CODCARG TO W-CARG-ANT
              MOVE WK-NIVEL   TO W-NIVEL-ANT
              MOVE "N" TO W-PRIMEIRO
              MOVE ZEROS TO GR-QTD(1) GR-SOMREM(1)
              MOVE ZEROS TO GR-QTD(2) GR-SOMREM(2)
           END-IF
           ADD 1 TO GR-QTD(WK-GENERO)
           ADD WK-REMUN TO GR-SOMREM(WK-GENERO)
           IF GR-QTD(WK-GENERO) NOT > 3000
              MOVE WK-SALARIO TO GR-SAL(WK-GENERO GR-QTD(WK-GENERO)).
           GO TO PROX-GEN.
       FIM-GEN.
           IF W-PRIMEIRO NOT = "S"
              PERFORM ESCREVER-GRUPO THRU ESCREVER-GRUPO-FIM.
           WRITE REGIGUALTX FROM LINSEP.
       IMPRIMIR-GEN-FIM.
           EXIT.

      *----[ LINHA DO GRUPO: MEDIAS, MEDIANAS, RAZAO E SITUACAO ]----
       ESCREVER-GRUPO.
           ADD 1 TO W-TOTGRUPO
           MOVE W-CARG-ANT  TO D-CARGO
           MOVE W-NIVEL-ANT TO D-NIVEL
           MOVE SPACES TO D-DENOM D-NIVDESC
           MOVE W-CARG-ANT TO COD
           READ ARQCARG
           IF ST-ERRO2 = "00"
              MOVE DENOM TO D-DENOM.
           IF W-NIVOK = "S"
              MOVE W-NIVEL-ANT TO NIVEL-COD
              READ TBNIVEL
              IF ST-ERRO2 = "00"
                 MOVE NIVEL-DESC TO D-NIVDESC.
           MOVE 1 TO W-G
           PERFORM CALC-MEDIANA THRU CALC-MEDIANA-FIM
           MOVE 2 TO W-G
           PERFORM CALC-MEDIANA THRU CALC-MEDIANA-FIM
           MOVE ZEROS TO W-MEDIAH W-MEDIAM
           IF GR-QTD(1) NOT = ZEROS
              COMPUTE W-MEDIAH ROUNDED = GR-SOMREM(1) / GR-QTD(1).
           IF GR-QTD(2) NOT = ZEROS
              COMPUTE W-MEDIAM ROUNDED = GR-SOMREM(2) / GR-QTD(2).
           MOVE GR-QTD(1)    TO D-QTDH
           MOVE GR-QTD(2)    TO D-QTDM
           MOVE W-MEDIAH     TO D-REMH
           MOVE W-MEDIAM     TO D-REMM
           MOVE GR-MEDSAL(1) TO D-SALH
           MOVE GR-MEDSAL(2) TO D-SALM
           MOVE ZEROS TO D-RAZREM D-RAZSAL
           IF GR-QTD(1) = ZEROS OR GR-QTD(2) = ZEROS
              MOVE "SEM COMPARACAO" TO D-SITUACAO
              GO TO ESCREVER-GRUPO-LIN.
           MOVE "N" TO W-GAP
           MOVE ZEROS TO W-RAZAO
           IF W-MEDIAH NOT = ZEROS
              COMPUTE W-RAZAO ROUNDED = W-MEDIAM * 100 / W-MEDIAH.
           MOVE W-RAZAO TO D-RAZREM
           IF W-RAZAO < W-LIMINF OR W-RAZAO > W-LIMSUP
              MOVE "S" TO W-GAP.
           MOVE ZEROS TO W-RAZAO
           IF GR-MEDSAL(1) NOT = ZEROS
              COMPUTE W-RAZAO ROUNDED = GR-MEDSAL(2) * 100
                                      / GR-MEDSAL(1).
           MOVE W-RAZAO TO D-RAZSAL
           IF W-RAZAO < W-LIMINF OR W-RAZAO > W-LIMSUP
              MOVE "S" TO W-GAP.
           IF W-GAP = "S"
              MOVE "*** DIFERENCA" TO D-SITUACAO
              ADD 1 TO W-TOTGAP
           ELSE
              MOVE "DENTRO LIMITE" TO D-SITUACAO.
       ESCREVER-GRUPO-LIN.
           WRITE REGIGUALTX FROM DETGRP.
       ESCREVER-GRUPO-FIM.
           EXIT.

      *----[ MEDIANA DOS SALARIOS DO GENERO W-G (JA EM ORDEM) ]----
       CALC-MEDIANA.
           MOVE ZEROS TO GR-MEDSAL(W-G)
           IF GR-QTD(W-G) = ZEROS OR GR-QTD(W-G) > 3000
              GO TO CALC-MEDIANA-FIM.
           DIVIDE GR-QTD(W-G) BY 2 GIVING W-METADE REMAINDER W-RESTO
           IF W-RESTO = 1
              MOVE GR-SAL(W-G W-METADE + 1) TO GR-MEDSAL(W-G)
           ELSE
              COMPUTE GR-MEDSAL(W-G) ROUNDED =
                      (GR-SAL(W-G W-METADE) + GR-SAL(W-G W-METADE + 1))
                      / 2.
       CALC-MEDIANA-FIM.
           EXIT.

      *----------------[ CARGA DO QUADRO GERAL (MESMO FILTRO) ]---------
       CARREGAR-TOT.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO CARREGAR-TOT-FIM.
       CARREGAR-TOT-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-TOT-FIM.
           PERFORM SELECIONAR THRU SELECIONAR-FIM
           IF W-SELOK NOT = "S"
              GO TO CARREGAR-TOT-RD.
           MOVE W-GEN TO WT-GENERO
           MOVE W-SAL TO WT-SALARIO
           RELEASE REGWTOT
           GO TO CARREGAR-TOT-RD.
       CARREGAR-TOT-FIM.
           EXIT.

      *----[ MEDIANA GERAL: POSICAO DO MEIO JA CONHECIDA NA 1a CARGA ]--
       MEDIANA-TOT.
           RETURN WORKTOT AT END
               GO TO MEDIANA-TOT-FIM.
           MOVE WT-GENERO TO W-G
           ADD 1 TO TT-POS(W-G)
           IF TT-RESTO(W-G) = 1
              IF TT-POS(W-G) = TT-METADE(W-G) + 1
                 MOVE WT-SALARIO TO TT-MEDSAL(W-G)
              END-IF
           ELSE
              IF TT-POS(W-G) = TT-METADE(W-G)
                 MOVE WT-SALARIO TO TT-MEDSAL(W-G)
              ELSE
                 IF TT-POS(W-G) = TT-METADE(W-G) + 1
                    COMPUTE TT-MEDSAL(W-G) ROUNDED =
                            (TT-MEDSAL(W-G) + WT-SALARIO) / 2.
           GO TO MEDIANA-TOT.
       MEDIANA-TOT-FIM.
           EXIT.

      *----------------[ QUADRO GERAL DA EMPRESA ]----------------------
       EMITIR-QUADRO.
           WRITE REGIGUALTX FROM CABTOT
           WRITE REGIGUALTX FROM LINBR
           MOVE SPACES TO LQ-OBS LT-OBS
           MOVE "TOTAL DE EMPREGADOS NO FIM DO SEMESTRE..........:"
           TO LQ-DESCR
           COMPUTE LQ-VALOR = TT-QTD(1) + TT-QTD(2)
           IF TT-QTD(1) + TT-QTD(2) < 100
              MOVE "MENOS DE 100: RELATORIO NAO OBRIGATORIO" TO LQ-OBS.
           WRITE REGIGUALTX FROM LINTOTQ
           MOVE SPACES TO LQ-OBS
           MOVE "MULHERES........................................:"
           TO LQ-DESCR
           MOVE TT-QTD(2) TO LQ-VALOR
           WRITE REGIGUALTX FROM LINTOTQ
           MOVE "HOMENS..........................................:"
           TO LQ-DESCR
           MOVE TT-QTD(1) TO LQ-VALOR
           WRITE REGIGUALTX FROM LINTOTQ
           WRITE REGIGUALTX FROM LINBR

           MOVE ZEROS TO W-MEDIAH W-MEDIAM
           IF TT-QTD(1) NOT = ZEROS
              COMPUTE W-MEDIAH ROUNDED = TT-SOMREM(1) / TT-QTD(1).
           IF TT-QTD(2) NOT = ZEROS
              COMPUTE W-MEDIAM ROUNDED = TT-SOMREM(2) / TT-QTD(2).
           MOVE "REMUNERACAO MEDIA - MULHERES (R$)...............:"
           TO LT-DESCR
           MOVE W-MEDIAM TO LT-VALOR
           WRITE REGIGUALTX FROM LINTOT
           MOVE "REMUNERACAO MEDIA - HOMENS (R$).................:"
           TO LT-DESCR
           MOVE W-MEDIAH TO LT-VALOR
           WRITE REGIGUALTX FROM LINTOT
           MOVE ZEROS TO W-RAZAO
           IF W-MEDIAH NOT = ZEROS
              COMPUTE W-RAZAO ROUNDED = W-MEDIAM * 100 / W-MEDIAH.
           MOVE "RAZAO DA REMUNERACAO MEDIA MULHERES/HOMENS (%)..:"
           TO LT-DESCR
           MOVE W-RAZAO TO LT-VALOR
           PERFORM AVALIAR-RAZAO THRU AVALIAR-RAZAO-FIM
           WRITE REGIGUALTX FROM LINTOT
           MOVE SPACES TO LT-OBS
           WRITE REGIGUALTX FROM LINBR

           MOVE "SALARIO CONTRATUAL MEDIANO - MULHERES (R$)......:"
           TO LT-DESCR
           MOVE TT-MEDSAL(2) TO LT-VALOR
           WRITE REGIGUALTX FROM LINTOT
           MOVE "SALARIO CONTRATUAL MEDIANO - HOMENS (R$)........:"
           TO LT-DESCR
           MOVE TT-MEDSAL(1) TO LT-VALOR
           WRITE REGIGUALTX FROM LINTOT
           MOVE ZEROS TO W-RAZAO
           IF TT-MEDSAL(1) NOT = ZEROS
              COMPUTE W-RAZAO ROUNDED = TT-MEDSAL(2) * 100
                                      / TT-MEDSAL(1).
           MOVE "RAZAO DO SALARIO MEDIANO MULHERES/HOMENS (%)....:"
           TO LT-DESCR
           MOVE W-RAZAO TO LT-VALOR
           PERFORM AVALIAR-RAZAO THRU AVALIAR-RAZAO-FIM
           WRITE REGIGUALTX FROM LINTOT
           MOVE SPACES TO LT-OBS
           WRITE REGIGUALTX FROM LINBR

           MOVE "GRUPOS CARGO/NIVEL COMPARADOS...................:"
           TO LQ-DESCR
           MOVE W-TOTGRUPO TO LQ-VALOR
           WRITE REGIGUALTX FROM LINTOTQ
           MOVE "GRUPOS COM DIFERENCA ACIMA DO LIMITE............:"
           TO LQ-DESCR
           MOVE W-TOTGAP TO LQ-VALOR
           WRITE REGIGUALTX FROM LINTOTQ
           MOVE "EMPREGADOS SEM FOLHA NO SEMESTRE................:"
           TO LQ-DESCR
           MOVE W-TOTSEMFOLHA TO LQ-VALOR
           WRITE REGIGUALTX FROM LINTOTQ
           MOVE "EMPREGADOS SEM GENERO INFORMADO (FORA)..........:"
           TO LQ-DESCR
           MOVE W-TOTSEMGEN TO LQ-VALOR
           WRITE REGIGUALTX FROM LINTOTQ
           WRITE REGIGUALTX FROM LINSEP
           WRITE REGIGUALTX FROM LINOBS1
           WRITE REGIGUALTX FROM LINOBS2
           WRITE REGIGUALTX FROM LINOBS3.
       EMITIR-QUADRO-FIM.
           EXIT.

       AVALIAR-RAZAO.
           MOVE SPACES TO LT-OBS
           IF TT-QTD(1) = ZEROS OR TT-QTD(2) = ZEROS
              MOVE "SEM COMPARACAO" TO LT-OBS
              GO TO AVALIAR-RAZAO-FIM.
           IF W-RAZAO < W-LIMINF OR W-RAZAO > W-LIMSUP
              MOVE "*** DIFERENCA ACIMA DO LIMITE ***" TO LT-OBS.
       AVALIAR-RAZAO-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQCARG ARQFOLHA ARQIGUALTX.
           IF W-NIVOK = "S"
              CLOSE TBNIVEL.
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
       FIM-ROT-IGUAL.
