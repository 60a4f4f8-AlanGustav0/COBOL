       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP174.
      ********************************************************
      * ABSENTEISMO POR DEPARTAMENTO E POR CARGO              *
      * NA COMPETENCIA E NOS 12 MESES ATE ELA (MOVEL):        *
      *  - FALTAS DO PONTO (ARQPONTO)                         *
      *  - AFASTAMENTOS (ARQAFAST) POR TIPO: DOENCA,          *
      *    ACIDENTE, MATERNIDADE E LICENCA, DIAS DENTRO DO    *
      *    PERIODO EM MESES DE 30 DIAS                        *
      *  - SUSPENSOES DISCIPLINARES (ARQDISC TIPO S)          *
      * TAXA = DIAS PERDIDOS / (FUNCIONARIOS X 30) - NOS 12   *
      * MESES O DIVISOR E FUNCIONARIOS-MES. CUSTO = DIAS X    *
      * SALARIO/30. GRUPO PELA LOTACAO ATUAL DO CADASTRO.     *
      * FATOR BRADFORD (OCORRENCIAS AO QUADRADO X DIAS, NOS   *
      * 12 MESES) DAS AUSENCIAS CURTAS: CADA FALTA E UMA      *
      * OCORRENCIA E CADA AFASTAMENTO POR DOENCA INICIADO NO  *
      * PERIODO E OUTRA. LISTA OS 20 MAIORES. GERA ABSENT.DOC *
      * MODO LOTE (FPP028): FPP174_BATCH=S E FPP174_COMP      *
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
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PONTO-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFAST-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDISC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DSC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQABSTX ASSIGN TO DISK
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
           03 DTADMISSAOX REDEFINES DTADMISSAO.
            05 ADM-DIA           PIC 9(02).
            05 ADM-MES           PIC 9(02).
            05 ADM-ANO           PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 DTDESLIGX REDEFINES DTDESLIGAMENTO.
            05 DSL-DIA           PIC 9(02).
            05 DSL-MES           PIC 9(02).
            05 DSL-ANO           PIC 9(04).
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
       FD ARQPONTO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 PONTO-KEY.
            05 PONTO-CHAPA        PIC 9(06).
            05 PONTO-COMPET       PIC 9(06).
           03 PONTO-QTDTRAB      PIC 9(03).
           03 PONTO-HE50         PIC 9(03).
           03 PONTO-HE100        PIC 9(03).
           03 PONTO-HNOT         PIC 9(03).
           03 PONTO-FALTAS       PIC 9(02).
      *----[ P=PENDENTE A=APROVADO (FPP087) ]----
           03 PONTO-APROV        PIC X(01).
           03 PONTO-APROVADOR    PIC X(08).
           03 PONTO-DTAPROV      PIC 9(08).
           03 PONTO-HRAPROV      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQAFAST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFAST-KEY.
            05 AFAST-CHAPA        PIC 9(06).
            05 AFAST-INI          PIC 9(08).
           03 AFAST-NOME         PIC X(30).
      *----[ M=MATERNIDADE D=DOENCA A=ACIDENTE L=LICENCA ]----
           03 AFAST-TIPO         PIC X(01).
           03 AFAST-DTINI        PIC 9(08).
           03 AFAST-DTINIX REDEFINES AFAST-DTINI.
            05 AFAST-DIAINI       PIC 9(02).
            05 AFAST-MESINI       PIC 9(02).
            05 AFAST-ANOINI       PIC 9(04).
           03 AFAST-DTRET        PIC 9(08).
           03 AFAST-DTRETX REDEFINES AFAST-DTRET.
            05 AFAST-DIARET       PIC 9(02).
            05 AFAST-MESRET       PIC 9(02).
            05 AFAST-ANORET       PIC 9(04).
           03 AFAST-STATUS       PIC X(01).
      *-----------------------------------------------------------------
       FD ARQDISC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
           03 DSC-KEY.
            05 DSC-CHAPA          PIC 9(06).
            05 DSC-DATA           PIC 9(08).
            05 DSC-DATAX REDEFINES DSC-DATA.
             07 DSC-ANO            PIC 9(04).
             07 DSC-MES            PIC 9(02).
             07 DSC-DIA            PIC 9(02).
      *----[ A=ADVERTENCIA S=SUSPENSAO ]----
           03 DSC-TIPO           PIC X(01).
           03 DSC-DIAS           PIC 9(02).
           03 DSC-MOTIVO         PIC X(30).
           03 DSC-GESTOR         PIC X(30).
           03 DSC-OPERADOR       PIC X(08).
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
       FD ARQABSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ABSENT.DOC".
       01 REGABSTX                     PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-BATCHFLAG     PIC X(01) VALUE SPACES.
       01 W-PONTOOK       PIC X(01) VALUE "N".
       01 W-AFASTOK       PIC X(01) VALUE "N".
       01 W-DISCOK        PIC X(01) VALUE "N".
       01 W-DEPOK         PIC X(01) VALUE "N".
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPETENV     PIC X(06) VALUE SPACES.
       01 W-COMPETENV-N REDEFINES W-COMPETENV.
          03 W-COMPETENV-MES PIC 9(02).
          03 W-COMPETENV-ANO PIC 9(04).
      *----[ JANELA: COMPETENCIA E OS 11 MESES ANTERIORES ]----
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-COMPINI.
          03 W-COMPINI-ANO   PIC 9(04).
          03 W-COMPINI-MES   PIC 9(02).
       01 W-COMPINI-N REDEFINES W-COMPINI PIC 9(06).
      *----[ MES CORRIDO = ANO X 12 + MES ]----
       01 W-MI-INI        PIC 9(06) VALUE ZEROS.
       01 W-MI-FIM        PIC 9(06) VALUE ZEROS.
       01 W-MI-ADM        PIC 9(06) VALUE ZEROS.
       01 W-MI-DSL        PIC 9(06) VALUE ZEROS.
       01 W-MI-LO         PIC 9(06) VALUE ZEROS.
       01 W-MI-HI         PIC 9(06) VALUE ZEROS.
       01 W-MI-DSC        PIC 9(06) VALUE ZEROS.
      *----[ DIA CORRIDO EM MESES DE 30 DIAS (COMO NA FOLHA) ]----
       01 W-SER-WINI      PIC 9(09) VALUE ZEROS.
       01 W-SER-MINI      PIC 9(09) VALUE ZEROS.
       01 W-SER-WFIM      PIC 9(09) VALUE ZEROS.
       01 W-SER-AINI      PIC 9(09) VALUE ZEROS.
       01 W-SER-AFIM      PIC 9(09) VALUE ZEROS.
       01 W-SER-LO        PIC 9(09) VALUE ZEROS.
       01 W-SER-HI        PIC 9(09) VALUE ZEROS.
       01 W-SER-INI       PIC 9(09) VALUE ZEROS.
       01 W-SER-FIM       PIC 9(09) VALUE ZEROS.
       01 W-SOBRE         PIC 9(05) VALUE ZEROS.
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
      *----[ MOTIVOS: 1=FALTA 2=DOENCA 3=ACIDENTE 4=MATERNIDADE ]----
      *----[          5=LICENCA 6=SUSPENSAO                     ]----
       01 W-R             PIC 9(01) VALUE ZEROS.
       01 W-P             PIC 9(01) VALUE ZEROS.
       01 W-T             PIC 9(01) VALUE ZEROS.
       01 W-IG            PIC 9(04) VALUE ZEROS COMP.
       01 W-IB            PIC 9(02) VALUE ZEROS COMP.
       01 W-IB2           PIC 9(02) VALUE ZEROS COMP.
       01 W-CODGRP        PIC 9(03) VALUE ZEROS.
      *----[ DA CHAPA: PERIODO 1=COMPETENCIA 2=12 MESES ]----
       01 TABEMP.
          03 TE-PER OCCURS 2 TIMES.
             05 TE-FUNC       PIC 9(02).
             05 TE-DIAS       PIC 9(05) OCCURS 6 TIMES.
             05 TE-TOTDIAS    PIC 9(05).
       01 W-BRADOCOR      PIC 9(03) VALUE ZEROS.
       01 W-BRADDIAS      PIC 9(03) VALUE ZEROS.
       01 W-BRADFATOR     PIC 9(07) VALUE ZEROS.
       01 W-CUSTO         PIC 9(09)V99 VALUE ZEROS.
      *----[ GRUPOS: TIPO 1=DEPARTAMENTO 2=CARGO, POSICAO CODIGO+1 ]----
       01 TABGRP.
          03 TG-TIPO OCCURS 2 TIMES.
             05 TG-ITEM OCCURS 1000 TIMES.
                07 TG-PER OCCURS 2 TIMES.
                   09 TG-FUNC    PIC 9(06).
                   09 TG-DIAS    PIC 9(06) OCCURS 6 TIMES.
                   09 TG-CUSTO   PIC 9(09)V99.
       01 TABGT.
          03 GT-PER OCCURS 2 TIMES.
             05 GT-FUNC       PIC 9(07).
             05 GT-DIAS       PIC 9(07) OCCURS 6 TIMES.
             05 GT-CUSTO      PIC 9(10)V99.
       01 W-TOTDIAS       PIC 9(07) VALUE ZEROS.
       01 W-TAXA          PIC 9(03)V99 VALUE ZEROS.
      *----[ MAIORES FATORES BRADFORD, EM ORDEM DECRESCENTE ]----
       01 W-QTDB          PIC 9(02) VALUE ZEROS.
       01 TABBRAD.
          03 TB-ITEM OCCURS 20 TIMES.
             05 TB-CHAPA      PIC 9(06).
             05 TB-NOME       PIC X(30).
             05 TB-DEP        PIC 9(03).
             05 TB-CARG       PIC 9(03).
             05 TB-OCOR       PIC 9(03).
             05 TB-DIAS       PIC 9(03).
             05 TB-FATOR      PIC 9(07).

       01  CAB1.
           05  FILLER PIC X(040) VALUE
           "ABSENTEISMO POR DEPARTAMENTO E CARGO - C".
           05  FILLER PIC X(011) VALUE
           "OMPETENCIA ".
           05  CAB1-MES      PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999.
           05  FILLER PIC X(018) VALUE
           "  12 MESES DESDE ".
           05  CAB1-MESI     PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANOI     PIC 9999.
           05  FILLER PIC X(012) VALUE
           "  GERADO EM ".
           05  CAB1-HOJE     PIC 9999/99/99.

       01  CAB1B.
           05  FILLER PIC X(040) VALUE
           "FUNC = FUNCIONARIOS NO MES / FUNCIONARIO".
           05  FILLER PIC X(040) VALUE
           "S-MES NOS 12M. TAXA = DIAS/(FUNC X 30). ".
           05  FILLER PIC X(040) VALUE
           "CUSTO = DIAS X SALARIO ATUAL / 30       ".

       01  CAB1C.
           05  FILLER PIC X(010) VALUE "*** POR ".
           05  CAB1C-TIPO    PIC X(12).

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "COD DESCRICAO                 PER.   FUN".
           05  FILLER PIC X(040) VALUE
           "C  FALTAS  DOENCA  ACIDEN  MATERN  LICEN".
           05  FILLER PIC X(040) VALUE
           "C  SUSPEN   TOTAL   TAXA%         CUSTO".

       01  CAB3.
           05  FILLER PIC X(066) VALUE ALL "-".
           05  FILLER PIC X(066) VALUE ALL "-".

       01  DET.
           05  D-COD         PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PER         PIC X(05) VALUE SPACES.
           05  D-FUNC        PIC ZZZZZZ9.
           05  D-ITEM OCCURS 6 TIMES.
               07  D-DIAS    PIC ZZZZZZ9.
               07  FILLER    PIC X(01) VALUE SPACES.
           05  D-TOTDIAS     PIC ZZZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-TAXA        PIC ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CUSTO       PIC ZZ.ZZZ.ZZ9,99.

       01  CABB1.
           05  FILLER PIC X(040) VALUE
           "*** FATOR BRADFORD - 12 MESES (FALTAS E ".
           05  FILLER PIC X(040) VALUE
           "DOENCA): OCORRENCIAS X OCORRENCIAS X DIA".
           05  FILLER PIC X(002) VALUE
           "S".

       01  CABB2.
           05  FILLER PIC X(040) VALUE
           " CHAPA NOME                           DE".
           05  FILLER PIC X(040) VALUE
           "P CARGO  OCORR.  DIAS     FATOR".

       01  DETB.
           05  DB-CHAPA      PIC 9(06).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DB-NOME       PIC X(30).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DB-DEP        PIC ZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DB-CARG       PIC ZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DB-OCOR       PIC ZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DB-DIAS       PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DB-FATOR      PIC ZZZZZZ9.

       01  LINSEMB.
           05  FILLER PIC X(040) VALUE
           "    NENHUMA AUSENCIA CURTA NO PERIODO   ".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAABS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ABSENTEISMO POR DEPARTAMENTO E CARG".
           05  LINE 02  COLUMN 42
               VALUE  "O ***".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 08  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )    :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 06  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 08  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO TABGRP TABGT TABBRAD W-QTDB
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP174_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELAABS.
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
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                GO TO INC-REF.

       INC-COMPB.
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP174_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP174_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO.

       INC-REF.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-COMPENTR-MES TO W-COMPET-MES
           MOVE W-COMPENTR-ANO TO W-COMPET-ANO
           COMPUTE W-MI-FIM = W-COMPET-ANO * 12 + W-COMPET-MES
           COMPUTE W-MI-INI = W-MI-FIM - 11
           MOVE W-COMPET-ANO TO W-COMPINI-ANO
           COMPUTE W-COMPINI-MES = W-COMPET-MES + 1
           IF W-COMPINI-MES > 12
              MOVE 1 TO W-COMPINI-MES
           ELSE
              SUBTRACT 1 FROM W-COMPINI-ANO.
           COMPUTE W-SER-WINI = (W-COMPINI-ANO * 360)
                              + ((W-COMPINI-MES - 1) * 30) + 1
           COMPUTE W-SER-WFIM = (W-COMPET-ANO * 360)
                              + ((W-COMPET-MES - 1) * 30) + 30
           COMPUTE W-SER-MINI = W-SER-WFIM - 29.

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQABSTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ABSENT.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           MOVE "N" TO W-PONTOOK W-AFASTOK W-DISCOK W-DEPOK W-CARGOK
           OPEN INPUT ARQPONTO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PONTOOK.
           OPEN INPUT ARQAFAST
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-AFASTOK.
           OPEN INPUT ARQDISC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DISCOK.
           OPEN INPUT ARQDEP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPOK.
           OPEN INPUT ARQCARG
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CARGOK.

      *------[ AUSENCIAS DE CADA CHAPA NA JANELA ]----------------------
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO IMPRIMIR.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIMIR.
           IF FUNCSTATUS = "D" AND DTDESLIGAMENTO = ZEROS
              GO TO LER-FUNC.
           MOVE ZEROS TO TABEMP W-BRADOCOR W-BRADDIAS
      *----[ MESES DE VINCULO DENTRO DA JANELA E NA COMPETENCIA ]----
           COMPUTE W-MI-ADM = ADM-ANO * 12 + ADM-MES
           MOVE 999999 TO W-MI-DSL
           IF DTDESLIGAMENTO NOT = ZEROS
              COMPUTE W-MI-DSL = DSL-ANO * 12 + DSL-MES.
           MOVE W-MI-INI TO W-MI-LO
           IF W-MI-ADM > W-MI-LO
              MOVE W-MI-ADM TO W-MI-LO.
           MOVE W-MI-FIM TO W-MI-HI
           IF W-MI-DSL < W-MI-HI
              MOVE W-MI-DSL TO W-MI-HI.
           IF W-MI-HI < W-MI-LO
              GO TO LER-FUNC.
           COMPUTE TE-FUNC(2) = W-MI-HI - W-MI-LO + 1
           IF W-MI-HI = W-MI-FIM
              MOVE 1 TO TE-FUNC(1).
           PERFORM BUSCAR-FALTAS THRU BUSCAR-FALTAS-FIM
           PERFORM BUSCAR-AFAST THRU BUSCAR-AFAST-FIM
           PERFORM BUSCAR-SUSP THRU BUSCAR-SUSP-FIM
           PERFORM ACUMULAR THRU ACUMULAR-FIM
           PERFORM GUARDAR-BRAD THRU GUARDAR-BRAD-FIM
           GO TO LER-FUNC.

      *------[ RELATORIO ]----------------------------------------------
       IMPRIMIR.
           MOVE W-COMPET-MES  TO CAB1-MES
           MOVE W-COMPET-ANO  TO CAB1-ANO
           MOVE W-COMPINI-MES TO CAB1-MESI
           MOVE W-COMPINI-ANO TO CAB1-ANOI
           MOVE W-DATAHOJE    TO CAB1-HOJE
           WRITE REGABSTX FROM CAB1
           WRITE REGABSTX FROM CAB1B
           MOVE 1 TO W-T.
       IMPRIMIR-TIPO.
           IF W-T > 2
              GO TO IMPRIMIR-BRAD.
           WRITE REGABSTX FROM CABBLANK
           IF W-T = 1
              MOVE "DEPARTAMENTO" TO CAB1C-TIPO
           ELSE
              MOVE "CARGO"        TO CAB1C-TIPO.
           WRITE REGABSTX FROM CAB1C
           WRITE REGABSTX FROM CAB3
           WRITE REGABSTX FROM CAB2
           WRITE REGABSTX FROM CAB3
           MOVE ZEROS TO TABGT
           MOVE 1 TO W-IG.
       IMPRIMIR-GRP.
           IF W-IG > 1000
              GO TO IMPRIMIR-GT.
           IF TG-FUNC(W-T, W-IG, 2) = ZEROS
              ADD 1 TO W-IG
              GO TO IMPRIMIR-GRP.
           COMPUTE W-CODGRP = W-IG - 1
           PERFORM BUSCAR-DESCR THRU BUSCAR-DESCR-FIM
           MOVE W-CODGRP TO D-COD
           MOVE 1 TO W-P.
       IMPRIMIR-GRP-PER.
           MOVE TG-FUNC(W-T, W-IG, W-P) TO D-FUNC
           ADD TG-FUNC(W-T, W-IG, W-P) TO GT-FUNC(W-P)
           MOVE ZEROS TO W-TOTDIAS
           MOVE 1 TO W-R.
       IMPRIMIR-GRP-MOT.
           MOVE TG-DIAS(W-T, W-IG, W-P, W-R) TO D-DIAS(W-R)
           ADD TG-DIAS(W-T, W-IG, W-P, W-R) TO W-TOTDIAS
           ADD TG-DIAS(W-T, W-IG, W-P, W-R) TO GT-DIAS(W-P, W-R)
           ADD 1 TO W-R
           IF W-R NOT > 6
              GO TO IMPRIMIR-GRP-MOT.
           MOVE TG-CUSTO(W-T, W-IG, W-P) TO D-CUSTO
           ADD TG-CUSTO(W-T, W-IG, W-P) TO GT-CUSTO(W-P)
           MOVE ZEROS TO W-TAXA
           IF TG-FUNC(W-T, W-IG, W-P) NOT = ZEROS
              COMPUTE W-TAXA ROUNDED = W-TOTDIAS * 100
                                   / (TG-FUNC(W-T, W-IG, W-P) * 30).
           PERFORM IMPRIMIR-LINHA THRU IMPRIMIR-LINHA-FIM
           MOVE ZEROS  TO D-COD
           MOVE SPACES TO D-DESCR
           ADD 1 TO W-P
           IF W-P NOT > 2
              GO TO IMPRIMIR-GRP-PER.
           WRITE REGABSTX FROM CABBLANK
           ADD 1 TO W-IG
           GO TO IMPRIMIR-GRP.

       IMPRIMIR-GT.
           WRITE REGABSTX FROM CAB3
           MOVE ZEROS TO D-COD
           MOVE "*** TOTAL" TO D-DESCR
           MOVE 1 TO W-P.
       IMPRIMIR-GT-PER.
           MOVE GT-FUNC(W-P) TO D-FUNC
           MOVE ZEROS TO W-TOTDIAS
           MOVE 1 TO W-R.
       IMPRIMIR-GT-MOT.
           MOVE GT-DIAS(W-P, W-R) TO D-DIAS(W-R)
           ADD GT-DIAS(W-P, W-R) TO W-TOTDIAS
           ADD 1 TO W-R
           IF W-R NOT > 6
              GO TO IMPRIMIR-GT-MOT.
           MOVE GT-CUSTO(W-P) TO D-CUSTO
           MOVE ZEROS TO W-TAXA
           IF GT-FUNC(W-P) NOT = ZEROS
              COMPUTE W-TAXA ROUNDED = W-TOTDIAS * 100
                                   / (GT-FUNC(W-P) * 30).
           PERFORM IMPRIMIR-LINHA THRU IMPRIMIR-LINHA-FIM
           MOVE SPACES TO D-DESCR
           ADD 1 TO W-P
           IF W-P NOT > 2
              GO TO IMPRIMIR-GT-PER.
           ADD 1 TO W-T
           GO TO IMPRIMIR-TIPO.

       IMPRIMIR-BRAD.
           WRITE REGABSTX FROM CABBLANK
           WRITE REGABSTX FROM CABB1
           WRITE REGABSTX FROM CAB3
           WRITE REGABSTX FROM CABB2
           IF W-QTDB = ZEROS
              WRITE REGABSTX FROM LINSEMB
              GO TO FIM-ABS.
           MOVE 1 TO W-IB.
       IMPRIMIR-BRAD-LIN.
           IF W-IB > W-QTDB
              GO TO FIM-ABS.
           MOVE TB-CHAPA(W-IB) TO DB-CHAPA
           MOVE TB-NOME(W-IB)  TO DB-NOME
           MOVE TB-DEP(W-IB)   TO DB-DEP
           MOVE TB-CARG(W-IB)  TO DB-CARG
           MOVE TB-OCOR(W-IB)  TO DB-OCOR
           MOVE TB-DIAS(W-IB)  TO DB-DIAS
           MOVE TB-FATOR(W-IB) TO DB-FATOR
           WRITE REGABSTX FROM DETB
           ADD 1 TO W-IB
           GO TO IMPRIMIR-BRAD-LIN.

       FIM-ABS.
           MOVE 0 TO RETURN-CODE
           IF W-BATCHFLAG = "S" OR "s"
              GO TO ROT-FIM.
           MOVE "*** RELATORIO GERADO: ABSENT.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       IMPRIMIR-LINHA.
           IF W-P = 1
              MOVE "MES"   TO D-PER
           ELSE
              MOVE "12M"   TO D-PER.
           MOVE W-TOTDIAS TO D-TOTDIAS
           MOVE W-TAXA    TO D-TAXA
           WRITE REGABSTX FROM DET.
       IMPRIMIR-LINHA-FIM.
           EXIT.

      *----[ FALTAS DO PONTO, UMA OCORRENCIA POR DIA DE FALTA ]----
       BUSCAR-FALTAS.
           IF W-PONTOOK NOT = "S"
              GO TO BUSCAR-FALTAS-FIM.
           MOVE CHAPA TO PONTO-CHAPA
           MOVE W-COMPINI-N TO PONTO-COMPET
           START ARQPONTO KEY IS NOT LESS PONTO-KEY
               INVALID KEY GO TO BUSCAR-FALTAS-FIM.
       BUSCAR-FALTAS-RD.
           READ ARQPONTO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCAR-FALTAS-FIM.
           IF PONTO-CHAPA NOT = CHAPA OR PONTO-COMPET > W-COMPET-N
              GO TO BUSCAR-FALTAS-FIM.
           ADD PONTO-FALTAS TO TE-DIAS(2, 1) W-BRADOCOR W-BRADDIAS
           IF PONTO-COMPET = W-COMPET-N
              ADD PONTO-FALTAS TO TE-DIAS(1, 1).
           GO TO BUSCAR-FALTAS-RD.
       BUSCAR-FALTAS-FIM.
           EXIT.

      *----[ DIAS DE AFASTAMENTO DENTRO DA COMPETENCIA E DA JANELA ]----
       BUSCAR-AFAST.
           IF W-AFASTOK NOT = "S"
              GO TO BUSCAR-AFAST-FIM.
           MOVE CHAPA TO AFAST-CHAPA
           MOVE ZEROS TO AFAST-INI
           START ARQAFAST KEY IS NOT LESS AFAST-KEY
               INVALID KEY GO TO BUSCAR-AFAST-FIM.
       BUSCAR-AFAST-RD.
           READ ARQAFAST NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCAR-AFAST-FIM.
           IF AFAST-CHAPA NOT = CHAPA
              GO TO BUSCAR-AFAST-FIM.
           IF AFAST-STATUS = "E" AND AFAST-DTRET = ZEROS
              GO TO BUSCAR-AFAST-RD.
           IF AFAST-TIPO = "D"
              MOVE 2 TO W-R
           ELSE
              IF AFAST-TIPO = "A"
                 MOVE 3 TO W-R
              ELSE
                 IF AFAST-TIPO = "M"
                    MOVE 4 TO W-R
                 ELSE
                    MOVE 5 TO W-R.
           MOVE AFAST-DIAINI TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SER-AINI = (AFAST-ANOINI * 360)
                              + ((AFAST-MESINI - 1) * 30) + W-DIA30
           IF AFAST-DTRET = ZEROS
              MOVE 999999999 TO W-SER-AFIM
           ELSE
              MOVE AFAST-DIARET TO W-DIA30
              IF W-DIA30 > 30
                 MOVE 30 TO W-DIA30
              END-IF
              COMPUTE W-SER-AFIM = (AFAST-ANORET * 360)
                                 + ((AFAST-MESRET - 1) * 30)
                                 + W-DIA30 - 1.
           MOVE W-SER-WINI TO W-SER-LO
           PERFORM SOBREPOR THRU SOBREPOR-FIM
           ADD W-SOBRE TO TE-DIAS(2, W-R)
           IF W-R = 2
              ADD W-SOBRE TO W-BRADDIAS
              IF W-SER-AINI NOT < W-SER-WINI
                 AND W-SER-AINI NOT > W-SER-WFIM
                 ADD 1 TO W-BRADOCOR.
           MOVE W-SER-MINI TO W-SER-LO
           PERFORM SOBREPOR THRU SOBREPOR-FIM
           ADD W-SOBRE TO TE-DIAS(1, W-R)
           GO TO BUSCAR-AFAST-RD.
       BUSCAR-AFAST-FIM.
           EXIT.

      *----[ DIAS DO AFASTAMENTO ENTRE W-SER-LO E O FIM DA JANELA ]----
       SOBREPOR.
           MOVE ZEROS TO W-SOBRE
           MOVE W-SER-WFIM TO W-SER-HI
           IF W-SER-AINI > W-SER-LO
              MOVE W-SER-AINI TO W-SER-INI
           ELSE
              MOVE W-SER-LO TO W-SER-INI.
           IF W-SER-AFIM < W-SER-HI
              MOVE W-SER-AFIM TO W-SER-FIM
           ELSE
              MOVE W-SER-HI TO W-SER-FIM.
           IF W-SER-FIM NOT LESS W-SER-INI
              COMPUTE W-SOBRE = W-SER-FIM - W-SER-INI + 1.
       SOBREPOR-FIM.
           EXIT.

      *----[ SUSPENSOES: DIAS NO MES DA APLICACAO ]----
       BUSCAR-SUSP.
           IF W-DISCOK NOT = "S"
              GO TO BUSCAR-SUSP-FIM.
           MOVE CHAPA TO DSC-CHAPA
           MOVE ZEROS TO DSC-DATA
           START ARQDISC KEY IS NOT LESS DSC-KEY
               INVALID KEY GO TO BUSCAR-SUSP-FIM.
       BUSCAR-SUSP-RD.
           READ ARQDISC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCAR-SUSP-FIM.
           IF DSC-CHAPA NOT = CHAPA
              GO TO BUSCAR-SUSP-FIM.
           IF DSC-TIPO NOT = "S"
              GO TO BUSCAR-SUSP-RD.
           COMPUTE W-MI-DSC = DSC-ANO * 12 + DSC-MES
           IF W-MI-DSC < W-MI-INI OR W-MI-DSC > W-MI-FIM
              GO TO BUSCAR-SUSP-RD.
           ADD DSC-DIAS TO TE-DIAS(2, 6)
           IF W-MI-DSC = W-MI-FIM
              ADD DSC-DIAS TO TE-DIAS(1, 6).
           GO TO BUSCAR-SUSP-RD.
       BUSCAR-SUSP-FIM.
           EXIT.

      *----[ SOMA A CHAPA NO DEPARTAMENTO E NO CARGO ATUAIS ]----
       ACUMULAR.
           MOVE 1 TO W-P.
       ACUMULAR-PER.
           MOVE ZEROS TO TE-TOTDIAS(W-P)
           MOVE 1 TO W-R.
       ACUMULAR-MOT.
           ADD TE-DIAS(W-P, W-R) TO TE-TOTDIAS(W-P)
           COMPUTE W-IG = CODDEP + 1
           ADD TE-DIAS(W-P, W-R) TO TG-DIAS(1, W-IG, W-P, W-R)
           COMPUTE W-IG = CODIGOCARG + 1
           ADD TE-DIAS(W-P, W-R) TO TG-DIAS(2, W-IG, W-P, W-R)
           ADD 1 TO W-R
           IF W-R NOT > 6
              GO TO ACUMULAR-MOT.
           COMPUTE W-CUSTO ROUNDED = TE-TOTDIAS(W-P) * SALARIOEMP / 30
           COMPUTE W-IG = CODDEP + 1
           ADD TE-FUNC(W-P) TO TG-FUNC(1, W-IG, W-P)
           ADD W-CUSTO      TO TG-CUSTO(1, W-IG, W-P)
           COMPUTE W-IG = CODIGOCARG + 1
           ADD TE-FUNC(W-P) TO TG-FUNC(2, W-IG, W-P)
           ADD W-CUSTO      TO TG-CUSTO(2, W-IG, W-P)
           ADD 1 TO W-P
           IF W-P NOT > 2
              GO TO ACUMULAR-PER.
       ACUMULAR-FIM.
           EXIT.

      *----[ ENTRA NA LISTA DOS 20 MAIORES FATORES, SE COUBER ]----
       GUARDAR-BRAD.
           IF W-BRADOCOR = ZEROS
              GO TO GUARDAR-BRAD-FIM.
           COMPUTE W-BRADFATOR = W-BRADOCOR * W-BRADOCOR * W-BRADDIAS
           MOVE 1 TO W-IB.
       GUARDAR-BRAD-POS.
           IF W-IB > W-QTDB
              GO TO GUARDAR-BRAD-ABRE.
           IF W-BRADFATOR > TB-FATOR(W-IB)
              GO TO GUARDAR-BRAD-ABRE.
           ADD 1 TO W-IB
           GO TO GUARDAR-BRAD-POS.
       GUARDAR-BRAD-ABRE.
           IF W-IB > 20
              GO TO GUARDAR-BRAD-FIM.
           IF W-QTDB < 20
              ADD 1 TO W-QTDB.
           MOVE W-QTDB TO W-IB2.
       GUARDAR-BRAD-DESCE.
           IF W-IB2 NOT > W-IB
              GO TO GUARDAR-BRAD-GRAVA.
           MOVE TB-ITEM(W-IB2 - 1) TO TB-ITEM(W-IB2)
           SUBTRACT 1 FROM W-IB2
           GO TO GUARDAR-BRAD-DESCE.
       GUARDAR-BRAD-GRAVA.
           MOVE CHAPA       TO TB-CHAPA(W-IB)
           MOVE NOME        TO TB-NOME(W-IB)
           MOVE CODDEP      TO TB-DEP(W-IB)
           MOVE CODIGOCARG  TO TB-CARG(W-IB)
           MOVE W-BRADOCOR  TO TB-OCOR(W-IB)
           MOVE W-BRADDIAS  TO TB-DIAS(W-IB)
           MOVE W-BRADFATOR TO TB-FATOR(W-IB).
       GUARDAR-BRAD-FIM.
           EXIT.

       BUSCAR-DESCR.
           MOVE "*** NAO CADASTRADO" TO D-DESCR
           IF W-T = 1 AND W-DEPOK = "S"
              MOVE W-CODGRP TO CODIGO
              READ ARQDEP
              IF ST-ERRO2 = "00"
                 MOVE DENOMINACAO TO D-DESCR.
           IF W-T = 2 AND W-CARGOK = "S"
              MOVE W-CODGRP TO COD
              READ ARQCARG
              IF ST-ERRO2 = "00"
                 MOVE DENOM TO D-DESCR.
       BUSCAR-DESCR-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQABSTX.
           IF W-PONTOOK = "S"
              CLOSE ARQPONTO.
           IF W-AFASTOK = "S"
              CLOSE ARQAFAST.
           IF W-DISCOK = "S"
              CLOSE ARQDISC.
           IF W-DEPOK = "S"
              CLOSE ARQDEP.
           IF W-CARGOK = "S"
              CLOSE ARQCARG.
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
       FIM-ROT-ABS.
