       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP120.
      ********************************************************
      * ESPELHO DE PONTO MENSAL POR EMPREGADO                 *
      * LISTA DIA A DIA AS MARCACOES DO ARQMARC (GRAVADAS     *
      * PELO FPP086), HORAS TRABALHADAS, HE50/HE100, HORAS    *
      * NOTURNAS E AUSENCIAS (FALTA/DSR/FERIADO/AFASTADO),    *
      * OS TOTAIS E A SITUACAO DO ARQPONTO (FPP087) E A       *
      * LINHA DE ASSINATURA. CHAPA ZERADA = TODAS. CHAMADO    *
      * PELO FPP087 EM MODO BATCH (FPP120_BATCH/COMP/CHAPA)   *
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

           SELECT ARQPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PONTO-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFAST-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT TBFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FRD-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQESPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
            05 FILLER             PIC X(11).
            05 CODIGOCARG         PIC 9(03).
            05 FILLER             PIC X(164).
            05 FUNC-CPF           PIC 9(11).
            05 FUNC-PIS           PIC 9(11).
            05 FUNC-EMPRESA       PIC X(02).
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
       FD TBFERIAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBFERIAD.DAT".
       01 REGFERIAD.
           03 FRD-KEY.
            05 FRD-DATA           PIC 9(08).
            05 FRD-EMPRESA        PIC X(02).
           03 FRD-DESCR          PIC X(30).
           03 FRD-TIPO           PIC X(01).
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
       FD ARQESPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESPELHO.DOC".
       01 REGESPTX                     PIC X(110).
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
       01 W-CHAPAENV      PIC X(06) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-DATADIA       PIC 9(08) VALUE ZEROS.
       01 W-AFDATA        PIC 9(08) VALUE ZEROS.
       01 W-DIA           PIC 9(02) VALUE ZEROS.
       01 W-DIASMES       PIC 9(02) VALUE ZEROS.
       01 W-RESTO         PIC 9(04) VALUE ZEROS.
       01 W-QUOC          PIC 9(06) VALUE ZEROS.
       01 W-AFASTOK       PIC X(01) VALUE "N".
       01 W-FERIADOK      PIC X(01) VALUE "N".
       01 W-PONTOOK       PIC X(01) VALUE "N".
       01 W-TEMMARC       PIC X(01) VALUE "N".
       01 W-ACHEI         PIC X(01) VALUE "N".
       01 W-IM            PIC 9(02) VALUE ZEROS.
       01 W-MINUTOS       PIC 9(05) VALUE ZEROS.
       01 W-HH            PIC 9(03) VALUE ZEROS.
       01 W-MM            PIC 9(02) VALUE ZEROS.
       01 W-TOTMIN        PIC 9(06) VALUE ZEROS.
       01 W-TOTNOT        PIC 9(06) VALUE ZEROS.
       01 W-TOTHE50       PIC 9(04)V99 VALUE ZEROS.
       01 W-TOTHE100      PIC 9(04)V99 VALUE ZEROS.
       01 W-TOTFALTA      PIC 9(02) VALUE ZEROS.
       01 W-TOTESP        PIC 9(04) VALUE ZEROS.
      *----[ DIA DA SEMANA (ZELLER): 0=SAB 1=DOM 2=SEG ... 6=SEX ]----
       01 W-ZM            PIC 9(04) VALUE ZEROS.
       01 W-ZY            PIC 9(04) VALUE ZEROS.
       01 W-ZK            PIC 9(04) VALUE ZEROS.
       01 W-ZJ            PIC 9(04) VALUE ZEROS.
       01 W-ZH            PIC 9(04) VALUE ZEROS.
       01 W-Z1            PIC 9(04) VALUE ZEROS.
       01 W-Z2            PIC 9(04) VALUE ZEROS.
       01 W-Z3            PIC 9(04) VALUE ZEROS.
       01 W-ZSOMA         PIC 9(06) VALUE ZEROS.
      *----[ ESCALA DO DIA (ROTINA COMUM FPP124) ]----
       01 W-ESCP-PARM.
          03 W-ESCP-OPCAO    PIC X(01).
          03 W-ESCP-CHAPA    PIC 9(06).
          03 W-ESCP-DATA     PIC 9(08).
          03 W-ESCP-ESCALA   PIC 9(03).
          03 W-ESCP-HORAS    PIC 9(02)V99.
          03 W-ESCP-FOLGA    PIC X(01).
          03 W-ESCP-RESULT   PIC X(01).
       01 TABSEMANA.
           03 FILLER PIC X(21) VALUE "SABDOMSEGTERQUAQUISEX".
       01 TABSEMANAX REDEFINES TABSEMANA.
           03 TBSEM       PIC X(03) OCCURS 7 TIMES.

       01  CAB1.
           05  FILLER PIC X(035) VALUE
           "ESPELHO DE PONTO - COMPETENCIA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(012) VALUE "EMPREGADOR: ".
           05  CAB2-RAZAO    PIC X(40) VALUE SPACES.
           05  FILLER PIC X(008) VALUE "  CNPJ: ".
           05  CAB2-CNPJ     PIC X(18) VALUE SPACES.

       01  CAB3.
           05  FILLER PIC X(012) VALUE "EMPREGADO : ".
           05  CAB3-CHAPA    PIC 999999 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE SPACES.
           05  CAB3-NOME     PIC X(30) VALUE SPACES.
           05  FILLER PIC X(007) VALUE "  PIS: ".
           05  CAB3-PIS      PIC 9(11) VALUE ZEROS.

       01  CAB4.
           05  FILLER PIC X(012) VALUE "CARGO     : ".
           05  CAB4-CARGO    PIC X(45) VALUE SPACES.

       01  CAB5.
           05  FILLER PIC X(071) VALUE
           "DATA  SEM  MARCACOES".
           05  FILLER PIC X(039) VALUE
           " TRAB  HE50 HE100   NOT  OCORRENCIA".

       01  LINSEP.
           05  FILLER PIC X(100) VALUE ALL "-".

       01  DET.
           05  D-DIA         PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  D-MES         PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SEM         PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-MARCAS.
               10  D-MARCA   OCCURS 10 TIMES.
                   15  D-MHH PIC 99.
                   15  D-MSP PIC X(01).
                   15  D-MMM PIC 99.
                   15  FILLER PIC X(01).
           05  D-TRABHH      PIC Z9 VALUE ZEROS.
           05  D-TRABSP      PIC X(01) VALUE ":".
           05  D-TRABMM      PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-HE50        PIC Z9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-HE100       PIC Z9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOTHH       PIC Z9 VALUE ZEROS.
           05  D-NOTSP       PIC X(01) VALUE ":".
           05  D-NOTMM       PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-OCORR       PIC X(14) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(029) VALUE
           "TOTAIS DO MES - TRABALHADAS: ".
           05  T-TRABHH      PIC ZZ9.
           05  FILLER PIC X(001) VALUE ":".
           05  T-TRABMM      PIC 99.
           05  FILLER PIC X(008) VALUE "  HE50: ".
           05  T-HE50        PIC ZZZ9,99.
           05  FILLER PIC X(009) VALUE "  HE100: ".
           05  T-HE100       PIC ZZZ9,99.
           05  FILLER PIC X(008) VALUE "  NOT.: ".
           05  T-NOTHH       PIC ZZ9.
           05  FILLER PIC X(001) VALUE ":".
           05  T-NOTMM       PIC 99.
           05  FILLER PIC X(010) VALUE "  FALTAS: ".
           05  T-FALTAS      PIC Z9.

       01  LINSIT.
           05  FILLER PIC X(020) VALUE "SITUACAO DO PONTO: ".
           05  S-TEXTO       PIC X(60) VALUE SPACES.

       01  LINSITA.
           05  FILLER PIC X(012) VALUE "APROVADO POR".
           05  FILLER PIC X(001) VALUE SPACES.
           05  SA-APROVADOR  PIC X(08).
           05  FILLER PIC X(004) VALUE " EM ".
           05  SA-DIA        PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  SA-MES        PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  SA-ANO        PIC 9999.

       01  LINASS1.
           05  FILLER PIC X(060) VALUE
           "RECONHECO A EXATIDAO DAS MARCACOES ACIMA.".

       01  LINASS2.
           05  FILLER PIC X(040) VALUE
           "____________________________________".
           05  FILLER PIC X(040) VALUE
           "____________________________________".

       01  LINASS3.
           05  FILLER PIC X(040) VALUE
           "     ASSINATURA DO EMPREGADO".
           05  FILLER PIC X(040) VALUE
           "     ASSINATURA DO EMPREGADOR".

       01  LINTOTG.
           05  FILLER PIC X(038) VALUE
           "*** ESPELHOS EMITIDOS..............: ".
           05  TG-TOTESP     PIC ZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ESPELHO DE PONTO MENSAL ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 10  COLUMN 01
               VALUE  " CHAPA (0=TODAS)               :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EMISSAO (S ou N )    :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-CHAPA
               LINE 10  COLUMN 35  PIC 9(06)
               USING  W-CHAPAENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTESP W-CHAPAENTR
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP120_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELAESP.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-CHAPA.
                ACCEPT TW-CHAPA.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EMISSAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                GO TO INC-REF.

       INC-COMPB.
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP120_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP120_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO
                ACCEPT W-CHAPAENV FROM ENVIRONMENT "FPP120_CHAPA"
                IF W-CHAPAENV NOT = SPACES
                   MOVE W-CHAPAENV TO W-CHAPAENTR.

       INC-REF.
           COMPUTE W-REFATU = (W-COMPENTR-ANO * 100) + W-COMPENTR-MES
           PERFORM CALC-DIASMES THRU CALC-DIASMES-FIM.

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
           MOVE "N" TO W-PONTOOK
           OPEN INPUT ARQPONTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PONTOOK.
           MOVE "N" TO W-AFASTOK
           OPEN INPUT ARQAFAST
           IF ST-ERRO = "00"
              MOVE "S" TO W-AFASTOK.
           MOVE "N" TO W-FERIADOK
           OPEN INPUT TBFERIAD
           IF ST-ERRO = "00"
              MOVE "S" TO W-FERIADOK.
           OPEN OUTPUT ARQESPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESPELHO.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.

           IF W-CHAPAENTR NOT = ZEROS
              MOVE W-CHAPAENTR TO CHAPA
              READ ARQFUNC
              IF ST-ERRO NOT = "00"
                 MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO RETURN-CODE
                 GO TO ROT-FIM
              END-IF
              PERFORM EMITIR-ESPELHO THRU EMITIR-ESPELHO-FIM
              GO TO FIM-ESPELHO.

           MOVE LOW-VALUES TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO FIM-ESPELHO.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-ESPELHO.
           PERFORM EMITIR-ESPELHO THRU EMITIR-ESPELHO-FIM
           GO TO LER-FUNC.

      *----[ ESPELHO DE UMA CHAPA: SO SE HOUVER MARCACAO NO MES ]-------
       EMITIR-ESPELHO.
           MOVE "N" TO W-TEMMARC
           MOVE CHAPA TO MARC-CHAPA
           COMPUTE MARC-DATA = (W-REFATU * 100) + 1
           START ARQMARC KEY IS NOT LESS MARC-KEY
               INVALID KEY GO TO EMITIR-ESPELHO-FIM.
           READ ARQMARC NEXT
           IF ST-ERRO NOT = "00"
              GO TO EMITIR-ESPELHO-FIM.
           IF MARC-CHAPA NOT = CHAPA OR MARC-DATA(1:6) NOT = W-REFATU
              GO TO EMITIR-ESPELHO-FIM.
           MOVE "S" TO W-TEMMARC
           MOVE ZEROS TO W-TOTMIN W-TOTNOT W-TOTHE50 W-TOTHE100
           MOVE ZEROS TO W-TOTFALTA

           MOVE SPACES TO CAB2-RAZAO CAB2-CNPJ
           MOVE FUNC-EMPRESA TO PARAM-COD
           IF PARAM-COD = SPACES
              MOVE "01" TO PARAM-COD.
           OPEN INPUT TBPARAM
           IF ST-ERRO = "00"
              READ TBPARAM
              IF ST-ERRO = "00"
                 MOVE PARAM-RAZSOCIAL TO CAB2-RAZAO
                 MOVE PARAM-CNPJ      TO CAB2-CNPJ
              END-IF
              CLOSE TBPARAM.
           MOVE SPACES TO CAB4-CARGO
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO = "00"
              MOVE DENOM TO CAB4-CARGO.

           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           MOVE CHAPA    TO CAB3-CHAPA
           MOVE NOME     TO CAB3-NOME
           MOVE FUNC-PIS TO CAB3-PIS
           WRITE REGESPTX FROM LINSEP
           WRITE REGESPTX FROM CAB1
           WRITE REGESPTX FROM CAB2
           WRITE REGESPTX FROM CAB3
           WRITE REGESPTX FROM CAB4
           WRITE REGESPTX FROM LINSEP
           WRITE REGESPTX FROM CAB5
           MOVE 1 TO W-DIA.

       EMITIR-DIA.
           IF W-DIA > W-DIASMES
              GO TO EMITIR-TOTAIS.
           PERFORM MONTAR-DIA THRU MONTAR-DIA-FIM
           ADD 1 TO W-DIA
           GO TO EMITIR-DIA.

       EMITIR-TOTAIS.
           WRITE REGESPTX FROM LINSEP
           DIVIDE W-TOTMIN BY 60 GIVING W-QUOC REMAINDER W-MM
           MOVE W-QUOC     TO T-TRABHH
           MOVE W-MM       TO T-TRABMM
           DIVIDE W-TOTNOT BY 60 GIVING W-QUOC REMAINDER W-MM
           MOVE W-QUOC     TO T-NOTHH
           MOVE W-MM       TO T-NOTMM
           MOVE W-TOTHE50  TO T-HE50
           MOVE W-TOTHE100 TO T-HE100
           MOVE W-TOTFALTA TO T-FALTAS
           WRITE REGESPTX FROM LINTOT1

      *----[ SITUACAO DA APURACAO MENSAL (ARQPONTO / FPP087) ]----
           MOVE "SEM APURACAO MENSAL NO ARQPONTO" TO S-TEXTO
           IF W-PONTOOK = "S"
              MOVE CHAPA    TO PONTO-CHAPA
              MOVE W-REFATU TO PONTO-COMPET
              READ ARQPONTO
              IF ST-ERRO = "00"
                 IF PONTO-APROV = "A"
                    MOVE PONTO-APROVADOR     TO SA-APROVADOR
                    MOVE PONTO-DTAPROV(7:2)  TO SA-DIA
                    MOVE PONTO-DTAPROV(5:2)  TO SA-MES
                    MOVE PONTO-DTAPROV(1:4)  TO SA-ANO
                    MOVE LINSITA TO S-TEXTO
                 ELSE
                    MOVE "PENDENTE DE APROVACAO (FPP087)" TO S-TEXTO.
           WRITE REGESPTX FROM LINSIT
           MOVE SPACES TO REGESPTX
           WRITE REGESPTX
           WRITE REGESPTX FROM LINASS1
           MOVE SPACES TO REGESPTX
           WRITE REGESPTX
           WRITE REGESPTX
           WRITE REGESPTX FROM LINASS2
           WRITE REGESPTX FROM LINASS3
           MOVE SPACES TO REGESPTX
           WRITE REGESPTX
           ADD 1 TO W-TOTESP.
       EMITIR-ESPELHO-FIM.
           EXIT.

      *----[ LINHA DE UM DIA: MARCACOES OU O MOTIVO DA AUSENCIA ]-------
       MONTAR-DIA.
           MOVE SPACES TO D-MARCAS D-OCORR
           MOVE ZEROS TO D-TRABHH D-TRABMM D-HE50 D-HE100
           MOVE ZEROS TO D-NOTHH D-NOTMM
           MOVE W-DIA TO D-DIA
           MOVE W-COMPENTR-MES TO D-MES
           COMPUTE W-DATADIA = (W-REFATU * 100) + W-DIA
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM
           MOVE TBSEM(W-ZH + 1) TO D-SEM
           MOVE CHAPA    TO MARC-CHAPA
           MOVE W-DATADIA TO MARC-DATA
           READ ARQMARC
           IF ST-ERRO NOT = "00"
              GO TO MONTAR-DIA-AUS.

           MOVE 1 TO W-IM.
       MONTAR-DIA-MARCA.
           IF W-IM > MARC-QTD OR W-IM > 10
              GO TO MONTAR-DIA-TOT.
           DIVIDE MARC-HORA(W-IM) BY 100 GIVING W-HH REMAINDER W-MM
           MOVE W-HH TO D-MHH(W-IM)
           MOVE ":"  TO D-MSP(W-IM)
           MOVE W-MM TO D-MMM(W-IM)
           ADD 1 TO W-IM
           GO TO MONTAR-DIA-MARCA.

       MONTAR-DIA-TOT.
           MOVE MARC-MINTRAB TO W-MINUTOS
           DIVIDE W-MINUTOS BY 60 GIVING W-HH REMAINDER W-MM
           MOVE W-HH TO D-TRABHH
           MOVE ":"  TO D-TRABSP
           MOVE W-MM TO D-TRABMM
           MOVE MARC-MINNOT TO W-MINUTOS
           DIVIDE W-MINUTOS BY 60 GIVING W-HH REMAINDER W-MM
           MOVE W-HH TO D-NOTHH
           MOVE ":"  TO D-NOTSP
           MOVE W-MM TO D-NOTMM
           MOVE MARC-HE50  TO D-HE50
           MOVE MARC-HE100 TO D-HE100
           ADD MARC-MINTRAB TO W-TOTMIN
           ADD MARC-MINNOT  TO W-TOTNOT
           ADD MARC-HE50    TO W-TOTHE50
           ADD MARC-HE100   TO W-TOTHE100
           IF MARC-OCORR = "I"
              MOVE "MARC. IMPAR" TO D-OCORR.
           IF MARC-OCORR = "X"
              MOVE "EXCESSO MARC." TO D-OCORR.
           WRITE REGESPTX FROM DET
           GO TO MONTAR-DIA-FIM.

      *----[ DIA SEM MARCACAO: DSR, FERIADO, AFASTAMENTO OU FALTA ]-----
      *----[ O DSR E A FOLGA DA ESCALA DA CHAPA (PADRAO: DOMINGO)  ]----
       MONTAR-DIA-AUS.
           MOVE ":" TO D-TRABSP D-NOTSP
           MOVE "C"       TO W-ESCP-OPCAO
           MOVE CHAPA     TO W-ESCP-CHAPA
           MOVE W-DATADIA TO W-ESCP-DATA
           CALL "FPP124" USING W-ESCP-PARM
           IF W-ESCP-FOLGA = "S"
              MOVE "DSR" TO D-OCORR
              GO TO MONTAR-DIA-GRAVA.
           PERFORM VERIF-FERIADO THRU VERIF-FERIADO-FIM
           IF W-ACHEI = "S"
              MOVE "FERIADO" TO D-OCORR
              GO TO MONTAR-DIA-GRAVA.
           PERFORM VERIF-AFAST THRU VERIF-AFAST-FIM
           IF W-ACHEI = "S"
              MOVE "AFASTADO" TO D-OCORR
              GO TO MONTAR-DIA-GRAVA.
           MOVE "FALTA" TO D-OCORR
           ADD 1 TO W-TOTFALTA.
       MONTAR-DIA-GRAVA.
           WRITE REGESPTX FROM DET.
       MONTAR-DIA-FIM.
           EXIT.

      *----[ FERIADO NACIONAL (00) OU DA EMPRESA NA DATA? ]-------------
       VERIF-FERIADO.
           MOVE "N" TO W-ACHEI
           IF W-FERIADOK NOT = "S"
              GO TO VERIF-FERIADO-FIM.
           MOVE W-DATADIA TO FRD-DATA
           MOVE "00" TO FRD-EMPRESA
           READ TBFERIAD
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHEI
              GO TO VERIF-FERIADO-FIM.
           MOVE W-DATADIA    TO FRD-DATA
           MOVE FUNC-EMPRESA TO FRD-EMPRESA
           READ TBFERIAD
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHEI.
       VERIF-FERIADO-FIM.
           EXIT.

      *----[ AFASTAMENTO (ARQAFAST, DATAS DDMMAAAA) COBRE A DATA? ]-----
       VERIF-AFAST.
           MOVE "N" TO W-ACHEI
           IF W-AFASTOK NOT = "S"
              GO TO VERIF-AFAST-FIM.
           MOVE CHAPA TO AFAST-CHAPA
           MOVE ZEROS TO AFAST-INI
           START ARQAFAST KEY IS NOT LESS AFAST-KEY
               INVALID KEY GO TO VERIF-AFAST-FIM.
       VERIF-AFAST-RD.
           READ ARQAFAST NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-AFAST-FIM.
           IF AFAST-CHAPA NOT = CHAPA
              GO TO VERIF-AFAST-FIM.
           COMPUTE W-AFDATA = (AFAST-ANOINI * 10000)
                            + (AFAST-MESINI * 100) + AFAST-DIAINI
           IF W-AFDATA > W-DATADIA
              GO TO VERIF-AFAST-RD.
           IF AFAST-DTRET = ZEROS
              MOVE "S" TO W-ACHEI
              GO TO VERIF-AFAST-FIM.
           COMPUTE W-AFDATA = (AFAST-ANORET * 10000)
                            + (AFAST-MESRET * 100) + AFAST-DIARET
           IF W-AFDATA > W-DATADIA
              MOVE "S" TO W-ACHEI
              GO TO VERIF-AFAST-FIM.
           GO TO VERIF-AFAST-RD.
       VERIF-AFAST-FIM.
           EXIT.

      *----[ DIA DA SEMANA DE W-DATADIA (ZELLER) ]----------------------
       CALC-SEMANA.
           MOVE W-DATADIA(5:2) TO W-ZM
           MOVE W-DATADIA(1:4) TO W-ZY
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZY.
           DIVIDE W-ZY BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-Z1 = (26 * (W-ZM + 1)) / 10
           COMPUTE W-Z2 = W-ZK / 4
           COMPUTE W-Z3 = W-ZJ / 4
           COMPUTE W-ZSOMA = W-DIA + W-Z1 + W-ZK + W-Z2 + W-Z3
                           + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-QUOC REMAINDER W-ZH.
       CALC-SEMANA-FIM.
           EXIT.

      *----[ DIAS DO MES DA COMPETENCIA ]-------------------------------
       CALC-DIASMES.
           IF W-COMPENTR-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
              MOVE 31 TO W-DIASMES
              GO TO CALC-DIASMES-FIM.
           IF W-COMPENTR-MES = 04 OR 06 OR 09 OR 11
              MOVE 30 TO W-DIASMES
              GO TO CALC-DIASMES-FIM.
           MOVE 28 TO W-DIASMES
           DIVIDE W-COMPENTR-ANO BY 400 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE 29 TO W-DIASMES
              GO TO CALC-DIASMES-FIM.
           DIVIDE W-COMPENTR-ANO BY 100 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              GO TO CALC-DIASMES-FIM.
           DIVIDE W-COMPENTR-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO = ZEROS
              MOVE 29 TO W-DIASMES.
       CALC-DIASMES-FIM.
           EXIT.

       FIM-ESPELHO.
           MOVE W-TOTESP TO TG-TOTESP
           WRITE REGESPTX FROM LINTOTG
           IF W-TOTESP = ZEROS
              MOVE "* NENHUMA MARCACAO NA COMPETENCIA *" TO MENS
           ELSE
              MOVE "*** ESPELHO GERADO - VEJA ESPELHO.DOC ***" TO MENS.
           MOVE 0 TO RETURN-CODE
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQMARC ARQFUNC ARQCARG ARQESPTX.
           IF W-PONTOOK = "S"
              CLOSE ARQPONTO.
           IF W-AFASTOK = "S"
              CLOSE ARQAFAST.
           IF W-FERIADOK = "S"
              CLOSE TBFERIAD.
           MOVE "F" TO W-ESCP-OPCAO
           CALL "FPP124" USING W-ESCP-PARM.
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
       FIM-ROT-ESP.
