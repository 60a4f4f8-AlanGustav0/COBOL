       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP192.
      ********************************************************
      * PEDIDO DE RECARGA DOS CARTOES DE VT/VR DO MES         *
      * DIAS UTEIS DE CADA CHAPA ATIVA NA COMPETENCIA: DIAS   *
      * DE TRABALHO DA ESCALA (FPP124) MENOS FERIADOS         *
      * (TBFERIAD), FERIAS PROGRAMADAS (ARQFER) E AFASTAMEN-  *
      * TOS (ARQAFAST). VALOR DO DIA = BENEFICIO MENSAL DO    *
      * ARQBEN / 22 DIAS. GERA RECARGA.TXT P/ A OPERADORA, O  *
      * HISTORICO ARQPEDBEN E A CONCILIACAO RECARGA.DOC COM O *
      * PEDIDO ANTERIOR E O VT/VR DA ULTIMA FOLHA MENSAL      *
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
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS BEN-CHAPA
                      ALTERNATE RECORD KEY IS BEN-NOME
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      ALTERNATE RECORD KEY IS FER-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFAST-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT TBFERIAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FRD-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO5.

           SELECT ARQPEDBEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PED-KEY
                      FILE STATUS  IS ST-ERRO4.

           SELECT ARQRECAR ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQRECARTX ASSIGN TO DISK
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
           03 DTADM REDEFINES DTADMISSAO.
            05 DIAADM              PIC 9(02).
            05 MESADM              PIC 9(02).
            05 ANOADM              PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 DTDESLIG REDEFINES DTDESLIGAMENTO.
            05 DIADESL             PIC 9(02).
            05 MESDESL             PIC 9(02).
            05 ANODESL             PIC 9(04).
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
       FD ARQBEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQBEN.DAT".
       01 REGBEN.
          03 BEN-CHAPA                 PIC 9(06).
          03 BEN-NOME                  PIC X(30).
          03 VALETRANSP                PIC 9(06)V99.
          03 VALEREFEICAO              PIC 9(06)V99.
          03 BENSTATUS                 PIC X(01).
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
           03 DTFIMPER              PIC 9(08).
           03 DTLIMITEGOZO          PIC 9(08).
           03 DTGOZOINI             PIC 9(08).
           03 DTGOZOINIX REDEFINES DTGOZOINI.
            05 DIAGOZO                 PIC 9(02).
            05 MESGOZO                 PIC 9(02).
            05 ANOGOZO                 PIC 9(04).
           03 QTDDIASFERIAS         PIC 9(02).
           03 FERSTATUS             PIC X(01).
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
      *----[ HISTORICO DOS PEDIDOS: UM REGISTRO POR COMPETENCIA/CHAPA ]-
       FD ARQPEDBEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPEDBEN.DAT".
       01 REGPEDBEN.
          03 PED-KEY.
             05 PED-COMPET             PIC 9(06).
             05 PED-CHAPA              PIC 9(06).
          03 PED-NOME                  PIC X(30).
          03 PED-EMPRESA               PIC X(02).
          03 PED-DIASVT                PIC 9(02).
          03 PED-VLRDIAVT              PIC 9(04)V99.
          03 PED-VALORVT               PIC 9(06)V99.
          03 PED-DIASVR                PIC 9(02).
          03 PED-VLRDIAVR              PIC 9(04)V99.
          03 PED-VALORVR               PIC 9(06)V99.
          03 PED-DATAGER               PIC 9(08).
          03 PED-OPERADOR              PIC X(08).
      *-----------------------------------------------------------------
      *----[ LEIAUTE FIXO DE 150 POSICOES: 0=HEADER 1=DETALHE      ]----
      *----[ 9=TRAILER. DATAS EM DDMMAAAA, VALORES SEM VIRGULA     ]----
       FD ARQRECAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECARGA.TXT".
       01 REGRECAR                     PIC X(150).
      *-----------------------------------------------------------------
       FD ARQRECARTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECARGA.DOC".
       01 REGRECARTX                   PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 ST-ERRO5        PIC X(02) VALUE "00".
       01 W-FEROK         PIC X(01) VALUE "N".
       01 W-AFASTOK       PIC X(01) VALUE "N".
       01 W-FERIADOK      PIC X(01) VALUE "N".
       01 W-FOLHAOK       PIC X(01) VALUE "N".
       01 W-TEMANT        PIC X(01) VALUE "N".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-EMPFUNC       PIC X(02) VALUE SPACES.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-REFPED        PIC 9(06) VALUE ZEROS.
       01 W-REFPED-X REDEFINES W-REFPED.
          03 W-PEDANO     PIC 9(04).
          03 W-PEDMES     PIC 9(02).
       01 W-REFANT        PIC 9(06) VALUE ZEROS.
       01 W-REFANT-X REDEFINES W-REFANT.
          03 W-ANTANO     PIC 9(04).
          03 W-ANTMES     PIC 9(02).
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-DATAGER-X REDEFINES W-DATAGER.
          03 W-GERANO     PIC 9(04).
          03 W-GERMES     PIC 9(02).
          03 W-GERDIA     PIC 9(02).
       01 W-DATAGERDMA    PIC 9(08) VALUE ZEROS.

      *----[ MES PADRAO DO BENEFICIO MENSAL CADASTRADO NO ARQBEN ]----
       01 W-DIASPADRAO    PIC 9(02) VALUE 22.

      *----[ DATAS EM AAAAMMDD P/ COMPARACAO ]----
       01 W-INIMES        PIC 9(08) VALUE ZEROS.
       01 W-FIMMES        PIC 9(08) VALUE ZEROS.
       01 W-DTDIA         PIC 9(08) VALUE ZEROS.
       01 W-ADMAMD        PIC 9(08) VALUE ZEROS.
       01 W-DESAMD        PIC 9(08) VALUE ZEROS.
       01 W-AFINI         PIC 9(08) VALUE ZEROS.
       01 W-AFRET         PIC 9(08) VALUE ZEROS.
       01 W-DTPASSO       PIC 9(08) VALUE ZEROS.
       01 W-DTPASSO-X REDEFINES W-DTPASSO.
          03 W-PASANO     PIC 9(04).
          03 W-PASMES     PIC 9(02).
          03 W-PASDIA     PIC 9(02).
       01 W-QTDPASSO      PIC 9(02) VALUE ZEROS.

      *----[ QUANTIDADE DE DIAS DO MES W-DMMES/W-DMANO ]----
       01 W-DMANO         PIC 9(04) VALUE ZEROS.
       01 W-DMMES         PIC 9(02) VALUE ZEROS.
       01 W-DMQTD         PIC 9(02) VALUE ZEROS.
       01 W-DIASMES       PIC 9(02) VALUE ZEROS.
       01 W-QUOC          PIC 9(04) VALUE ZEROS.
       01 W-RESTO4        PIC 9(04) VALUE ZEROS.
       01 W-RESTO100      PIC 9(04) VALUE ZEROS.
       01 W-RESTO400      PIC 9(04) VALUE ZEROS.

      *----[ SITUACAO DE CADA DIA DO MES DA CHAPA: T=TRABALHA ]----
      *----[ F=FOLGA DA ESCALA OU FERIADO  X=AUSENTE (FERIAS, ]----
      *----[ AFASTAMENTO, ANTES DA ADMISSAO, APOS DESLIGAMENTO) ]--
       01 TABDIAS.
          03 TD-SIT          PIC X(01) OCCURS 31 TIMES.
       01 W-DIA           PIC 9(02) VALUE ZEROS.
       01 W-DIASUTEIS     PIC 9(02) VALUE ZEROS.

       01 W-VLRDIAVT      PIC 9(04)V99 VALUE ZEROS.
       01 W-VLRDIAVR      PIC 9(04)V99 VALUE ZEROS.
       01 W-VALORVT       PIC 9(06)V99 VALUE ZEROS.
       01 W-VALORVR       PIC 9(06)V99 VALUE ZEROS.
       01 W-ANTVT         PIC 9(06)V99 VALUE ZEROS.
       01 W-ANTVR         PIC 9(06)V99 VALUE ZEROS.
       01 W-FOLVT         PIC 9(06)V99 VALUE ZEROS.
       01 W-FOLVTDESC     PIC 9(06)V99 VALUE ZEROS.
       01 W-FOLVR         PIC 9(06)V99 VALUE ZEROS.
       01 W-SALVAKEY      PIC X(12) VALUE SPACES.

       01 W-QTDFUNC       PIC 9(06) VALUE ZEROS.
       01 W-QTDDET        PIC 9(06) VALUE ZEROS.
       01 W-QTDREG        PIC 9(06) VALUE ZEROS.
       01 W-QTDFORA       PIC 9(06) VALUE ZEROS.
       01 W-TOTVT         PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTVR         PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTANTVT      PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTANTVR      PIC 9(10)V99 VALUE ZEROS.

       01 W-ESCP-PARM.
          03 W-ESCP-OPCAO    PIC X(01).
          03 W-ESCP-CHAPA    PIC 9(06).
          03 W-ESCP-DATA     PIC 9(08).
          03 W-ESCP-ESCALA   PIC 9(03).
          03 W-ESCP-HORAS    PIC 9(02)V99.
          03 W-ESCP-FOLGA    PIC X(01).
          03 W-ESCP-RESULT   PIC X(01).

       01  RCG-HEADER.
           05  RCGH-TIPOREG  PIC X(01) VALUE "0".
           05  RCGH-COMPET   PIC 9(06) VALUE ZEROS.
           05  RCGH-DATAGER  PIC 9(08) VALUE ZEROS.
           05  RCGH-EMPRESA  PIC X(02) VALUE SPACES.
           05  RCGH-DESCR    PIC X(30) VALUE
               "PEDIDO DE RECARGA VT/VR".
           05  FILLER        PIC X(103) VALUE SPACES.

      *----[ PRODUTO: VT=VALE-TRANSPORTE  VR=VALE-REFEICAO ]----
       01  RCG-DETALHE.
           05  RCGD-TIPOREG  PIC X(01) VALUE "1".
           05  RCGD-PRODUTO  PIC X(02) VALUE SPACES.
           05  RCGD-CHAPA    PIC 9(06) VALUE ZEROS.
           05  RCGD-CPF      PIC 9(11) VALUE ZEROS.
           05  RCGD-NOME     PIC X(30) VALUE SPACES.
           05  RCGD-EMPRESA  PIC X(02) VALUE SPACES.
           05  RCGD-COMPET   PIC 9(06) VALUE ZEROS.
           05  RCGD-DIAS     PIC 9(02) VALUE ZEROS.
           05  RCGD-VLRDIA   PIC 9(04)V99 VALUE ZEROS.
           05  RCGD-VALOR    PIC 9(06)V99 VALUE ZEROS.
           05  FILLER        PIC X(76) VALUE SPACES.

       01  RCG-TRAILER.
           05  RCGT-TIPOREG  PIC X(01) VALUE "9".
           05  RCGT-QTDDET   PIC 9(06) VALUE ZEROS.
           05  RCGT-TOTVT    PIC 9(10)V99 VALUE ZEROS.
           05  RCGT-TOTVR    PIC 9(10)V99 VALUE ZEROS.
           05  RCGT-QTDREG   PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(113) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(047) VALUE
           "PEDIDO DE RECARGA VT/VR - CONCILIACAO - COMPET.".
           05  FILLER PIC X(001) VALUE SPACES.
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(011) VALUE "  EMPRESA: ".
           05  CAB1-EMP      PIC X(07) VALUE SPACES.
           05  FILLER PIC X(014) VALUE "  ANTERIOR:   ".
           05  CAB1-ANTMES   PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANTANO   PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(036) VALUE
           "CHAPA  NOME                      DU ".
           05  FILLER PIC X(044) VALUE
           "   VT PED.    VT ANT.   VT FOLHA   VT DESC. ".
           05  FILLER PIC X(036) VALUE
           "   VR PED.    VR ANT.   VR FOLHA OBS".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DIAS        PIC Z9 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VTPED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VTANT       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VTFOL       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VTDESC      PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VRPED       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VRANT       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VRFOL       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-OBS         PIC X(12) VALUE SPACES.

       01  LINFORA.
           05  FILLER PIC X(060) VALUE
           "CHAPAS DO PEDIDO ANTERIOR SEM PEDIDO NESTA COMPETENCIA:".

       01  LINTOT1.
           05  FILLER        PIC X(020) VALUE "FUNCIONARIOS:".
           05  LT-QTDFUNC    PIC ZZZ.ZZ9 VALUE ZEROS.
           05  FILLER        PIC X(018) VALUE "   SEM PEDIDO:".
           05  LT-QTDFORA    PIC ZZZ.ZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER        PIC X(020) VALUE "TOTAL DO PEDIDO  VT:".
           05  LT-TOTVT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(006) VALUE "   VR:".
           05  LT-TOTVR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER        PIC X(020) VALUE "PEDIDO ANTERIOR  VT:".
           05  LT-ANTVT      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(006) VALUE "   VR:".
           05  LT-ANTVR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUM FUNCIONARIO COM BENEFICIO ATIVO ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARECAR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** PEDIDO DE RECARGA DE VT/VR ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA DO PEDIDO (MM/AAAA):".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (BRANCO = TODAS)       :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 10  COLUMN 35  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
      *----[ SUGERE O MES SEGUINTE AO CORRENTE ]----
                ACCEPT W-DATAGER FROM DATE YYYYMMDD
                MOVE W-GERMES TO W-COMPENTR-MES
                MOVE W-GERANO TO W-COMPENTR-ANO
                ADD 1 TO W-COMPENTR-MES
                IF W-COMPENTR-MES > 12
                   MOVE 01 TO W-COMPENTR-MES
                   ADD 1 TO W-COMPENTR-ANO.
                MOVE SPACES TO W-EMPRESA
                DISPLAY TELARECAR.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-EMP.
                ACCEPT TW-EMPRESA.
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

                MOVE W-COMPENTR-ANO TO W-PEDANO
                MOVE W-COMPENTR-MES TO W-PEDMES
                MOVE W-PEDANO TO W-ANTANO
                COMPUTE W-ANTMES = W-PEDMES - 1
                IF W-PEDMES = 01
                   MOVE 12 TO W-ANTMES
                   SUBTRACT 1 FROM W-ANTANO.
                MOVE W-PEDANO TO W-DMANO
                MOVE W-PEDMES TO W-DMMES
                PERFORM DIAS-MES THRU DIAS-MES-FIM
                MOVE W-DMQTD TO W-DIASMES
                COMPUTE W-INIMES = (W-REFPED * 100) + 1
                COMPUTE W-FIMMES = (W-REFPED * 100) + W-DIASMES
                MOVE ZEROS TO W-QTDFUNC W-QTDDET W-QTDREG W-QTDFORA
                MOVE ZEROS TO W-TOTVT W-TOTVR W-TOTANTVT W-TOTANTVR.

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQBEN
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO ARQBEN NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           OPEN I-O ARQPEDBEN
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT ARQPEDBEN
                 CLOSE ARQPEDBEN
                 OPEN I-O ARQPEDBEN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPEDBEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQFUNC ARQBEN
                 GO TO ROT-FIM2.
           OPEN OUTPUT ARQRECAR
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RECARGA.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC ARQBEN ARQPEDBEN
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQRECARTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RECARGA.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC ARQBEN ARQPEDBEN ARQRECAR
              GO TO ROT-FIM2.

      *----[ CALENDARIO E FOLHA SAO OPCIONAIS: SEM ELES O DIA VALE ]----
           MOVE "N" TO W-FEROK W-AFASTOK W-FERIADOK W-FOLHAOK
           OPEN INPUT ARQFER
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-FEROK.
           OPEN INPUT ARQAFAST
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-AFASTOK.
           OPEN INPUT TBFERIAD
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-FERIADOK.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-FOLHAOK.

      *----[ REPROCESSAMENTO: APAGA O PEDIDO JA GRAVADO DA COMPET. ]----
       LIMPAR-PED.
           MOVE W-REFPED TO PED-COMPET
           MOVE ZEROS    TO PED-CHAPA
           START ARQPEDBEN KEY IS NOT LESS PED-KEY
               INVALID KEY GO TO INC-OP2.
       LIMPAR-PED-RD.
           READ ARQPEDBEN NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO INC-OP2.
           IF PED-COMPET NOT = W-REFPED
              GO TO INC-OP2.
           IF W-EMPRESA NOT = SPACES AND PED-EMPRESA NOT = W-EMPRESA
              GO TO LIMPAR-PED-RD.
           DELETE ARQPEDBEN RECORD
           GO TO LIMPAR-PED-RD.

       INC-OP2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           COMPUTE W-DATAGERDMA = W-GERDIA * 1000000
                                + W-GERMES * 10000 + W-GERANO
           MOVE W-REFPED     TO RCGH-COMPET
           MOVE W-DATAGERDMA TO RCGH-DATAGER
           MOVE W-EMPRESA    TO RCGH-EMPRESA
           WRITE REGRECAR FROM RCG-HEADER
           ADD 1 TO W-QTDREG
           MOVE W-PEDMES TO CAB1-COMPMES
           MOVE W-PEDANO TO CAB1-COMPANO
           MOVE W-ANTMES TO CAB1-ANTMES
           MOVE W-ANTANO TO CAB1-ANTANO
           MOVE W-EMPRESA TO CAB1-EMP
           IF W-EMPRESA = SPACES
              MOVE "TODAS" TO CAB1-EMP.
           WRITE REGRECARTX FROM CAB1
           WRITE REGRECARTX FROM CABBLANK
           WRITE REGRECARTX FROM CAB2

           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO GERAR-FORA.

      *----[ CADA CHAPA ATIVA COM BENEFICIO ATIVO NO ARQBEN ]----
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERAR-FORA.
           IF FUNCSTATUS NOT = "A"
              GO TO LER-FUNC.
           MOVE FUNC-EMPRESA TO W-EMPFUNC
           IF W-EMPFUNC = SPACES
              MOVE "01" TO W-EMPFUNC.
           IF W-EMPRESA NOT = SPACES AND W-EMPFUNC NOT = W-EMPRESA
              GO TO LER-FUNC.
           MOVE CHAPA TO BEN-CHAPA
           READ ARQBEN
           IF ST-ERRO2 NOT = "00"
              GO TO LER-FUNC.
           IF BENSTATUS NOT = "A"
              GO TO LER-FUNC.
           IF VALETRANSP = ZEROS AND VALEREFEICAO = ZEROS
              GO TO LER-FUNC.

           PERFORM MONTAR-DIAS THRU MONTAR-DIAS-FIM
           PERFORM MARCAR-FERIADOS THRU MARCAR-FERIADOS-FIM
           PERFORM MARCAR-FERIAS THRU MARCAR-FERIAS-FIM
           PERFORM MARCAR-AFAST THRU MARCAR-AFAST-FIM
           PERFORM CONTAR-DIAS THRU CONTAR-DIAS-FIM

           COMPUTE W-VLRDIAVT ROUNDED = VALETRANSP / W-DIASPADRAO
           COMPUTE W-VLRDIAVR ROUNDED = VALEREFEICAO / W-DIASPADRAO
           COMPUTE W-VALORVT = W-VLRDIAVT * W-DIASUTEIS
           COMPUTE W-VALORVR = W-VLRDIAVR * W-DIASUTEIS

           PERFORM LER-ANTERIOR THRU LER-ANTERIOR-FIM
           PERFORM LER-FOLHA THRU LER-FOLHA-FIM
           PERFORM GRAVAR-PED THRU GRAVAR-PED-FIM

           IF W-VALORVT > ZEROS
              MOVE "VT"       TO RCGD-PRODUTO
              MOVE W-VLRDIAVT TO RCGD-VLRDIA
              MOVE W-VALORVT  TO RCGD-VALOR
              PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
           IF W-VALORVR > ZEROS
              MOVE "VR"       TO RCGD-PRODUTO
              MOVE W-VLRDIAVR TO RCGD-VLRDIA
              MOVE W-VALORVR  TO RCGD-VALOR
              PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.

           ADD 1 TO W-QTDFUNC
           ADD W-VALORVT TO W-TOTVT
           ADD W-VALORVR TO W-TOTVR
           ADD W-ANTVT   TO W-TOTANTVT
           ADD W-ANTVR   TO W-TOTANTVR

           MOVE CHAPA         TO D-CHAPA
           MOVE NOME          TO D-NOME
           MOVE W-DIASUTEIS   TO D-DIAS
           MOVE W-VALORVT     TO D-VTPED
           MOVE W-ANTVT       TO D-VTANT
           MOVE W-FOLVT       TO D-VTFOL
           MOVE W-FOLVTDESC   TO D-VTDESC
           MOVE W-VALORVR     TO D-VRPED
           MOVE W-ANTVR       TO D-VRANT
           MOVE W-FOLVR       TO D-VRFOL
           PERFORM MONTAR-OBS THRU MONTAR-OBS-FIM
           WRITE REGRECARTX FROM DET
           GO TO LER-FUNC.

      *----[ DIA A DIA PELA ESCALA, DENTRO DO VINCULO DA CHAPA ]----
       MONTAR-DIAS.
           COMPUTE W-ADMAMD = (ANOADM * 10000) + (MESADM * 100)
                            + DIAADM
           MOVE ZEROS TO W-DESAMD
           IF DTDESLIGAMENTO NOT = ZEROS
              COMPUTE W-DESAMD = (ANODESL * 10000) + (MESDESL * 100)
                               + DIADESL.
           MOVE 1 TO W-DIA.
       MONTAR-DIAS-DIA.
           IF W-DIA > W-DIASMES
              GO TO MONTAR-DIAS-ZERA.
           COMPUTE W-DTDIA = (W-REFPED * 100) + W-DIA
           MOVE "T" TO TD-SIT(W-DIA)
           IF W-DTDIA < W-ADMAMD
              MOVE "X" TO TD-SIT(W-DIA)
              GO TO MONTAR-DIAS-PROX.
           IF W-DESAMD NOT = ZEROS AND W-DTDIA > W-DESAMD
              MOVE "X" TO TD-SIT(W-DIA)
              GO TO MONTAR-DIAS-PROX.
           MOVE W-DTDIA TO W-ESCP-DATA
           PERFORM CONSULTAR-ESCALA THRU CONSULTAR-ESCALA-FIM
           IF W-ESCP-FOLGA = "S"
              MOVE "F" TO TD-SIT(W-DIA).
       MONTAR-DIAS-PROX.
           ADD 1 TO W-DIA
           GO TO MONTAR-DIAS-DIA.
      *----[ DIAS QUE O MES NAO TEM FICAM FORA DA CONTAGEM ]----
       MONTAR-DIAS-ZERA.
           IF W-DIA > 31
              GO TO MONTAR-DIAS-FIM.
           MOVE "X" TO TD-SIT(W-DIA)
           ADD 1 TO W-DIA
           GO TO MONTAR-DIAS-ZERA.
       MONTAR-DIAS-FIM.
           EXIT.

      *----[ FOLGA E HORAS PREVISTAS DA CHAPA NA DATA W-ESCP-DATA ]----
       CONSULTAR-ESCALA.
           MOVE "C"   TO W-ESCP-OPCAO
           MOVE CHAPA TO W-ESCP-CHAPA
           CALL "FPP124" USING W-ESCP-PARM.
       CONSULTAR-ESCALA-FIM.
           EXIT.

      *----[ FERIADO NACIONAL OU DA EMPRESA EM DIA DE TRABALHO ]----
       MARCAR-FERIADOS.
           IF W-FERIADOK NOT = "S"
              GO TO MARCAR-FERIADOS-FIM.
           MOVE W-INIMES TO FRD-DATA
           MOVE SPACES   TO FRD-EMPRESA
           START TBFERIAD KEY IS NOT LESS FRD-KEY
               INVALID KEY GO TO MARCAR-FERIADOS-FIM.
       MARCAR-FERIADOS-RD.
           READ TBFERIAD NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO MARCAR-FERIADOS-FIM.
           IF FRD-DATA > W-FIMMES
              GO TO MARCAR-FERIADOS-FIM.
           IF FRD-EMPRESA NOT = "00" AND FRD-EMPRESA NOT = W-EMPFUNC
              GO TO MARCAR-FERIADOS-RD.
           COMPUTE W-DIA = FRD-DATA - (W-REFPED * 100)
           IF TD-SIT(W-DIA) = "T"
              MOVE "F" TO TD-SIT(W-DIA).
           GO TO MARCAR-FERIADOS-RD.
       MARCAR-FERIADOS-FIM.
           EXIT.

      *----[ FERIAS PROGRAMADAS: QTDDIASFERIAS CORRIDOS A PARTIR ]----
      *----[ DO INICIO DO GOZO                                   ]----
       MARCAR-FERIAS.
           IF W-FEROK NOT = "S"
              GO TO MARCAR-FERIAS-FIM.
           MOVE CHAPA TO FER-CHAPA
           MOVE ZEROS TO FER-INIPER
           START ARQFER KEY IS NOT LESS FER-KEY
               INVALID KEY GO TO MARCAR-FERIAS-FIM.
       MARCAR-FERIAS-RD.
           READ ARQFER NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO MARCAR-FERIAS-FIM.
           IF FER-CHAPA NOT = CHAPA
              GO TO MARCAR-FERIAS-FIM.
           IF DTGOZOINI = ZEROS OR QTDDIASFERIAS = ZEROS
              GO TO MARCAR-FERIAS-RD.
           COMPUTE W-DTPASSO = (ANOGOZO * 10000) + (MESGOZO * 100)
                             + DIAGOZO
           MOVE QTDDIASFERIAS TO W-QTDPASSO.
       MARCAR-FERIAS-DIA.
           IF W-QTDPASSO = ZEROS OR W-DTPASSO > W-FIMMES
              GO TO MARCAR-FERIAS-RD.
           IF W-DTPASSO NOT < W-INIMES
              MOVE W-PASDIA TO W-DIA
              MOVE "X" TO TD-SIT(W-DIA).
           PERFORM PROX-DIA THRU PROX-DIA-FIM
           SUBTRACT 1 FROM W-QTDPASSO
           GO TO MARCAR-FERIAS-DIA.
       MARCAR-FERIAS-FIM.
           EXIT.

      *----[ AFASTAMENTO: DO INICIO ATE A VESPERA DO RETORNO ]----
      *----[ (RETORNO ZERADO = AFASTAMENTO EM ABERTO)        ]----
       MARCAR-AFAST.
           IF W-AFASTOK NOT = "S"
              GO TO MARCAR-AFAST-FIM.
           MOVE CHAPA TO AFAST-CHAPA
           MOVE ZEROS TO AFAST-INI
           START ARQAFAST KEY IS NOT LESS AFAST-KEY
               INVALID KEY GO TO MARCAR-AFAST-FIM.
       MARCAR-AFAST-RD.
           READ ARQAFAST NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO MARCAR-AFAST-FIM.
           IF AFAST-CHAPA NOT = CHAPA
              GO TO MARCAR-AFAST-FIM.
           IF AFAST-STATUS = "E"
              GO TO MARCAR-AFAST-RD.
           COMPUTE W-AFINI = (AFAST-ANOINI * 10000)
                           + (AFAST-MESINI * 100) + AFAST-DIAINI
           MOVE ZEROS TO W-AFRET
           IF AFAST-DTRET NOT = ZEROS
              COMPUTE W-AFRET = (AFAST-ANORET * 10000)
                              + (AFAST-MESRET * 100) + AFAST-DIARET.
           IF W-AFINI > W-FIMMES
              GO TO MARCAR-AFAST-RD.
           IF W-AFRET NOT = ZEROS AND W-AFRET NOT > W-INIMES
              GO TO MARCAR-AFAST-RD.
           MOVE 1 TO W-DIA.
       MARCAR-AFAST-DIA.
           IF W-DIA > W-DIASMES
              GO TO MARCAR-AFAST-RD.
           COMPUTE W-DTDIA = (W-REFPED * 100) + W-DIA
           IF W-DTDIA NOT < W-AFINI
                 AND (W-AFRET = ZEROS OR W-DTDIA < W-AFRET)
              MOVE "X" TO TD-SIT(W-DIA).
           ADD 1 TO W-DIA
           GO TO MARCAR-AFAST-DIA.
       MARCAR-AFAST-FIM.
           EXIT.

       CONTAR-DIAS.
           MOVE ZEROS TO W-DIASUTEIS
           MOVE 1 TO W-DIA.
       CONTAR-DIAS-DIA.
           IF W-DIA > W-DIASMES
              GO TO CONTAR-DIAS-FIM.
           IF TD-SIT(W-DIA) = "T"
              ADD 1 TO W-DIASUTEIS.
           ADD 1 TO W-DIA
           GO TO CONTAR-DIAS-DIA.
       CONTAR-DIAS-FIM.
           EXIT.

      *----[ W-DTPASSO (AAAAMMDD) PASSA PARA O DIA SEGUINTE ]----
       PROX-DIA.
           MOVE W-PASANO TO W-DMANO
           MOVE W-PASMES TO W-DMMES
           PERFORM DIAS-MES THRU DIAS-MES-FIM
           ADD 1 TO W-PASDIA
           IF W-PASDIA > W-DMQTD
              MOVE 1 TO W-PASDIA
              ADD 1 TO W-PASMES
              IF W-PASMES > 12
                 MOVE 1 TO W-PASMES
                 ADD 1 TO W-PASANO.
       PROX-DIA-FIM.
           EXIT.

      *----[ DIAS DO MES, COM FEVEREIRO BISSEXTO ]----
       DIAS-MES.
           IF W-DMMES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
              MOVE 31 TO W-DMQTD
              GO TO DIAS-MES-FIM.
           IF W-DMMES = 04 OR 06 OR 09 OR 11
              MOVE 30 TO W-DMQTD
              GO TO DIAS-MES-FIM.
           MOVE 28 TO W-DMQTD
           DIVIDE W-DMANO BY 4   GIVING W-QUOC REMAINDER W-RESTO4
           DIVIDE W-DMANO BY 100 GIVING W-QUOC REMAINDER W-RESTO100
           DIVIDE W-DMANO BY 400 GIVING W-QUOC REMAINDER W-RESTO400
           IF (W-RESTO4 = ZEROS AND W-RESTO100 NOT = ZEROS)
                 OR W-RESTO400 = ZEROS
              MOVE 29 TO W-DMQTD.
       DIAS-MES-FIM.
           EXIT.

      *----[ PEDIDO DA COMPETENCIA ANTERIOR DA CHAPA ]----
       LER-ANTERIOR.
           MOVE ZEROS TO W-ANTVT W-ANTVR
           MOVE "N" TO W-TEMANT
           MOVE W-REFANT TO PED-COMPET
           MOVE CHAPA    TO PED-CHAPA
           READ ARQPEDBEN
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-TEMANT
              MOVE PED-VALORVT TO W-ANTVT
              MOVE PED-VALORVR TO W-ANTVR.
       LER-ANTERIOR-FIM.
           EXIT.

      *----[ VT/VR CONCEDIDOS E VT DESCONTADO NA FOLHA MENSAL DA ]----
      *----[ COMPETENCIA ANTERIOR                                ]----
       LER-FOLHA.
           MOVE ZEROS TO W-FOLVT W-FOLVTDESC W-FOLVR
           IF W-FOLHAOK NOT = "S"
              GO TO LER-FOLHA-FIM.
           MOVE CHAPA    TO FOLHA-CHAPA
           MOVE W-REFANT TO FOLHA-COMPET
           MOVE "M"      TO FOLHA-TIPO
           READ ARQFOLHA
           IF ST-ERRO5 = "00"
              MOVE FOLHA-VT     TO W-FOLVT
              MOVE FOLHA-VTDESC TO W-FOLVTDESC
              MOVE FOLHA-VR     TO W-FOLVR.
       LER-FOLHA-FIM.
           EXIT.

       GRAVAR-PED.
           MOVE W-REFPED     TO PED-COMPET
           MOVE CHAPA        TO PED-CHAPA
           MOVE NOME         TO PED-NOME
           MOVE W-EMPFUNC    TO PED-EMPRESA
           MOVE W-DIASUTEIS  TO PED-DIASVT PED-DIASVR
           MOVE W-VLRDIAVT   TO PED-VLRDIAVT
           MOVE W-VALORVT    TO PED-VALORVT
           MOVE W-VLRDIAVR   TO PED-VLRDIAVR
           MOVE W-VALORVR    TO PED-VALORVR
           MOVE W-DATAGER    TO PED-DATAGER
           MOVE W-OPERADOR   TO PED-OPERADOR
           WRITE REGPEDBEN
           IF ST-ERRO4 = "22"
              REWRITE REGPEDBEN.
       GRAVAR-PED-FIM.
           EXIT.

       GRAVAR-DET.
           MOVE CHAPA        TO RCGD-CHAPA
           MOVE FUNC-CPF     TO RCGD-CPF
           MOVE NOME         TO RCGD-NOME
           MOVE W-EMPFUNC    TO RCGD-EMPRESA
           MOVE W-REFPED     TO RCGD-COMPET
           MOVE W-DIASUTEIS  TO RCGD-DIAS
           WRITE REGRECAR FROM RCG-DETALHE
           ADD 1 TO W-QTDREG W-QTDDET.
       GRAVAR-DET-FIM.
           EXIT.

      *----[ NOVO=SEM PEDIDO ANTERIOR  FOLHA DIF=PEDIDO ANTERIOR ]----
      *----[ DIFERENTE DO CONCEDIDO NA FOLHA  VARIACAO=VALOR DO  ]----
      *----[ PEDIDO MUDOU EM RELACAO AO ANTERIOR                ]----
       MONTAR-OBS.
           MOVE SPACES TO D-OBS
           IF W-TEMANT NOT = "S"
              MOVE "NOVO" TO D-OBS
              GO TO MONTAR-OBS-FIM.
           IF W-FOLHAOK = "S"
              IF W-FOLVT NOT = W-ANTVT OR W-FOLVR NOT = W-ANTVR
                 MOVE "FOLHA DIF" TO D-OBS
                 GO TO MONTAR-OBS-FIM.
           IF W-VALORVT NOT = W-ANTVT OR W-VALORVR NOT = W-ANTVR
              MOVE "VARIACAO" TO D-OBS.
       MONTAR-OBS-FIM.
           EXIT.

      *----[ CHAPAS DO PEDIDO ANTERIOR QUE FICARAM FORA DESTE ]----
       GERAR-FORA.
           MOVE W-REFANT TO PED-COMPET
           MOVE ZEROS    TO PED-CHAPA
           START ARQPEDBEN KEY IS NOT LESS PED-KEY
               INVALID KEY GO TO FIM-RECAR.
       GERAR-FORA-RD.
           READ ARQPEDBEN NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO FIM-RECAR.
           IF PED-COMPET NOT = W-REFANT
              GO TO FIM-RECAR.
           IF W-EMPRESA NOT = SPACES AND PED-EMPRESA NOT = W-EMPRESA
              GO TO GERAR-FORA-RD.
           MOVE PED-KEY     TO W-SALVAKEY
           MOVE PED-CHAPA   TO D-CHAPA
           MOVE PED-NOME    TO D-NOME
           MOVE PED-VALORVT TO W-ANTVT
           MOVE PED-VALORVR TO W-ANTVR
           MOVE W-REFPED    TO PED-COMPET
           READ ARQPEDBEN
           IF ST-ERRO4 = "00"
              GO TO GERAR-FORA-POS.
           IF W-QTDFORA = ZEROS
              WRITE REGRECARTX FROM CABBLANK
              WRITE REGRECARTX FROM LINFORA.
           ADD 1 TO W-QTDFORA
           ADD W-ANTVT TO W-TOTANTVT
           ADD W-ANTVR TO W-TOTANTVR
           MOVE ZEROS   TO D-DIAS D-VTPED D-VTFOL D-VTDESC
           MOVE ZEROS   TO D-VRPED D-VRFOL
           MOVE W-ANTVT TO D-VTANT
           MOVE W-ANTVR TO D-VRANT
           MOVE "SEM PEDIDO" TO D-OBS
           WRITE REGRECARTX FROM DET.
      *----[ A LEITURA ALEATORIA PERDEU A POSICAO: REPOSICIONA ]----
       GERAR-FORA-POS.
           MOVE W-SALVAKEY TO PED-KEY
           START ARQPEDBEN KEY IS GREATER PED-KEY
               INVALID KEY GO TO FIM-RECAR.
           GO TO GERAR-FORA-RD.

       FIM-RECAR.
           ADD 1 TO W-QTDREG
           MOVE W-QTDDET  TO RCGT-QTDDET
           MOVE W-TOTVT   TO RCGT-TOTVT
           MOVE W-TOTVR   TO RCGT-TOTVR
           MOVE W-QTDREG  TO RCGT-QTDREG
           WRITE REGRECAR FROM RCG-TRAILER
           WRITE REGRECARTX FROM CABBLANK
           IF W-QTDFUNC = ZEROS
              WRITE REGRECARTX FROM LINNADA.
           MOVE W-QTDFUNC  TO LT-QTDFUNC
           MOVE W-QTDFORA  TO LT-QTDFORA
           MOVE W-TOTVT    TO LT-TOTVT
           MOVE W-TOTVR    TO LT-TOTVR
           MOVE W-TOTANTVT TO LT-ANTVT
           MOVE W-TOTANTVR TO LT-ANTVR
           WRITE REGRECARTX FROM LINTOT1
           WRITE REGRECARTX FROM LINTOT2
           WRITE REGRECARTX FROM LINTOT3
           MOVE "*** ARQUIVO GERADO: RECARGA.TXT/RECARGA.DOC ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQBEN ARQPEDBEN ARQRECAR ARQRECARTX.
           IF W-FEROK = "S"
              CLOSE ARQFER.
           IF W-AFASTOK = "S"
              CLOSE ARQAFAST.
           IF W-FERIADOK = "S"
              CLOSE TBFERIAD.
           IF W-FOLHAOK = "S"
              CLOSE ARQFOLHA.
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
       FIM-ROT-RECAR.
