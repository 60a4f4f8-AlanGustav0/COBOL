       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP154.
      ********************************************************
      * CONCILIACAO MENSAL DAS OBRIGACOES POR EMPRESA:        *
      * FOLHA (ARQFOLHA + PRO-LABORE + RPA) X ESOCIAL S-1200  *
      * (FPP067) X FGTS DIGITAL (FPP068) X GUIAS GPS/DARF     *
      * (FPP070). TOTAIS DE BASES E VALORES DE INSS, IRRF E   *
      * FGTS POR FONTE E DIVERGENCIAS POR CHAPA. SO MARCA A   *
      * COMPETENCIA COMO CONCILIADA (ARQCONCIL) SE NENHUMA    *
      * DIFERENCA PASSAR DA TOLERANCIA INFORMADA              *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLB-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQRPA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS RPA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQDECLAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DCL-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQGUIAS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS GUIA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQCONCIL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CONC-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCONCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
          03 FOLHA-KEY.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
      *----[ C=COMPLEMENTAR (FPP184)                                  ]
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
      *----[ DETALHE DA FOLHA: UM REGISTRO POR RUBRICA PAGA OU   ]----
      *----[ DESCONTADA. ORIGEM F = RUBRICA FIXA DO CALCULO,     ]----
      *----[ E = EVENTO DO CATALOGO TBEVENT (MESMO CODIGO)       ]----
      *----[ NATUREZA P=PROVENTO D=DESCONTO I=INFORMATIVA        ]----
      *----[ FIXAS: 001-099 PROVENTOS 101-199 DESCONTOS 9XX INF. ]----
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
      *----[ PRO-LABORE DE SOCIOS/DIRETORES CALCULADO PELO FPP153 ]----
       FD ARQPROLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROLAB.DAT".
       01 REGPROLAB.
          03 PLB-KEY.
             05 PLB-COD                PIC 9(04).
             05 PLB-COMPET             PIC 9(06).
          03 PLB-NOME                  PIC X(30).
          03 PLB-CPF                   PIC 9(11).
          03 PLB-NIT                   PIC 9(11).
          03 PLB-TIPO                  PIC X(01).
          03 PLB-EMPRESA               PIC X(02).
          03 PLB-VALOR                 PIC 9(06)V99.
          03 PLB-INSS                  PIC 9(06)V99.
          03 PLB-IRRF                  PIC 9(06)V99.
          03 PLB-LIQUIDO               PIC 9(06)V99.
          03 PLB-BANCO                 PIC 9(03).
          03 PLB-AGENCIA               PIC 9(05).
          03 PLB-CONTA                 PIC X(12).
          03 PLB-DATAPROC              PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQRPA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQRPA.DAT".
       01 REGRPA.
          03 RPA-KEY.
             05 RPA-COD                PIC 9(04).
             05 RPA-COMPET             PIC 9(06).
          03 RPA-NOME                  PIC X(30).
          03 RPA-VALOR                 PIC 9(06)V99.
          03 RPA-INSS                  PIC 9(06)V99.
          03 RPA-IRRF                  PIC 9(06)V99.
          03 RPA-LIQUIDO               PIC 9(06)V99.
          03 RPA-EMPRESA               PIC X(02).
      *-----------------------------------------------------------------
      *----[ VALORES DECLARADOS POR CHAPA P/ CONCILIACAO (FPP154) ]----
      *----[ ORIGEM E=ESOCIAL S-1200 (FPP067) F=FGTS DIGITAL (FPP068) ]-
      *----[ TIPOID F=FUNCIONARIO (CHAPA) P=PRO-LABORE (COD. SOCIO)  ]-
       FD ARQDECLAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDECLAR.DAT".
       01 REGDECLAR.
          03 DCL-KEY.
             05 DCL-COMPET             PIC 9(06).
             05 DCL-EMPRESA            PIC X(02).
             05 DCL-ORIGEM             PIC X(01).
             05 DCL-TIPOID             PIC X(01).
             05 DCL-CHAPA              PIC 9(06).
          03 DCL-NOME                  PIC X(30).
          03 DCL-CPF                   PIC 9(11).
          03 DCL-BASEINSS              PIC 9(07)V99.
          03 DCL-INSS                  PIC 9(06)V99.
          03 DCL-BASEIRRF              PIC 9(07)V99.
          03 DCL-IRRF                  PIC 9(06)V99.
          03 DCL-BASEFGTS              PIC 9(07)V99.
          03 DCL-FGTS                  PIC 9(06)V99.
          03 DCL-DATAGER               PIC 9(08).
      *-----------------------------------------------------------------
      *----[ GPS/DRF = VALOR DAS GUIAS, SEG = PARCELA DOS SEGURADOS ]--
       FD ARQGUIAS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQGUIAS.DAT".
       01 REGGUIA.
          03 GUIA-KEY.
             05 GUIA-COMPET            PIC 9(06).
             05 GUIA-EMPRESA           PIC X(02).
             05 GUIA-TIPO              PIC X(03).
          03 GUIA-VALOR                PIC 9(09)V99.
          03 GUIA-VENCTO               PIC 9(08).
          03 GUIA-DATAGER              PIC 9(08).
          03 GUIA-HORAGER              PIC 9(06).
          03 GUIA-OPERADOR             PIC X(08).
      *-----------------------------------------------------------------
      *----[ SITUACAO DA CONCILIACAO: C=CONCILIADA D=DIVERGENTE ]----
       FD ARQCONCIL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCONCIL.DAT".
       01 REGCONCIL.
          03 CONC-KEY.
             05 CONC-COMPET            PIC 9(06).
             05 CONC-EMPRESA           PIC X(02).
          03 CONC-STATUS               PIC X(01).
          03 CONC-QTDDIF               PIC 9(05).
          03 CONC-TOLER                PIC 9(03)V99.
          03 CONC-DATA                 PIC 9(08).
          03 CONC-HORA                 PIC 9(06).
          03 CONC-OPERADOR             PIC X(08).
      *-----------------------------------------------------------------
       FD ARQCONCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONCIL.DOC".
       01 REGCONCTX                    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-DETOK         PIC X(01) VALUE "N".
       01 W-PLBOK         PIC X(01) VALUE "N".
       01 W-RPAOK         PIC X(01) VALUE "N".
       01 W-DCLOK         PIC X(01) VALUE "N".
       01 W-GUIOK         PIC X(01) VALUE "N".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-RAZSOCIAL     PIC X(40) VALUE SPACES.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-HORAGER       PIC 9(06) VALUE ZEROS.
       01 W-TOLER         PIC 9(03)V99 VALUE 0,10.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
      *----[ GUIAS EMITIDAS (ARQGUIAS) ]----
       01 W-GUIASEG       PIC 9(09)V99 VALUE ZEROS.
       01 W-GUIADRF       PIC 9(09)V99 VALUE ZEROS.
       01 W-TEMSEG        PIC X(01) VALUE "N".
       01 W-TEMDRF        PIC X(01) VALUE "N".
      *----[ DIFERENCAS E CONTADORES ]----
       01 W-DIF           PIC S9(09)V99 VALUE ZEROS.
       01 W-DIFABS        PIC 9(09)V99 VALUE ZEROS.
       01 W-QTDDIF        PIC 9(05) VALUE ZEROS.
       01 W-QTDITENS      PIC 9(05) VALUE ZEROS.
       01 W-FORATAB       PIC 9(05) VALUE ZEROS.
       01 W-TOTITENS      PIC 9(04) VALUE ZEROS.
       01 W-IT            PIC 9(04) VALUE ZEROS.
       01 W-F             PIC 9(01) VALUE ZEROS.
       01 W-C             PIC 9(01) VALUE ZEROS.
       01 W-RUBR          PIC 9(03) VALUE ZEROS.
       01 W-ACHEI         PIC X(01) VALUE "N".
      *----[ ITEM A ACUMULAR: TIPO/CHAPA, FONTE E OS SEIS VALORES ]----
       01 W-BTIPO         PIC X(01) VALUE SPACES.
       01 W-BCHAPA        PIC 9(06) VALUE ZEROS.
       01 W-BNOME         PIC X(30) VALUE SPACES.
       01 W-BFONTE        PIC 9(01) VALUE ZEROS.
       01 W-VALS.
          05 W-VAL        PIC 9(07)V99 OCCURS 6 TIMES.
      *----[ CAMPOS: 1=BASE INSS 2=INSS 3=BASE IRRF 4=IRRF ]----
      *----[         5=BASE FGTS 6=FGTS                    ]----
       01 W-NOMESCAMPO.
          05 FILLER       PIC X(10) VALUE "BASE INSS ".
          05 FILLER       PIC X(10) VALUE "INSS      ".
          05 FILLER       PIC X(10) VALUE "BASE IRRF ".
          05 FILLER       PIC X(10) VALUE "IRRF      ".
          05 FILLER       PIC X(10) VALUE "BASE FGTS ".
          05 FILLER       PIC X(10) VALUE "FGTS      ".
       01 W-TABCAMPO REDEFINES W-NOMESCAMPO.
          05 W-NOMECAMPO  PIC X(10) OCCURS 6 TIMES.
      *----[ FONTES POR CHAPA: 1=FOLHA 2=ESOCIAL 3=FGTS DIGITAL ]----
       01 TABCONC.
           05 TABCONC-ITEM OCCURS 1000 TIMES INDEXED BY IDXCO.
              10 TC-TIPOID   PIC X(01).
              10 TC-CHAPA    PIC 9(06).
              10 TC-NOME     PIC X(30).
              10 TC-FONTE    OCCURS 3 TIMES.
                 15 TC-VALOR PIC 9(07)V99 OCCURS 6 TIMES.
      *----[ TOTAIS: 1=FOLHA+PRO-LABORE 2=ESOCIAL 3=FGTS DIG. 4=RPA ]--
       01 TABTOT.
           05 TT-FONTE       OCCURS 4 TIMES.
              10 TT-VALOR    PIC 9(09)V99 OCCURS 6 TIMES.

       01  CAB1.
           05  FILLER PIC X(048) VALUE
           "CONCILIACAO FOLHA X ESOCIAL X GUIAS X FGTS - ".
           05  FILLER PIC X(007) VALUE "COMP.: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(010) VALUE " EMPRESA: ".
           05  CAB1-EMP      PIC X(02) VALUE SPACES.

       01  CAB1B.
           05  FILLER PIC X(007) VALUE "CNPJ: ".
           05  CAB1B-CNPJ    PIC X(18) VALUE SPACES.
           05  FILLER PIC X(002) VALUE "  ".
           05  CAB1B-RAZAO   PIC X(40) VALUE SPACES.
           05  FILLER PIC X(015) VALUE "  TOLERANCIA: ".
           05  CAB1B-TOLER   PIC ZZ9,99.

       01  CAB3.
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".

       01  CABTOT.
           05  FILLER PIC X(022) VALUE "FONTE".
           05  FILLER PIC X(013) VALUE "    BASE INSS".
           05  FILLER PIC X(013) VALUE "         INSS".
           05  FILLER PIC X(013) VALUE "    BASE IRRF".
           05  FILLER PIC X(013) VALUE "         IRRF".
           05  FILLER PIC X(013) VALUE "    BASE FGTS".
           05  FILLER PIC X(013) VALUE "         FGTS".

       01  LINTOT.
           05  LT-DESCR      PIC X(22) VALUE SPACES.
           05  LT-VALORES    OCCURS 6 TIMES.
               07  FILLER    PIC X(01) VALUE SPACES.
               07  LT-VALOR  PIC ZZZZZZZZ9,99.

       01  LINDIF.
           05  LD-DESCR      PIC X(22) VALUE SPACES.
           05  LD-VALORES    OCCURS 6 TIMES.
               07  FILLER    PIC X(01) VALUE SPACES.
               07  LD-VALOR  PIC -ZZZZZZZ9,99.

       01  LINGUIA.
           05  FILLER        PIC X(022) VALUE "GUIAS GPS(SEG)/DARF".
           05  FILLER        PIC X(013) VALUE SPACES.
           05  FILLER        PIC X(001) VALUE SPACES.
           05  LG-GPS        PIC ZZZZZZZZ9,99.
           05  FILLER        PIC X(013) VALUE SPACES.
           05  FILLER        PIC X(001) VALUE SPACES.
           05  LG-DARF       PIC ZZZZZZZZ9,99.

       01  LINAVISO.
           05  FILLER        PIC X(004) VALUE "*** ".
           05  LA-TEXTO      PIC X(60) VALUE SPACES.

       01  CABDET1.
           05  FILLER PIC X(044) VALUE
           "DIVERGENCIAS POR CHAPA (ACIMA DA TOLERANCIA)".

       01  CABDET2.
           05  FILLER PIC X(042) VALUE
           "T CHAPA  NOME                           ".
           05  FILLER PIC X(020) VALUE "FONTE     CAMPO     ".
           05  FILLER PIC X(036) VALUE
           "      FOLHA   DECLARADO    DIFERENCA".

       01  DETDIF.
           05  DD-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DD-FONTE      PIC X(09) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-CAMPO      PIC X(10) VALUE SPACES.
           05  DD-FOLHA      PIC ZZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-DECL       PIC ZZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-DIF        PIC -ZZZZZZZ9,99.

       01  LINQTD1.
           05  FILLER PIC X(038) VALUE
           "ITENS CONFERIDOS (CHAPAS E SOCIOS).: ".
           05  LQ-ITENS      PIC ZZZZ9.

       01  LINQTD2.
           05  FILLER PIC X(038) VALUE
           "DIVERGENCIAS ACIMA DA TOLERANCIA...: ".
           05  LQ-QTDDIF     PIC ZZZZ9.

       01  LINSIT.
           05  FILLER PIC X(038) VALUE
           "SITUACAO DA COMPETENCIA............: ".
           05  LS-SITUACAO   PIC X(40) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** CONCILIACAO MENSAL FOLHA X ESOCIAL".
           05  LINE 02  COLUMN 41
               VALUE  " X GUIAS X FGTS ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)        :".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 12  COLUMN 01
               VALUE  " TOLERANCIA POR ITEM (R$)     :".
           05  LINE 14  COLUMN 01
               VALUE  " MARCAR COMO CONCILIADA (S/N) :".
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
           05  TW-TOLER
               LINE 12  COLUMN 34  PIC ZZ9,99
               USING  W-TOLER
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-QTDDIF W-QTDITENS W-FORATAB W-TOTITENS
                MOVE ZEROS TO W-GUIASEG W-GUIADRF TABTOT
                MOVE "N" TO W-TEMSEG W-TEMDRF
                DISPLAY TELACONC.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO.
       INC-EMP.
                ACCEPT TW-EMPRESA
                IF W-EMPRESA = SPACES
                   MOVE "* INFORME A EMPRESA (UMA POR EXECUCAO) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
       INC-TOL.
                ACCEPT TW-TOLER.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "s"
                   MOVE "S" TO W-OPCAO.
                IF W-OPCAO = "n"
                   MOVE "N" TO W-OPCAO.
                IF W-OPCAO NOT = "S" AND "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQFOLHA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQCONCIL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCONCIL
                 CLOSE ARQCONCIL
                 OPEN I-O ARQCONCIL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONCIL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT ARQCONCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO CONCIL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-DETOK.
           MOVE "N" TO W-PLBOK
           OPEN INPUT ARQPROLAB
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PLBOK.
           MOVE "N" TO W-RPAOK
           OPEN INPUT ARQRPA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-RPAOK.
           MOVE "N" TO W-DCLOK
           OPEN INPUT ARQDECLAR
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DCLOK.
           MOVE "N" TO W-GUIOK
           OPEN INPUT ARQGUIAS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-GUIOK.

       INC-OP1.
           OPEN INPUT TBPARAM
           IF ST-ERRO = "00"
              MOVE W-EMPRESA TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO = "00"
                 MOVE PARAM-CNPJ      TO W-CNPJ
                 MOVE PARAM-RAZSOCIAL TO W-RAZSOCIAL
              END-IF
              CLOSE TBPARAM.

       INC-OP2.
           MOVE LOW-VALUES TO FOLHA-KEY
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO CARREGAR-PLB.

      *----[ FONTE 1: FOLHA MENSAL. BASES INSS/IRRF DAS RUBRICAS  ]----
      *----[ 102/103 DO DETALHE (SEM DETALHE VALE O BRUTO); BASE   ]----
      *----[ FGTS = BRUTO QUANDO HOUVE FGTS, COMO NO FGTS DIGITAL ]----
       LER-FOLHA.
           READ ARQFOLHA NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO CARREGAR-PLB
              ELSE
                 MOVE "ERRO NA LEITURA ARQFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           IF FOLHA-COMPET NOT = W-COMPET-N
              GO TO LER-FOLHA.
           IF FOLHA-TIPO NOT = "M" AND "C"
              GO TO LER-FOLHA.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE FOLHA-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-FEMP NOT = W-EMPRESA
              GO TO LER-FOLHA.

           MOVE "F"            TO W-BTIPO
           MOVE FOLHA-CHAPA    TO W-BCHAPA
           MOVE FOLHA-NOME     TO W-BNOME
           MOVE 1              TO W-BFONTE
           MOVE FOLHA-SALBRUTO TO W-VAL(1) W-VAL(3)
           MOVE FOLHA-INSS     TO W-VAL(2)
           MOVE FOLHA-IRRF     TO W-VAL(4)
           MOVE ZEROS          TO W-VAL(5)
           IF FOLHA-FGTS NOT = ZEROS
              MOVE FOLHA-SALBRUTO TO W-VAL(5).
           MOVE FOLHA-FGTS     TO W-VAL(6)
           IF W-DETOK = "S"
              MOVE 102 TO W-RUBR
              PERFORM BUSCAR-BASE THRU BUSCAR-BASE-FIM
              MOVE 103 TO W-RUBR
              PERFORM BUSCAR-BASE THRU BUSCAR-BASE-FIM.
           PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM
           GO TO LER-FOLHA.

      *----[ FONTE 1: PRO-LABORE (SEM FGTS) ]----
       CARREGAR-PLB.
           IF W-PLBOK NOT = "S"
              GO TO CARREGAR-RPA.
           MOVE LOW-VALUES TO PLB-KEY
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO CARREGAR-RPA.
       CARREGAR-PLB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-RPA.
           IF PLB-COMPET NOT = W-COMPET-N
              GO TO CARREGAR-PLB-RD.
           IF PLB-EMPRESA NOT = W-EMPRESA
              GO TO CARREGAR-PLB-RD.
           MOVE "P"       TO W-BTIPO
           MOVE PLB-COD   TO W-BCHAPA
           MOVE PLB-NOME  TO W-BNOME
           MOVE 1         TO W-BFONTE
           MOVE PLB-VALOR TO W-VAL(1) W-VAL(3)
           MOVE PLB-INSS  TO W-VAL(2)
           MOVE PLB-IRRF  TO W-VAL(4)
           MOVE ZEROS     TO W-VAL(5) W-VAL(6)
           PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM
           GO TO CARREGAR-PLB-RD.

      *----[ RPA NAO VAI AO S-1200: SO ENTRA NO TOTAL DAS GUIAS ]----
       CARREGAR-RPA.
           IF W-RPAOK NOT = "S"
              GO TO CARREGAR-DECL.
           MOVE LOW-VALUES TO RPA-KEY
           START ARQRPA KEY IS NOT LESS RPA-KEY
               INVALID KEY GO TO CARREGAR-DECL.
       CARREGAR-RPA-RD.
           READ ARQRPA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-DECL.
           IF RPA-COMPET NOT = W-COMPET-N
              GO TO CARREGAR-RPA-RD.
           MOVE RPA-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-FEMP NOT = W-EMPRESA
              GO TO CARREGAR-RPA-RD.
           ADD RPA-VALOR TO TT-VALOR(4, 1) TT-VALOR(4, 3)
           ADD RPA-INSS  TO TT-VALOR(4, 2)
           ADD RPA-IRRF  TO TT-VALOR(4, 4)
           GO TO CARREGAR-RPA-RD.

      *----[ FONTES 2 E 3: DECLARADO NO ESOCIAL E NO FGTS DIGITAL ]----
       CARREGAR-DECL.
           IF W-DCLOK NOT = "S"
              GO TO LER-GUIAS.
           MOVE W-COMPET-N TO DCL-COMPET
           MOVE W-EMPRESA  TO DCL-EMPRESA
           MOVE LOW-VALUES TO DCL-ORIGEM DCL-TIPOID
           MOVE ZEROS      TO DCL-CHAPA
           START ARQDECLAR KEY IS NOT LESS DCL-KEY
               INVALID KEY GO TO LER-GUIAS.
       CARREGAR-DECL-RD.
           READ ARQDECLAR NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LER-GUIAS.
           IF DCL-COMPET NOT = W-COMPET-N OR DCL-EMPRESA NOT = W-EMPRESA
              GO TO LER-GUIAS.
           MOVE 2 TO W-BFONTE
           IF DCL-ORIGEM = "F"
              MOVE 3 TO W-BFONTE.
           MOVE DCL-TIPOID   TO W-BTIPO
           MOVE DCL-CHAPA    TO W-BCHAPA
           MOVE DCL-NOME     TO W-BNOME
           MOVE DCL-BASEINSS TO W-VAL(1)
           MOVE DCL-INSS     TO W-VAL(2)
           MOVE DCL-BASEIRRF TO W-VAL(3)
           MOVE DCL-IRRF     TO W-VAL(4)
           MOVE DCL-BASEFGTS TO W-VAL(5)
           MOVE DCL-FGTS     TO W-VAL(6)
           PERFORM ACUM-ITEM THRU ACUM-ITEM-FIM
           GO TO CARREGAR-DECL-RD.

      *----[ GUIAS EMITIDAS PELO FPP070 PARA A EMPRESA ]----
       LER-GUIAS.
           IF W-GUIOK NOT = "S"
              GO TO TOTALIZAR.
           MOVE W-COMPET-N TO GUIA-COMPET
           MOVE W-EMPRESA  TO GUIA-EMPRESA
           MOVE "SEG"      TO GUIA-TIPO
           READ ARQGUIAS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMSEG
              MOVE GUIA-VALOR TO W-GUIASEG.
           MOVE W-COMPET-N TO GUIA-COMPET
           MOVE W-EMPRESA  TO GUIA-EMPRESA
           MOVE "DRF"      TO GUIA-TIPO
           READ ARQGUIAS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMDRF
              MOVE GUIA-VALOR TO W-GUIADRF.
      *----[ GUIAS DA FOLHA COMPLEMENTAR SOMAM NAS DO MES ]----
           MOVE W-COMPET-N TO GUIA-COMPET
           MOVE W-EMPRESA  TO GUIA-EMPRESA
           MOVE "SGC"      TO GUIA-TIPO
           READ ARQGUIAS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMSEG
              ADD GUIA-VALOR TO W-GUIASEG.
           MOVE W-COMPET-N TO GUIA-COMPET
           MOVE W-EMPRESA  TO GUIA-EMPRESA
           MOVE "DRC"      TO GUIA-TIPO
           READ ARQGUIAS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-TEMDRF
              ADD GUIA-VALOR TO W-GUIADRF.

      *----[ TOTAIS DAS FONTES 1 A 3 A PARTIR DA TABELA ]----
       TOTALIZAR.
           MOVE 1 TO W-IT.
       TOTALIZAR-ITEM.
           IF W-IT > W-TOTITENS
              GO TO IMPRIMIR-TOT.
           SET IDXCO TO W-IT
           MOVE 1 TO W-F.
       TOTALIZAR-FONTE.
           MOVE 1 TO W-C.
       TOTALIZAR-CAMPO.
           ADD TC-VALOR(IDXCO, W-F, W-C) TO TT-VALOR(W-F, W-C)
           ADD 1 TO W-C
           IF W-C NOT > 6
              GO TO TOTALIZAR-CAMPO.
           ADD 1 TO W-F
           IF W-F NOT > 3
              GO TO TOTALIZAR-FONTE.
           ADD 1 TO W-IT
           GO TO TOTALIZAR-ITEM.

       IMPRIMIR-TOT.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           ACCEPT W-HORAGER FROM TIME
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"

           MOVE W-COMPET-MES TO CAB1-COMPMES
           MOVE W-COMPET-ANO TO CAB1-COMPANO
           MOVE W-EMPRESA    TO CAB1-EMP
           MOVE W-CNPJ       TO CAB1B-CNPJ
           MOVE W-RAZSOCIAL  TO CAB1B-RAZAO
           MOVE W-TOLER      TO CAB1B-TOLER
           WRITE REGCONCTX FROM CAB1
           WRITE REGCONCTX FROM CAB1B
           WRITE REGCONCTX FROM CAB3
           WRITE REGCONCTX FROM CABTOT
           WRITE REGCONCTX FROM CAB3.

           MOVE "FOLHA + PRO-LABORE" TO LT-DESCR
           MOVE 1 TO W-F
           PERFORM MONTAR-LINTOT THRU MONTAR-LINTOT-FIM
           MOVE "RPA (AUTONOMOS)" TO LT-DESCR
           MOVE 4 TO W-F
           PERFORM MONTAR-LINTOT THRU MONTAR-LINTOT-FIM
           MOVE "ESOCIAL S-1200" TO LT-DESCR
           MOVE 2 TO W-F
           PERFORM MONTAR-LINTOT THRU MONTAR-LINTOT-FIM
           MOVE "FGTS DIGITAL" TO LT-DESCR
           MOVE 3 TO W-F
           PERFORM MONTAR-LINTOT THRU MONTAR-LINTOT-FIM
           MOVE W-GUIASEG TO LG-GPS
           MOVE W-GUIADRF TO LG-DARF
           WRITE REGCONCTX FROM LINGUIA
           WRITE REGCONCTX FROM CAB3.

      *----[ DIFERENCAS DOS TOTAIS (DECLARADO - FOLHA) ]----
           MOVE "DIF. ESOCIAL X FOLHA" TO LD-DESCR
           MOVE 1 TO W-C.
       DIF-ESOCIAL.
           MOVE ZEROS TO LD-VALOR(W-C)
           IF W-C < 5
              COMPUTE W-DIF = TT-VALOR(2, W-C) - TT-VALOR(1, W-C)
              MOVE W-DIF TO LD-VALOR(W-C).
           ADD 1 TO W-C
           IF W-C NOT > 6
              GO TO DIF-ESOCIAL.
           WRITE REGCONCTX FROM LINDIF
           MOVE "DIF. FGTS DIG X FOLHA" TO LD-DESCR
           MOVE 1 TO W-C.
       DIF-FGTS.
           MOVE ZEROS TO LD-VALOR(W-C)
           IF W-C > 4
              COMPUTE W-DIF = TT-VALOR(3, W-C) - TT-VALOR(1, W-C)
              MOVE W-DIF TO LD-VALOR(W-C).
           ADD 1 TO W-C
           IF W-C NOT > 6
              GO TO DIF-FGTS.
           WRITE REGCONCTX FROM LINDIF.

      *----[ GUIAS X FOLHA + PRO-LABORE + RPA, NO TOTAL DA EMPRESA ]----
       DIF-GUIAS.
           MOVE "DIF. GUIAS X FOLHA" TO LD-DESCR
           MOVE ZEROS TO LD-VALOR(1) LD-VALOR(3) LD-VALOR(5)
                         LD-VALOR(6)
           COMPUTE W-DIF = W-GUIASEG - TT-VALOR(1, 2) - TT-VALOR(4, 2)
           MOVE W-DIF TO LD-VALOR(2)
           PERFORM CONTAR-DIF THRU CONTAR-DIF-FIM
           COMPUTE W-DIF = W-GUIADRF - TT-VALOR(1, 4) - TT-VALOR(4, 4)
           MOVE W-DIF TO LD-VALOR(4)
           PERFORM CONTAR-DIF THRU CONTAR-DIF-FIM
           WRITE REGCONCTX FROM LINDIF
           WRITE REGCONCTX FROM CAB3.
           IF W-TEMSEG NOT = "S"
              MOVE "GPS DA COMPETENCIA NAO EMITIDA (FPP070)" TO LA-TEXTO
              WRITE REGCONCTX FROM LINAVISO.
           IF W-TEMDRF NOT = "S"
              MOVE "DARF DA COMPETENCIA NAO EMITIDO (FPP070)"
              TO LA-TEXTO
              WRITE REGCONCTX FROM LINAVISO.
           IF W-FORATAB NOT = ZEROS
              MOVE "TABELA CHEIA - HA ITENS NAO CONFERIDOS" TO LA-TEXTO
              WRITE REGCONCTX FROM LINAVISO
              ADD W-FORATAB TO W-QTDDIF.

      *----[ DIVERGENCIAS POR CHAPA: ESOCIAL NOS CAMPOS 1-4, FGTS ]----
      *----[ DIGITAL NOS CAMPOS 5-6, SEMPRE CONTRA A FOLHA       ]----
           WRITE REGCONCTX FROM CABDET1
           WRITE REGCONCTX FROM CABDET2
           WRITE REGCONCTX FROM CAB3
           MOVE 1 TO W-IT.
       CONFERIR-ITEM.
           IF W-IT > W-TOTITENS
              GO TO FIM-CONCIL.
           SET IDXCO TO W-IT
           ADD 1 TO W-QTDITENS
           MOVE 1 TO W-C.
       CONFERIR-CAMPO.
           MOVE 2 TO W-F
           MOVE "ESOCIAL" TO DD-FONTE
           IF W-C > 4
              MOVE 3 TO W-F
              MOVE "FGTS DIG." TO DD-FONTE.
           COMPUTE W-DIF = TC-VALOR(IDXCO, W-F, W-C)
                         - TC-VALOR(IDXCO, 1, W-C)
           MOVE W-DIF TO W-DIFABS
           IF W-DIFABS > W-TOLER
              MOVE TC-TIPOID(IDXCO)        TO DD-TIPO
              MOVE TC-CHAPA(IDXCO)         TO DD-CHAPA
              MOVE TC-NOME(IDXCO)          TO DD-NOME
              MOVE W-NOMECAMPO(W-C)        TO DD-CAMPO
              MOVE TC-VALOR(IDXCO, 1, W-C) TO DD-FOLHA
              MOVE TC-VALOR(IDXCO, W-F, W-C) TO DD-DECL
              MOVE W-DIF                   TO DD-DIF
              WRITE REGCONCTX FROM DETDIF
              ADD 1 TO W-QTDDIF.
           ADD 1 TO W-C
           IF W-C NOT > 6
              GO TO CONFERIR-CAMPO.
           ADD 1 TO W-IT
           GO TO CONFERIR-ITEM.

      *----[ SO MARCA CONCILIADA SEM DIVERGENCIA; COM DIVERGENCIA ]----
      *----[ A SITUACAO PASSA A D, DESFAZENDO CONCILIACAO ANTERIOR ]---
       FIM-CONCIL.
           WRITE REGCONCTX FROM CAB3
           MOVE W-QTDITENS TO LQ-ITENS
           MOVE W-QTDDIF   TO LQ-QTDDIF
           WRITE REGCONCTX FROM LINQTD1
           WRITE REGCONCTX FROM LINQTD2.
           IF W-QTDDIF NOT = ZEROS
              MOVE "D" TO CONC-STATUS
              MOVE "DIVERGENTE - NAO CONCILIADA" TO LS-SITUACAO
              MOVE "* DIVERGENCIAS ACIMA DA TOLERANCIA - VEJA DOC *"
              TO MENS
              PERFORM GRAVAR-CONCIL THRU GRAVAR-CONCIL-FIM
              GO TO FIM-CONCIL-MENS.
           IF W-OPCAO = "S"
              MOVE "C" TO CONC-STATUS
              MOVE "CONCILIADA" TO LS-SITUACAO
              MOVE "*** COMPETENCIA CONCILIADA: CONCIL.DOC ***" TO MENS
              PERFORM GRAVAR-CONCIL THRU GRAVAR-CONCIL-FIM
           ELSE
              MOVE "SEM DIVERGENCIAS - NAO MARCADA" TO LS-SITUACAO
              MOVE "*** SEM DIVERGENCIAS: CONCIL.DOC ***" TO MENS.
       FIM-CONCIL-MENS.
           WRITE REGCONCTX FROM LINSIT
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

       GRAVAR-CONCIL.
           MOVE W-COMPET-N TO CONC-COMPET
           MOVE W-EMPRESA  TO CONC-EMPRESA
           MOVE W-QTDDIF   TO CONC-QTDDIF
           MOVE W-TOLER    TO CONC-TOLER
           MOVE W-DATAGER  TO CONC-DATA
           MOVE W-HORAGER  TO CONC-HORA
           MOVE W-OPERADOR TO CONC-OPERADOR
           WRITE REGCONCIL
           IF ST-ERRO = "22"
              REWRITE REGCONCIL.
       GRAVAR-CONCIL-FIM.
           EXIT.

      *----[ LINHA DE TOTAIS DA FONTE W-F ]----
       MONTAR-LINTOT.
           MOVE 1 TO W-C.
       MONTAR-LINTOT-CAMPO.
           MOVE TT-VALOR(W-F, W-C) TO LT-VALOR(W-C)
           ADD 1 TO W-C
           IF W-C NOT > 6
              GO TO MONTAR-LINTOT-CAMPO.
           WRITE REGCONCTX FROM LINTOT.
       MONTAR-LINTOT-FIM.
           EXIT.

      *----[ DIFERENCA DE TOTAL ACIMA DA TOLERANCIA CONTA COMO UMA ]----
       CONTAR-DIF.
           MOVE W-DIF TO W-DIFABS
           IF W-DIFABS > W-TOLER
              ADD 1 TO W-QTDDIF.
       CONTAR-DIF-FIM.
           EXIT.

      *----[ BASE DA RUBRICA FIXA 102/103 NO DETALHE DA CHAPA ]----
       BUSCAR-BASE.
           MOVE FOLHA-CHAPA  TO FDET-CHAPA
           MOVE FOLHA-COMPET TO FDET-COMPET
           MOVE FOLHA-TIPO   TO FDET-TIPO
           MOVE "F"          TO FDET-ORIGEM
           MOVE W-RUBR       TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO3 NOT = "00"
              GO TO BUSCAR-BASE-FIM.
           IF FDET-RUBRICA = 102
              MOVE FDET-BASE TO W-VAL(1)
           ELSE
              MOVE FDET-BASE TO W-VAL(3).
       BUSCAR-BASE-FIM.
           EXIT.

      *----[ LOCALIZA/CRIA O ITEM E SOMA OS VALORES NA FONTE ]----
       ACUM-ITEM.
           MOVE "N" TO W-ACHEI
           MOVE 1 TO W-IT.
       ACUM-ITEM-BUSCA.
           IF W-IT > W-TOTITENS
              GO TO ACUM-ITEM-NOVO.
           SET IDXCO TO W-IT
           IF TC-TIPOID(IDXCO) = W-BTIPO AND TC-CHAPA(IDXCO) = W-BCHAPA
              MOVE "S" TO W-ACHEI
              GO TO ACUM-ITEM-SOMA.
           ADD 1 TO W-IT
           GO TO ACUM-ITEM-BUSCA.
       ACUM-ITEM-NOVO.
           IF W-TOTITENS NOT LESS 1000
              ADD 1 TO W-FORATAB
              GO TO ACUM-ITEM-FIM.
           ADD 1 TO W-TOTITENS
           SET IDXCO TO W-TOTITENS
           MOVE W-BTIPO  TO TC-TIPOID(IDXCO)
           MOVE W-BCHAPA TO TC-CHAPA(IDXCO)
           MOVE W-BNOME  TO TC-NOME(IDXCO)
           MOVE ZEROS TO TC-FONTE(IDXCO, 1) TC-FONTE(IDXCO, 2)
                         TC-FONTE(IDXCO, 3).
       ACUM-ITEM-SOMA.
           MOVE 1 TO W-C.
       ACUM-ITEM-CAMPO.
           ADD W-VAL(W-C) TO TC-VALOR(IDXCO, W-BFONTE, W-C)
           ADD 1 TO W-C
           IF W-C NOT > 6
              GO TO ACUM-ITEM-CAMPO.
       ACUM-ITEM-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOLHA ARQCONCIL ARQCONCTX.
           IF W-DETOK = "S"
              CLOSE ARQFOLDET.
           IF W-PLBOK = "S"
              CLOSE ARQPROLAB.
           IF W-RPAOK = "S"
              CLOSE ARQRPA.
           IF W-DCLOK = "S"
              CLOSE ARQDECLAR.
           IF W-GUIOK = "S"
              CLOSE ARQGUIAS.
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
       FIM-ROT-CONC.
