       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP194.
      ********************************************************
      * EMISSAO DE DECLARACOES E CARTAS DO FUNCIONARIO        *
      * MESCLA NO MODELO DO TBMODDOC (FPP193) OS DADOS DA     *
      * CHAPA: NOME, CPF, CARGO, ADMISSAO, SALARIO E A MEDIA  *
      * DO SALARIO BRUTO DAS ULTIMAS FOLHAS MENSAIS (ARQFOLHA)*
      * CADA DOCUMENTO RECEBE UM NUMERO, FICA REGISTRADO NO   *
      * ARQDOCEMI E E GRAVADO DIRETO NO SPOOL DE RELATORIOS   *
      * (SPNNNNNN.DOC CATALOGADO NO ARQSPOOL, VER FPP110)     *
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

           SELECT TBMODDOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MOD-COD
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO3.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO3.

           SELECT ARQDOCEMI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOC-NUM
                      FILE STATUS IS ST-ERRO4.

           SELECT ARQSPOOL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SPL-ID
                      FILE STATUS IS ST-ERRO5.

           SELECT ARQDOC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO6.
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
       FD TBMODDOC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBMODDOC.DAT".
       01 REGMODDOC.
           03 MOD-COD            PIC 9(02).
           03 MOD-DESCR          PIC X(40).
           03 MOD-STATUS         PIC X(01).
           03 MOD-TEXTO.
            05 MOD-LINHA          PIC X(70) OCCURS 12 TIMES.
           03 MOD-OPERADOR       PIC X(08).
           03 MOD-DTULTALT       PIC 9(08).
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
      *----[ REGISTRO DE CADA DOCUMENTO EMITIDO, PELO NUMERO ]----
       FD ARQDOCEMI
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDOCEMI.DAT".
       01 REGDOCEMI.
           03 DOC-NUM            PIC 9(06).
           03 DOC-CHAPA          PIC 9(06).
           03 DOC-NOME           PIC X(30).
           03 DOC-MODELO         PIC 9(02).
           03 DOC-DESTINO        PIC X(50).
           03 DOC-MESES          PIC 9(02).
           03 DOC-MEDIA          PIC 9(06)V99.
           03 DOC-SPLID          PIC 9(06).
           03 DOC-OPERADOR       PIC X(08).
           03 DOC-DATA           PIC 9(08).
           03 DOC-HORA           PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQSPOOL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSPOOL.DAT".
       01 REGSPOOL.
           03 SPL-ID             PIC 9(06).
           03 SPL-PROGRAMA       PIC X(08).
           03 SPL-ORIGEM         PIC X(14).
           03 SPL-NOMESPOOL      PIC X(14).
           03 SPL-OPERADOR       PIC X(08).
           03 SPL-DATA           PIC 9(08).
           03 SPL-HORA           PIC 9(06).
           03 SPL-COMPET         PIC X(07).
           03 SPL-RETDIAS        PIC 9(03).
      *----[ A=DISPONIVEL X=EXPURGADO ]----
           03 SPL-STATUS         PIC X(01).
      *-----------------------------------------------------------------
       FD ARQDOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-NOMEDEST.
       01 REGDOC                       PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 ST-ERRO5        PIC X(02) VALUE "00".
       01 ST-ERRO6        PIC X(02) VALUE "00".
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-FOLHAOK       PIC X(01) VALUE "N".
       01 W-PARAMOK       PIC X(01) VALUE "N".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-NOMEDEST      PIC X(14) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-MODELO        PIC 9(02) VALUE ZEROS.
       01 W-DESTINO       PIC X(50) VALUE SPACES.
       01 W-MESES         PIC 9(02) VALUE 12.
       01 W-DOCNUM        PIC 9(06) VALUE ZEROS.
       01 W-SPLID         PIC 9(06) VALUE ZEROS.
       01 W-EMPFUNC       PIC X(02) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-DATAGER-X REDEFINES W-DATAGER.
          03 W-GERANO     PIC 9(04).
          03 W-GERMES     PIC 9(02).
          03 W-GERDIA     PIC 9(02).
       01 W-HORAGER       PIC 9(06) VALUE ZEROS.

      *----[ MEDIA DO SALARIO BRUTO DAS ULTIMAS W-MESES FOLHAS M ]----
       01 TABSAL.
          03 TS-VALOR        PIC 9(06)V99 OCCURS 12 TIMES.
       01 W-POSSAL        PIC 9(02) VALUE ZEROS.
       01 W-QTDLIDO       PIC 9(04) VALUE ZEROS.
       01 W-QTDUSO        PIC 9(02) VALUE ZEROS.
       01 W-SOMA          PIC 9(08)V99 VALUE ZEROS.
       01 W-MEDIA         PIC 9(06)V99 VALUE ZEROS.
       01 W-ID            PIC 9(02) VALUE ZEROS.

      *----[ CAMPOS JA EDITADOS P/ A MESCLA ]----
       01 W-CARGO         PIC X(45) VALUE SPACES.
       01 W-RAZSOCIAL     PIC X(40) VALUE SPACES.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-CHAPAED       PIC 9(06) VALUE ZEROS.
       01 W-DOCNUMED      PIC 9(06) VALUE ZEROS.
       01 W-SALED         PIC ZZZ.ZZ9,99.
       01 W-MEDIAED       PIC ZZZ.ZZ9,99.
       01 W-MESESED       PIC Z9.
       01 W-CPFNUM        PIC 9(11) VALUE ZEROS.
       01 W-CPFNUM-X REDEFINES W-CPFNUM.
          03 W-CPF1       PIC 9(03).
          03 W-CPF2       PIC 9(03).
          03 W-CPF3       PIC 9(03).
          03 W-CPFDV      PIC 9(02).
       01 W-CPFED.
          03 W-CPFED1     PIC 9(03).
          03 FILLER       PIC X(01) VALUE ".".
          03 W-CPFED2     PIC 9(03).
          03 FILLER       PIC X(01) VALUE ".".
          03 W-CPFED3     PIC 9(03).
          03 FILLER       PIC X(01) VALUE "-".
          03 W-CPFEDDV    PIC 9(02).
       01 W-ADMED.
          03 W-ADMEDDIA   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-ADMEDMES   PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-ADMEDANO   PIC 9(04).
       01 W-DATAED.
          03 W-DATAEDDIA  PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAEDMES  PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-DATAEDANO  PIC 9(04).
       01 W-DATAEXT       PIC X(30) VALUE SPACES.
       01 TABMESES.
          03 FILLER PIC X(09) VALUE "JANEIRO".
          03 FILLER PIC X(09) VALUE "FEVEREIRO".
          03 FILLER PIC X(09) VALUE "MARCO".
          03 FILLER PIC X(09) VALUE "ABRIL".
          03 FILLER PIC X(09) VALUE "MAIO".
          03 FILLER PIC X(09) VALUE "JUNHO".
          03 FILLER PIC X(09) VALUE "JULHO".
          03 FILLER PIC X(09) VALUE "AGOSTO".
          03 FILLER PIC X(09) VALUE "SETEMBRO".
          03 FILLER PIC X(09) VALUE "OUTUBRO".
          03 FILLER PIC X(09) VALUE "NOVEMBRO".
          03 FILLER PIC X(09) VALUE "DEZEMBRO".
       01 TABMESESX REDEFINES TABMESES.
          03 TB-MES          PIC X(09) OCCURS 12 TIMES.

      *----[ MESCLA: LINHA DO MODELO -> LINHA DO DOCUMENTO ]----
       01 W-LINENT        PIC X(70) VALUE SPACES.
       01 W-LINSAI        PIC X(120) VALUE SPACES.
       01 W-TOKEN         PIC X(08) VALUE SPACES.
       01 W-VALOR         PIC X(60) VALUE SPACES.
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-PE            PIC 9(03) VALUE ZEROS COMP.
       01 W-PF            PIC 9(03) VALUE ZEROS COMP.
       01 W-PS            PIC 9(03) VALUE ZEROS COMP.
       01 W-VI            PIC 9(03) VALUE ZEROS COMP.
       01 W-VF            PIC 9(03) VALUE ZEROS COMP.

       01  LINEMP.
           05  LE-RAZSOCIAL  PIC X(40) VALUE SPACES.
       01  LINCNPJ.
           05  FILLER        PIC X(06) VALUE "CNPJ: ".
           05  LC-CNPJ       PIC X(18) VALUE SPACES.
       01  LINTIT.
           05  LT-TITULO     PIC X(40) VALUE SPACES.
           05  FILLER        PIC X(17) VALUE "   DOCUMENTO NO. ".
           05  LT-DOCNUM     PIC 9(06) VALUE ZEROS.
       01  LINEMIS.
           05  FILLER        PIC X(11) VALUE "EMITIDO EM ".
           05  LM-DATAEXT    PIC X(30) VALUE SPACES.
       01  LINASS.
           05  FILLER        PIC X(40) VALUE ALL "_".
       01  LINRH.
           05  FILLER        PIC X(19) VALUE "RECURSOS HUMANOS - ".
           05  LR-RAZSOCIAL  PIC X(40) VALUE SPACES.
       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADOC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** EMISSAO DE DECLARACOES E CARTAS ***".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA                  :".
           05  LINE 06  COLUMN 01
               VALUE  " MODELO (FPP193)        :".
           05  LINE 08  COLUMN 01
               VALUE  " DESTINATARIO           :".
           05  LINE 10  COLUMN 01
               VALUE  " MESES P/ MEDIA (1 A 12):".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EMISSAO (S/N) :".
           05  LINE 14  COLUMN 01
               VALUE  " DOCUMENTO NUMERO       :".
           05  LINE 15  COLUMN 01
               VALUE  " GRAVADO NO SPOOL       :".
           05  LINE 16  COLUMN 01
               VALUE  " MEDIA SALARIAL         :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CHAPA
               LINE 04  COLUMN 27  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TW-NOME
               LINE 04  COLUMN 35  PIC X(30)
               FROM   NOME.
           05  TW-MODELO
               LINE 06  COLUMN 27  PIC 9(02)
               USING  W-MODELO
               HIGHLIGHT.
           05  TW-MODDESCR
               LINE 06  COLUMN 35  PIC X(40)
               FROM   MOD-DESCR.
           05  TW-DESTINO
               LINE 08  COLUMN 27  PIC X(50)
               USING  W-DESTINO
               HIGHLIGHT.
           05  TW-MESES
               LINE 10  COLUMN 27  PIC 9(02)
               USING  W-MESES
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 27  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
           05  TW-DOCNUM
               LINE 14  COLUMN 27  PIC ZZZZZ9
               FROM   W-DOCNUM.
           05  TW-SPOOL
               LINE 15  COLUMN 27  PIC X(14)
               FROM   W-NOMEDEST.
           05  TW-MEDIA
               LINE 16  COLUMN 27  PIC ZZZ.ZZ9,99
               FROM   W-MEDIA.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT TBMODDOC
           IF ST-ERRO2 NOT = "00"
              MOVE "* TBMODDOC NAO EXISTE - CADASTRE NO FPP193 *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           OPEN I-O ARQDOCEMI
           IF ST-ERRO4 NOT = "00"
              IF ST-ERRO4 = "30"
                 OPEN OUTPUT ARQDOCEMI
                 CLOSE ARQDOCEMI
                 OPEN I-O ARQDOCEMI
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDOCEMI" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQFUNC TBMODDOC
                 GO TO ROT-FIM2.
           OPEN I-O ARQSPOOL
           IF ST-ERRO5 NOT = "00"
              IF ST-ERRO5 = "30"
                 OPEN OUTPUT ARQSPOOL
                 CLOSE ARQSPOOL
                 OPEN I-O ARQSPOOL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSPOOL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQFUNC TBMODDOC ARQDOCEMI
                 GO TO ROT-FIM2.

      *----[ SEM CARGOS/FOLHA/TBPARAM O CAMPO SAI EM BRANCO/ZERO ]----
           MOVE "N" TO W-CARGOK W-FOLHAOK W-PARAMOK
           OPEN INPUT ARQCARG
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-CARGOK.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-FOLHAOK.
           OPEN INPUT TBPARAM
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-PARAMOK.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

       INC-001.
           MOVE ZEROS TO W-CHAPA W-MODELO W-DOCNUM W-MEDIA
           MOVE SPACES TO W-DESTINO W-NOMEDEST W-OPCAO NOME MOD-DESCR
           MOVE 12 TO W-MESES
           DISPLAY TELADOC.
       INC-CHAPA.
           ACCEPT TW-CHAPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPA = ZEROS
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CHAPA.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO NOME
              DISPLAY TW-NOME
              MOVE "*** CHAPA NAO CADASTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-CHAPA.
           DISPLAY TW-NOME.
       INC-MOD.
           ACCEPT TW-MODELO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-CHAPA.
           MOVE W-MODELO TO MOD-COD
           READ TBMODDOC
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO MOD-DESCR
              DISPLAY TW-MODDESCR
              MOVE "*** MODELO NAO CADASTRADO (FPP193) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MOD.
           DISPLAY TW-MODDESCR
           IF MOD-STATUS NOT = "A"
              MOVE "*** MODELO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MOD.
       INC-DEST.
           IF W-DESTINO = SPACES
              MOVE "A QUEM POSSA INTERESSAR" TO W-DESTINO.
           ACCEPT TW-DESTINO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MOD.
           IF W-DESTINO = SPACES
              GO TO INC-DEST.
       INC-MESES.
           ACCEPT TW-MESES
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-DEST.
           IF W-MESES = ZEROS
              MOVE 12 TO W-MESES
              DISPLAY TW-MESES.
           IF W-MESES > 12
              MOVE "*** MEDIA DE NO MAXIMO 12 MESES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-MESES.
       INC-OPC.
           ACCEPT TW-OPCAO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO INC-MESES.
           IF W-OPCAO = "N" OR "n"
              MOVE "* EMISSAO CANCELADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-001.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-OPC.

      *----[ NUMERA, GRAVA NO SPOOL E REGISTRA O DOCUMENTO ]----
       EMITIR.
           PERFORM MONTAR-CAMPOS THRU MONTAR-CAMPOS-FIM
           PERFORM PROX-DOCNUM THRU PROX-DOCNUM-FIM
           PERFORM PROX-SPLID THRU PROX-SPLID-FIM
           MOVE SPACES TO W-NOMEDEST
           STRING "SP"    DELIMITED BY SIZE
                  W-SPLID DELIMITED BY SIZE
                  ".DOC"  DELIMITED BY SIZE
                  INTO W-NOMEDEST
           END-STRING
           OPEN OUTPUT ARQDOC
           IF ST-ERRO6 NOT = "00"
              MOVE "ERRO NA CRIACAO DO ARQUIVO DE SPOOL" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO NOV-SOL.
           PERFORM GRAVAR-DOC THRU GRAVAR-DOC-FIM
           CLOSE ARQDOC

           MOVE W-SPLID    TO SPL-ID
           MOVE "FPP194"   TO SPL-PROGRAMA
           MOVE SPACES     TO SPL-ORIGEM
           STRING "DOC.NO."  DELIMITED BY SIZE
                  W-DOCNUMED DELIMITED BY SIZE
                  INTO SPL-ORIGEM
           END-STRING
           MOVE W-NOMEDEST TO SPL-NOMESPOOL
           MOVE W-OPERADOR TO SPL-OPERADOR
           MOVE W-DATAGER  TO SPL-DATA
           MOVE W-HORAGER  TO SPL-HORA
           MOVE W-CHAPAED  TO SPL-COMPET
           MOVE 90         TO SPL-RETDIAS
           MOVE "A"        TO SPL-STATUS
           WRITE REGSPOOL
           IF ST-ERRO5 = "22"
              REWRITE REGSPOOL.

           MOVE W-DOCNUM   TO DOC-NUM
           MOVE CHAPA      TO DOC-CHAPA
           MOVE NOME       TO DOC-NOME
           MOVE MOD-COD    TO DOC-MODELO
           MOVE W-DESTINO  TO DOC-DESTINO
           MOVE W-QTDUSO   TO DOC-MESES
           MOVE W-MEDIA    TO DOC-MEDIA
           MOVE W-SPLID    TO DOC-SPLID
           MOVE W-OPERADOR TO DOC-OPERADOR
           MOVE W-DATAGER  TO DOC-DATA
           MOVE W-HORAGER  TO DOC-HORA
           WRITE REGDOCEMI
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQDOCEMI" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           DISPLAY TW-DOCNUM TW-SPOOL TW-MEDIA
           IF W-QTDUSO = ZEROS
              MOVE "* SEM FOLHA MENSAL DA CHAPA - MEDIA ZERADA *"
              TO MENS
           ELSE
              MOVE "*** DOCUMENTO EMITIDO NO SPOOL ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       NOV-SOL.
           DISPLAY (22, 02) "OUTRO DOCUMENTO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (22, 25) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              GO TO INC-001.
           GO TO ROT-FIM.

      *----[ VALORES DOS CAMPOS DO MODELO P/ A CHAPA LIDA ]----
       MONTAR-CAMPOS.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           ACCEPT W-HORAGER FROM TIME
           MOVE FUNC-EMPRESA TO W-EMPFUNC
           IF W-EMPFUNC = SPACES
              MOVE "01" TO W-EMPFUNC.
           MOVE SPACES TO W-CARGO
           IF W-CARGOK = "S"
              MOVE CODIGOCARG TO COD
              READ ARQCARG
              IF ST-ERRO3 = "00"
                 MOVE DENOM TO W-CARGO.
           MOVE SPACES TO W-RAZSOCIAL W-CNPJ
           IF W-PARAMOK = "S"
              MOVE W-EMPFUNC TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO3 = "00"
                 MOVE PARAM-RAZSOCIAL TO W-RAZSOCIAL
                 MOVE PARAM-CNPJ      TO W-CNPJ.
           MOVE FUNC-CPF  TO W-CPFNUM
           MOVE W-CPF1    TO W-CPFED1
           MOVE W-CPF2    TO W-CPFED2
           MOVE W-CPF3    TO W-CPFED3
           MOVE W-CPFDV   TO W-CPFEDDV
           MOVE DIAADM    TO W-ADMEDDIA
           MOVE MESADM    TO W-ADMEDMES
           MOVE ANOADM    TO W-ADMEDANO
           MOVE W-GERDIA  TO W-DATAEDDIA
           MOVE W-GERMES  TO W-DATAEDMES
           MOVE W-GERANO  TO W-DATAEDANO
           MOVE SPACES TO W-DATAEXT
           STRING W-GERDIA         DELIMITED BY SIZE
                  " DE "           DELIMITED BY SIZE
                  TB-MES(W-GERMES) DELIMITED BY SPACE
                  " DE "           DELIMITED BY SIZE
                  W-GERANO         DELIMITED BY SIZE
                  INTO W-DATAEXT
           END-STRING
           MOVE CHAPA      TO W-CHAPAED
           MOVE SALARIOEMP TO W-SALED
           PERFORM CALC-MEDIA THRU CALC-MEDIA-FIM
           MOVE W-MEDIA    TO W-MEDIAED
           MOVE W-QTDUSO   TO W-MESESED.
       MONTAR-CAMPOS-FIM.
           EXIT.

      *----[ ULTIMAS W-MESES FOLHAS MENSAIS DA CHAPA EM TABELA ]----
      *----[ CIRCULAR; A MEDIA USA AS QUE EXISTIREM (ATE W-MESES) ]----
       CALC-MEDIA.
           MOVE ZEROS TO W-MEDIA W-SOMA W-QTDLIDO W-QTDUSO W-POSSAL
           IF W-FOLHAOK NOT = "S"
              GO TO CALC-MEDIA-FIM.
           MOVE CHAPA  TO FOLHA-CHAPA
           MOVE ZEROS  TO FOLHA-COMPET
           MOVE SPACES TO FOLHA-TIPO
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO CALC-MEDIA-FIM.
       CALC-MEDIA-RD.
           READ ARQFOLHA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CALC-MEDIA-SOMA.
           IF FOLHA-CHAPA NOT = CHAPA
              GO TO CALC-MEDIA-SOMA.
           IF FOLHA-TIPO NOT = "M"
              GO TO CALC-MEDIA-RD.
           ADD 1 TO W-POSSAL
           IF W-POSSAL > W-MESES
              MOVE 1 TO W-POSSAL.
           MOVE FOLHA-SALBRUTO TO TS-VALOR(W-POSSAL)
           ADD 1 TO W-QTDLIDO
           GO TO CALC-MEDIA-RD.
       CALC-MEDIA-SOMA.
           IF W-QTDLIDO > W-MESES
              MOVE W-MESES TO W-QTDUSO
           ELSE
              MOVE W-QTDLIDO TO W-QTDUSO.
           IF W-QTDUSO = ZEROS
              GO TO CALC-MEDIA-FIM.
           MOVE 1 TO W-ID.
       CALC-MEDIA-LOOP.
           IF W-ID > W-QTDUSO
              GO TO CALC-MEDIA-DIV.
           ADD TS-VALOR(W-ID) TO W-SOMA
           ADD 1 TO W-ID
           GO TO CALC-MEDIA-LOOP.
       CALC-MEDIA-DIV.
           COMPUTE W-MEDIA ROUNDED = W-SOMA / W-QTDUSO.
       CALC-MEDIA-FIM.
           EXIT.

      *----[ PROXIMO NUMERO DE DOCUMENTO DO ARQDOCEMI ]----
       PROX-DOCNUM.
           MOVE ZEROS TO W-DOCNUM
           MOVE ZEROS TO DOC-NUM
           START ARQDOCEMI KEY IS NOT LESS DOC-NUM
               INVALID KEY GO TO PROX-DOCNUM-SOMA.
       PROX-DOCNUM-RD.
           READ ARQDOCEMI NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO PROX-DOCNUM-SOMA.
           MOVE DOC-NUM TO W-DOCNUM
           GO TO PROX-DOCNUM-RD.
       PROX-DOCNUM-SOMA.
           ADD 1 TO W-DOCNUM
           MOVE W-DOCNUM TO W-DOCNUMED.
       PROX-DOCNUM-FIM.
           EXIT.

      *----[ PROXIMO ID DO CATALOGO DO SPOOL (COMO NO FPP110) ]----
       PROX-SPLID.
           MOVE ZEROS TO W-SPLID
           MOVE LOW-VALUES TO SPL-ID
           START ARQSPOOL KEY IS NOT LESS SPL-ID
               INVALID KEY GO TO PROX-SPLID-SOMA.
       PROX-SPLID-RD.
           READ ARQSPOOL NEXT
           IF ST-ERRO5 NOT = "00"
              GO TO PROX-SPLID-SOMA.
           MOVE SPL-ID TO W-SPLID
           GO TO PROX-SPLID-RD.
       PROX-SPLID-SOMA.
           ADD 1 TO W-SPLID.
       PROX-SPLID-FIM.
           EXIT.

      *----[ CABECALHO DA EMPRESA, TEXTO MESCLADO E ASSINATURA ]----
       GRAVAR-DOC.
           MOVE W-RAZSOCIAL TO LE-RAZSOCIAL LR-RAZSOCIAL
           MOVE W-CNPJ      TO LC-CNPJ
           MOVE MOD-DESCR   TO LT-TITULO
           MOVE W-DOCNUM    TO LT-DOCNUM
           MOVE W-DATAEXT   TO LM-DATAEXT
           WRITE REGDOC FROM LINEMP
           WRITE REGDOC FROM LINCNPJ
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM LINTIT
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM CABBLANK
           MOVE 1 TO W-ID.
       GRAVAR-DOC-TEXTO.
           IF W-ID > 12
              GO TO GRAVAR-DOC-RODAPE.
           MOVE MOD-LINHA(W-ID) TO W-LINENT
           PERFORM MESCLAR-LINHA THRU MESCLAR-LINHA-FIM
           WRITE REGDOC FROM W-LINSAI
           ADD 1 TO W-ID
           GO TO GRAVAR-DOC-TEXTO.
       GRAVAR-DOC-RODAPE.
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM LINEMIS
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM CABBLANK
           WRITE REGDOC FROM LINASS
           WRITE REGDOC FROM LINRH.
       GRAVAR-DOC-FIM.
           EXIT.

      *----[ COPIA A LINHA TROCANDO CADA <CAMPO> PELO SEU VALOR; ]----
      *----[ CAMPO DESCONHECIDO FICA COMO ESTA NO MODELO          ]----
       MESCLAR-LINHA.
           MOVE SPACES TO W-LINSAI
           MOVE 1 TO W-PE W-PS.
       MESCLAR-LINHA-LOOP.
           IF W-PE > 70
              GO TO MESCLAR-LINHA-FIM.
           IF W-LINENT(W-PE:1) NOT = "<"
              GO TO MESCLAR-LINHA-COPIA.
           PERFORM ACHAR-CAMPO THRU ACHAR-CAMPO-FIM
           IF W-ACHOU NOT = "S"
              GO TO MESCLAR-LINHA-COPIA.
           PERFORM ANEXAR-VALOR THRU ANEXAR-VALOR-FIM
           COMPUTE W-PE = W-PF + 1
           GO TO MESCLAR-LINHA-LOOP.
       MESCLAR-LINHA-COPIA.
           IF W-PS NOT > 120
              MOVE W-LINENT(W-PE:1) TO W-LINSAI(W-PS:1)
              ADD 1 TO W-PS.
           ADD 1 TO W-PE
           GO TO MESCLAR-LINHA-LOOP.
       MESCLAR-LINHA-FIM.
           EXIT.

      *----[ NOME DO CAMPO ENTRE < E > (ATE 8 LETRAS) ]----
       ACHAR-CAMPO.
           MOVE "N" TO W-ACHOU
           COMPUTE W-PF = W-PE + 1.
       ACHAR-CAMPO-LOOP.
           IF W-PF > 70 OR W-PF > W-PE + 9
              GO TO ACHAR-CAMPO-FIM.
           IF W-LINENT(W-PF:1) = ">"
              GO TO ACHAR-CAMPO-NOME.
           ADD 1 TO W-PF
           GO TO ACHAR-CAMPO-LOOP.
       ACHAR-CAMPO-NOME.
           IF W-PF = W-PE + 1
              GO TO ACHAR-CAMPO-FIM.
           MOVE SPACES TO W-TOKEN
           MOVE W-LINENT(W-PE + 1:W-PF - W-PE - 1) TO W-TOKEN
           PERFORM VALOR-CAMPO THRU VALOR-CAMPO-FIM.
       ACHAR-CAMPO-FIM.
           EXIT.

       VALOR-CAMPO.
           MOVE "S" TO W-ACHOU
           MOVE SPACES TO W-VALOR
           IF W-TOKEN = "NOME"
              MOVE NOME TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "CPF"
              MOVE W-CPFED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "CHAPA"
              MOVE W-CHAPAED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "CARGO"
              MOVE W-CARGO TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "ADMISSAO"
              MOVE W-ADMED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "SALARIO"
              MOVE W-SALED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "MEDIA"
              MOVE W-MEDIAED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "MESES"
              MOVE W-MESESED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "EMPRESA"
              MOVE W-RAZSOCIAL TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "CNPJ"
              MOVE W-CNPJ TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "DESTINO"
              MOVE W-DESTINO TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "DATA"
              MOVE W-DATAED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "DATAEXT"
              MOVE W-DATAEXT TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           IF W-TOKEN = "DOCNUM"
              MOVE W-DOCNUMED TO W-VALOR
              GO TO VALOR-CAMPO-FIM.
           MOVE "N" TO W-ACHOU.
       VALOR-CAMPO-FIM.
           EXIT.

      *----[ ACRESCENTA W-VALOR SEM OS BRANCOS DAS PONTAS ]----
       ANEXAR-VALOR.
           MOVE 1 TO W-VI.
       ANEXAR-VALOR-INI.
           IF W-VI > 60
              GO TO ANEXAR-VALOR-FIM.
           IF W-VALOR(W-VI:1) NOT = SPACE
              GO TO ANEXAR-VALOR-ULT.
           ADD 1 TO W-VI
           GO TO ANEXAR-VALOR-INI.
       ANEXAR-VALOR-ULT.
           MOVE 60 TO W-VF.
       ANEXAR-VALOR-ULT2.
           IF W-VALOR(W-VF:1) NOT = SPACE
              GO TO ANEXAR-VALOR-COPIA.
           SUBTRACT 1 FROM W-VF
           GO TO ANEXAR-VALOR-ULT2.
       ANEXAR-VALOR-COPIA.
           IF W-VI > W-VF OR W-PS > 120
              GO TO ANEXAR-VALOR-FIM.
           MOVE W-VALOR(W-VI:1) TO W-LINSAI(W-PS:1)
           ADD 1 TO W-VI W-PS
           GO TO ANEXAR-VALOR-COPIA.
       ANEXAR-VALOR-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC TBMODDOC ARQDOCEMI ARQSPOOL.
           IF W-CARGOK = "S"
              CLOSE ARQCARG.
           IF W-FOLHAOK = "S"
              CLOSE ARQFOLHA.
           IF W-PARAMOK = "S"
              CLOSE TBPARAM.
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
       FIM-ROT-DOC.
