       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP145.
      ********************************************************
      * REEMBOLSO DE DESPESAS - APROVACAO (ARQREEMB)          *
      * O APROVADOR TEM DE SER OPERADOR DIFERENTE DE QUEM     *
      * LANCOU O REEMBOLSO NO FPP144. APROVADO, O REEMBOLSO   *
      * E PAGO DE UMA DAS FORMAS:                             *
      *  F - NA PROXIMA FOLHA ABERTA, PELO EVENTO 240 DO      *
      *      ARQEVENT (SEM INCIDENCIA DE INSS/IRRF/FGTS)      *
      *  V - NO PAGAMENTO AVULSO (FPP072), PELA PENDENCIA     *
      *      TIPO D DO ARQPAGPEND                             *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREEMB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REE-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVT-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT TBEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVCAT-COD
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPAGPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FECHA-COMPET
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREEMB.DAT".
       01 REGREEMB.
          03 REE-KEY.
           05 REE-CHAPA                PIC 9(06).
           05 REE-SEQ                  PIC 9(03).
          03 REE-NOME                  PIC X(30).
          03 REE-CODDEP                PIC 9(03).
          03 REE-DTDESP                PIC 9(08).
          03 REE-CATEG                 PIC X(01).
          03 REE-COMPROV               PIC X(20).
          03 REE-DESCR                 PIC X(30).
          03 REE-VALOR                 PIC 9(06)V99.
          03 REE-STATUS                PIC X(01).
          03 REE-FORMAPAG              PIC X(01).
          03 REE-OPERINC               PIC X(08).
          03 REE-DTINC                 PIC 9(08).
          03 REE-OPERAPR               PIC X(08).
          03 REE-DTAPR                 PIC 9(08).
          03 REE-COMPPAG               PIC 9(06).
          03 REE-MOTIVO                PIC X(30).
      *-----------------------------------------------------------------
       FD ARQEVENT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVENT.DAT".
       01 REGEVENT.
           03 EVT-KEY.
            05 EVT-CHAPA          PIC 9(06).
            05 EVT-COMPET         PIC 9(06).
            05 EVT-CODIGO         PIC 9(03).
           03 EVT-DESCR          PIC X(30).
           03 EVT-TIPO           PIC X(01).
           03 EVT-VALOR          PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD TBEVENT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBEVENT.DAT".
       01 REGEVCAT.
           03 EVCAT-COD          PIC 9(03).
           03 EVCAT-DESCR        PIC X(30).
           03 EVCAT-TIPO         PIC X(01).
           03 EVCAT-INCINSS      PIC X(01).
           03 EVCAT-INCIRRF      PIC X(01).
           03 EVCAT-INCFGTS      PIC X(01).
           03 EVCAT-INCDSR       PIC X(01).
           03 EVCAT-STATUS       PIC X(01).
      *-----------------------------------------------------------------
      *----[ TIPO D (REEMBOLSO): DTREF GUARDA A SEQUENCIA DO ARQREEMB ]-
       FD ARQPAGPEND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPAGPEND.DAT".
       01 REGPAGPEND.
           03 PGP-KEY.
            05 PGP-CHAPA          PIC 9(06).
            05 PGP-TIPO           PIC X(01).
            05 PGP-DTREF          PIC 9(08).
           03 PGP-NOME           PIC X(30).
           03 PGP-VALOR          PIC 9(08)V99.
           03 PGP-DTLIMITE       PIC 9(08).
           03 PGP-STATUS         PIC X(01).
           03 PGP-DTGERACAO      PIC 9(08).
           03 PGP-DTPAGTO        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECHA.DAT".
       01 REGFECHA.
          03 FECHA-COMPET              PIC 9(06).
          03 FECHA-STATUS              PIC X(01).
          03 FECHA-DATA                PIC 9(08).
          03 FECHA-HORA                PIC 9(06).
          03 FECHA-OPERADOR            PIC X(08).
      *
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
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-SEQENTR       PIC 9(03) VALUE ZEROS.
       01 W-DECISAO       PIC X(01) VALUE SPACES.
       01 W-CATDESC       PIC X(14) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJEX REDEFINES W-DATAHOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-COMPPAG       PIC 9(06) VALUE ZEROS.
       01 W-COMPPAGX REDEFINES W-COMPPAG.
          03 W-COMPPAG-ANO   PIC 9(04).
          03 W-COMPPAG-MES   PIC 9(02).
       01 W-DTDESP.
          03 W-DTDESP-DIA    PIC 9(02).
          03 W-DTDESP-MES    PIC 9(02).
          03 W-DTDESP-ANO    PIC 9(04).
       01 W-DTDESP-N REDEFINES W-DTDESP PIC 9(08).
       01 TABCAT.
          03 FILLER PIC X(15) VALUE "VVIAGEM".
          03 FILLER PIC X(15) VALUE "KQUILOMETRAGEM".
          03 FILLER PIC X(15) VALUE "DDIARIA".
          03 FILLER PIC X(15) VALUE "AALIMENTACAO".
          03 FILLER PIC X(15) VALUE "TTRANSPORTE".
          03 FILLER PIC X(15) VALUE "OOUTROS".
       01 TABCATX REDEFINES TABCAT.
          03 TBCAT OCCURS 6 TIMES.
             05 TBCAT-COD    PIC X(01).
             05 TBCAT-DESCR  PIC X(14).
       01 W-IC            PIC 9(01) VALUE ZEROS.

       SCREEN SECTION.

       01  TELAAPRV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************* APROVACAO DE REEMBOLSO DE ".
           05  LINE 02  COLUMN 41
               VALUE  "DESPESAS ******************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 05  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 06  COLUMN 02
               VALUE  "DEPARTAMENTO: ".
           05  LINE 08  COLUMN 02
               VALUE  "SEQUENCIA: ".
           05  LINE 10  COLUMN 02
               VALUE  "DATA DA DESPESA: ".
           05  LINE 12  COLUMN 02
               VALUE  "CATEGORIA: ".
           05  LINE 14  COLUMN 02
               VALUE  "COMPROVANTE: ".
           05  LINE 15  COLUMN 02
               VALUE  "DESCRICAO: ".
           05  LINE 16  COLUMN 02
               VALUE  "VALOR: ".
           05  LINE 18  COLUMN 02
               VALUE  "LANCADO POR: ".
           05  LINE 20  COLUMN 02
               VALUE  "DECISAO (A=APROVAR R=RECUSAR): ".
           05  LINE 20  COLUMN 37
               VALUE  "FORMA (F=FOLHA V=AVULSO): ".
           05  LINE 21  COLUMN 02
               VALUE  "MOTIVO DA RECUSA: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TW-CHAPA
               LINE 05  COLUMN 09  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TREE-NOME
               LINE 05  COLUMN 17  PIC X(30)
               USING  REE-NOME
               HIGHLIGHT.
           05  TREE-CODDEP
               LINE 06  COLUMN 16  PIC 999
               USING  REE-CODDEP
               HIGHLIGHT.
           05  TW-SEQ
               LINE 08  COLUMN 13  PIC 9(03)
               USING  W-SEQENTR
               REVERSE-VIDEO.
           05  TW-DTDESP
               LINE 10  COLUMN 19  PIC 99/99/9999
               USING  W-DTDESP
               HIGHLIGHT.
           05  TREE-CATEG
               LINE 12  COLUMN 13  PIC X(01)
               USING  REE-CATEG
               HIGHLIGHT.
           05  TW-CATDESC
               LINE 12  COLUMN 16  PIC X(14)
               USING  W-CATDESC
               HIGHLIGHT.
           05  TREE-COMPROV
               LINE 14  COLUMN 15  PIC X(20)
               USING  REE-COMPROV
               HIGHLIGHT.
           05  TREE-DESCR
               LINE 15  COLUMN 13  PIC X(30)
               USING  REE-DESCR
               HIGHLIGHT.
           05  TREE-VALOR
               LINE 16  COLUMN 09  PIC ZZZ.ZZ9,99
               USING  REE-VALOR
               HIGHLIGHT.
           05  TREE-OPERINC
               LINE 18  COLUMN 15  PIC X(08)
               USING  REE-OPERINC
               HIGHLIGHT.
           05  TREE-DTINC
               LINE 18  COLUMN 25  PIC 9999/99/99
               USING  REE-DTINC
               HIGHLIGHT.
           05  TW-DECISAO
               LINE 20  COLUMN 34  PIC X(01)
               USING  W-DECISAO
               HIGHLIGHT.
           05  TREE-FORMAPAG
               LINE 20  COLUMN 64  PIC X(01)
               USING  REE-FORMAPAG
               HIGHLIGHT.
           05  TREE-MOTIVO
               LINE 21  COLUMN 20  PIC X(30)
               USING  REE-MOTIVO
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *----[ SEM OPERADOR IDENTIFICADO NAO HA COMO SEPARAR FUNCOES ]----
       R0.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           IF W-OPERADOR = SPACES
              MOVE "* OPERADOR NAO IDENTIFICADO - SEM APROVACAO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQREEMB
           IF ST-ERRO NOT = "00"
              MOVE "* ARQREEMB INEXISTENTE - LANCE NO FPP144 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQEVENT
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQEVENT
              CLOSE ARQEVENT
              OPEN I-O ARQEVENT.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREEMB
              GO TO ROT-FIM2.
           OPEN I-O TBEVENT
           IF ST-ERRO2 = "30"
              OPEN OUTPUT TBEVENT
              CLOSE TBEVENT
              OPEN I-O TBEVENT.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TBEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREEMB ARQEVENT
              GO TO ROT-FIM2.
           OPEN I-O ARQPAGPEND
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQPAGPEND
              CLOSE ARQPAGPEND
              OPEN I-O ARQPAGPEND.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREEMB ARQEVENT TBEVENT
              GO TO ROT-FIM2.
           PERFORM VERIF-EVCAT THRU VERIF-EVCAT-FIM.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO REE-NOME REE-CATEG REE-COMPROV REE-DESCR
           MOVE SPACES TO REE-FORMAPAG REE-OPERINC REE-MOTIVO
           MOVE SPACES TO W-CATDESC W-DECISAO
           MOVE ZEROS TO REE-CODDEP REE-VALOR REE-DTINC
           MOVE ZEROS TO W-CHAPAENTR W-SEQENTR W-DTDESP-N
           DISPLAY TELAAPRV.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPAENTR < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R2A.
           ACCEPT TW-SEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE W-CHAPAENTR TO REE-CHAPA
           MOVE W-SEQENTR   TO REE-SEQ.

       LER-ARQREEMB.
           READ ARQREEMB WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           IF ST-ERRO = "23"
              MOVE "*** REEMBOLSO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQREEMB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE REE-DTDESP TO W-DTDESP-N
           PERFORM DESC-CAT THRU DESC-CAT-FIM
           DISPLAY TELAAPRV
           IF REE-STATUS NOT = "P"
              MOVE "*** REEMBOLSO JA APROVADO OU RECUSADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *----[ QUEM LANCOU NAO APROVA O PROPRIO REEMBOLSO ]----
           IF REE-OPERINC = W-OPERADOR
              MOVE "* LANCADO POR VOCE - APROVACAO POR OUTRO OPER. *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R3.
           ACCEPT TW-DECISAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-DECISAO = "R"
              MOVE SPACES TO REE-FORMAPAG
              DISPLAY TREE-FORMAPAG
              GO TO R5.
           IF W-DECISAO NOT = "A"
              MOVE "*** DIGITE A=APROVAR  R=RECUSAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TREE-FORMAPAG.
           IF REE-FORMAPAG NOT = "F" AND "V"
              MOVE "*** DIGITE F=NA FOLHA  V=PAGAMENTO AVULSO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE SPACES TO REE-MOTIVO
           DISPLAY TREE-MOTIVO
           GO TO CONF-OPC.

       R5.
           ACCEPT TREE-MOTIVO.
           IF REE-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA RECUSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.
           MOVE W-OPERADOR TO REE-OPERAPR
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE TO REE-DTAPR
           MOVE ZEROS TO REE-COMPPAG
           IF W-DECISAO = "R"
              MOVE "R" TO REE-STATUS
              GO TO ALT-RW1.
           IF REE-FORMAPAG = "F"
              PERFORM LANCAR-FOLHA THRU LANCAR-FOLHA-FIM
           ELSE
              PERFORM LANCAR-AVULSO THRU LANCAR-AVULSO-FIM.
           IF ST-ERRO2 NOT = "00"
              GO TO R1.

       ALT-RW1.
                REWRITE REGREEMB
                IF ST-ERRO = "00" OR "02"
                   IF REE-STATUS = "R"
                      MOVE "*** REEMBOLSO RECUSADO ***" TO MENS
                   ELSE
                      MOVE "*** REEMBOLSO APROVADO ***" TO MENS
                   END-IF
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE REEMBOLSO."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ EVENTO 240 NA PRIMEIRA COMPETENCIA AINDA NAO FECHADA ]----
       LANCAR-FOLHA.
           MOVE W-HOJE-ANO TO W-COMPPAG-ANO
           MOVE W-HOJE-MES TO W-COMPPAG-MES
           OPEN INPUT ARQFECHA
           IF ST-ERRO3 NOT = "00"
              GO TO LANCAR-FOLHA-EVT.
       LANCAR-FOLHA-FECHA.
           MOVE W-COMPPAG TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO3 = "00" AND FECHA-STATUS = "F"
              IF W-COMPPAG-MES = 12
                 MOVE 1 TO W-COMPPAG-MES
                 ADD 1 TO W-COMPPAG-ANO
              ELSE
                 ADD 1 TO W-COMPPAG-MES
              END-IF
              GO TO LANCAR-FOLHA-FECHA.
           CLOSE ARQFECHA.
       LANCAR-FOLHA-EVT.
           MOVE REE-CHAPA TO EVT-CHAPA
           MOVE W-COMPPAG TO EVT-COMPET
           MOVE 240       TO EVT-CODIGO
           READ ARQEVENT
           IF ST-ERRO2 = "00"
              ADD REE-VALOR TO EVT-VALOR
              REWRITE REGEVENT
           ELSE
              MOVE "REEMBOLSO DE DESPESAS" TO EVT-DESCR
              MOVE "P"       TO EVT-TIPO
              MOVE REE-VALOR TO EVT-VALOR
              WRITE REGEVENT.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCAR-FOLHA-FIM.
           MOVE W-COMPPAG TO REE-COMPPAG
           MOVE "F" TO REE-STATUS.
       LANCAR-FOLHA-FIM.
           EXIT.

      *----[ PENDENCIA TIPO D: PAGA NO PROXIMO ARQUIVO DO FPP072 ]----
       LANCAR-AVULSO.
           MOVE REE-CHAPA  TO PGP-CHAPA
           MOVE "D"        TO PGP-TIPO
           MOVE REE-SEQ    TO PGP-DTREF
           MOVE REE-NOME   TO PGP-NOME
           MOVE REE-VALOR  TO PGP-VALOR
           MOVE W-HOJE-DIA TO PGP-DTLIMITE(1:2)
           MOVE W-HOJE-MES TO PGP-DTLIMITE(3:2)
           MOVE W-HOJE-ANO TO PGP-DTLIMITE(5:4)
           MOVE "P"        TO PGP-STATUS
           MOVE W-DATAHOJE TO PGP-DTGERACAO
           MOVE ZEROS      TO PGP-DTPAGTO
           WRITE REGPAGPEND
           IF ST-ERRO2 = "22"
              MOVE "* PENDENCIA DE PAGAMENTO JA EXISTE (FPP072) *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCAR-AVULSO-FIM.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPAGPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LANCAR-AVULSO-FIM.
           MOVE "V" TO REE-STATUS.
       LANCAR-AVULSO-FIM.
           EXIT.

      *----[ EVENTO 240 SEM INCIDENCIAS: VERBA INDENIZATORIA ]----
       VERIF-EVCAT.
           MOVE 240 TO EVCAT-COD
           READ TBEVENT
           IF ST-ERRO2 = "00"
              GO TO VERIF-EVCAT-FIM.
           MOVE "REEMBOLSO DE DESPESAS" TO EVCAT-DESCR
           MOVE "P" TO EVCAT-TIPO
           MOVE "N" TO EVCAT-INCINSS EVCAT-INCIRRF EVCAT-INCFGTS
           MOVE "N" TO EVCAT-INCDSR
           MOVE "A" TO EVCAT-STATUS
           WRITE REGEVCAT.
       VERIF-EVCAT-FIM.
           EXIT.

       DESC-CAT.
           MOVE SPACES TO W-CATDESC
           MOVE 1 TO W-IC.
       DESC-CAT-LOOP.
           IF W-IC > 6
              GO TO DESC-CAT-FIM.
           IF TBCAT-COD(W-IC) = REE-CATEG
              MOVE TBCAT-DESCR(W-IC) TO W-CATDESC
              GO TO DESC-CAT-FIM.
           ADD 1 TO W-IC
           GO TO DESC-CAT-LOOP.
       DESC-CAT-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQREEMB ARQEVENT TBEVENT ARQPAGPEND.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *----------------------[ ROTINA DE MENSAGENS ]--------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (23, 20) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                DISPLAY (23, 20) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
