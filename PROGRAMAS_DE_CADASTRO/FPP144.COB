       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP144.
      ********************************************************
      * REEMBOLSO DE DESPESAS - LANCAMENTO (ARQREEMB)         *
      * UM REGISTRO POR CHAPA E SEQUENCIA COM A CATEGORIA,    *
      * O COMPROVANTE E O VALOR DA DESPESA. O REEMBOLSO NASCE *
      * PENDENTE (P) E SO PODE SER ALTERADO OU EXCLUIDO ATE   *
      * A APROVACAO, FEITA POR OUTRO OPERADOR NO FPP145       *
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

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ CATEGORIA: V=VIAGEM K=QUILOMETRAGEM D=DIARIA      ]----
      *----[            A=ALIMENTACAO T=TRANSPORTE O=OUTROS    ]----
      *----[ STATUS: P=PENDENTE  R=RECUSADO  APROVADO COMO:    ]----
      *----[         F=LANCADO NA FOLHA V=PAGAMENTO AVULSO     ]----
      *----[ DTDESP EM DDMMAAAA - DTINC E DTAPR EM AAAAMMDD    ]----
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
            05 FILLER             PIC X(191).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-SEQENTR       PIC 9(03) VALUE ZEROS.
       01 W-ULTSEQ        PIC 9(03) VALUE ZEROS.
       01 W-CATDESC       PIC X(14) VALUE SPACES.
       01 W-SITDESC       PIC X(20) VALUE SPACES.
       01 W-DTDESP.
          03 W-DTDESP-DIA    PIC 9(02).
          03 W-DTDESP-MES    PIC 9(02).
          03 W-DTDESP-ANO    PIC 9(04).
       01 W-DTDESP-N REDEFINES W-DTDESP PIC 9(08).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).
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

       01  TELAREEMB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************** REEMBOLSO DE DESP".
           05  LINE 02  COLUMN 41
               VALUE  "ESAS ***********************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 05  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 06  COLUMN 02
               VALUE  "DEPARTAMENTO: ".
           05  LINE 08  COLUMN 02
               VALUE  "SEQUENCIA (0=PROXIMA): ".
           05  LINE 10  COLUMN 02
               VALUE  "DATA DA DESPESA: ".
           05  LINE 12  COLUMN 02
               VALUE  "CATEGORIA: ".
           05  LINE 13  COLUMN 04
               VALUE  "V=VIAGEM  K=QUILOMETRAGEM  D=DIARIA  ".
           05  LINE 13  COLUMN 41
               VALUE  "A=ALIMENTACAO  T=TRANSPORTE  O=OUTROS".
           05  LINE 15  COLUMN 02
               VALUE  "COMPROVANTE: ".
           05  LINE 16  COLUMN 02
               VALUE  "DESCRICAO: ".
           05  LINE 17  COLUMN 02
               VALUE  "VALOR: ".
           05  LINE 19  COLUMN 02
               VALUE  "SITUACAO: ".
           05  LINE 20  COLUMN 02
               VALUE  "LANCADO POR: ".
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
               LINE 08  COLUMN 25  PIC 9(03)
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
               LINE 15  COLUMN 15  PIC X(20)
               USING  REE-COMPROV
               HIGHLIGHT.
           05  TREE-DESCR
               LINE 16  COLUMN 13  PIC X(30)
               USING  REE-DESCR
               HIGHLIGHT.
           05  TREE-VALOR
               LINE 17  COLUMN 09  PIC ZZZ.ZZ9,99
               USING  REE-VALOR
               HIGHLIGHT.
           05  TW-SITDESC
               LINE 19  COLUMN 12  PIC X(20)
               USING  W-SITDESC
               HIGHLIGHT.
           05  TREE-OPERINC
               LINE 20  COLUMN 15  PIC X(08)
               USING  REE-OPERINC
               HIGHLIGHT.
           05  TREE-DTINC
               LINE 20  COLUMN 25  PIC 9999/99/99
               USING  REE-DTINC
               HIGHLIGHT.
           05  TREE-MOTIVO
               LINE 21  COLUMN 20  PIC X(30)
               USING  REE-MOTIVO
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQREEMB
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQREEMB
              CLOSE ARQREEMB
              OPEN I-O ARQREEMB.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREEMB" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREEMB
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO REE-NOME REE-CATEG REE-COMPROV REE-DESCR
           MOVE SPACES TO REE-STATUS REE-FORMAPAG REE-OPERINC
           MOVE SPACES TO REE-OPERAPR REE-MOTIVO W-CATDESC W-SITDESC
           MOVE ZEROS TO REE-CHAPA REE-SEQ REE-CODDEP REE-DTDESP
           MOVE ZEROS TO REE-VALOR REE-DTINC REE-DTAPR REE-COMPPAG
           MOVE ZEROS TO W-SEL W-CHAPAENTR W-SEQENTR W-DTDESP-N
           DISPLAY TELAREEMB.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPAENTR < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME   TO REE-NOME
           MOVE CODDEP TO REE-CODDEP
           DISPLAY TREE-NOME TREE-CODDEP.

      *----[ SEQUENCIA ZERO: ASSUME A PROXIMA LIVRE DA CHAPA ]----
       R2A.
           MOVE ZEROS TO W-SEQENTR
           ACCEPT TW-SEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-SEQENTR = ZEROS
              PERFORM PROX-SEQ THRU PROX-SEQ-FIM
              IF W-ULTSEQ = 999
                 MOVE "*** LIMITE DE SEQUENCIAS DA CHAPA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R1
              ELSE
                 COMPUTE W-SEQENTR = W-ULTSEQ + 1
                 DISPLAY TW-SEQ.
           MOVE W-CHAPAENTR TO REE-CHAPA
           MOVE W-SEQENTR   TO REE-SEQ.

       LER-ARQREEMB.
           READ ARQREEMB WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2A.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM MOSTRAR-REG THRU MOSTRAR-REG-FIM
                GO TO VER-STATUS
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQREEMB" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                IF FUNCSTATUS = "D"
                   MOVE "* FUNCIONARIO DESLIGADO - USE A RESCISAO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
                ELSE
                   MOVE NOME   TO REE-NOME
                   MOVE CODDEP TO REE-CODDEP
                   MOVE "P" TO REE-STATUS
                   PERFORM DESC-SIT THRU DESC-SIT-FIM
                   DISPLAY TW-SITDESC
                   MOVE "*** REEMBOLSO NAO CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.

      *----[ DEPOIS DA APROVACAO O REGISTRO E SOMENTE CONSULTA ]----
       VER-STATUS.
           IF REE-STATUS = "P"
              MOVE "*** REEMBOLSO PENDENTE DE APROVACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE "* REEMBOLSO JA APROVADO/RECUSADO - CONSULTA *"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           DISPLAY (23, 40) "TECLE ENTER : ".
           ACCEPT (23, 55) W-OPCAO
           GO TO R1.

       R3.
           ACCEPT TW-DTDESP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           MOVE W-DTDESP-N TO W-DTV-DATA
           MOVE "F"        TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DA DESPESA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-DTDESP-N TO REE-DTDESP.

       R4.
           ACCEPT TREE-CATEG.
           PERFORM DESC-CAT THRU DESC-CAT-FIM
           IF W-CATDESC = SPACES
              MOVE "*** CATEGORIA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           DISPLAY TW-CATDESC.

       R5.
           ACCEPT TREE-COMPROV.
           IF REE-COMPROV = SPACES
              MOVE "*** INFORME O NUMERO DO COMPROVANTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TREE-DESCR.
           IF REE-DESCR = SPACES
              MOVE "CAMPO DESCRICAO VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TREE-VALOR.
           IF REE-VALOR = ZEROS
              MOVE "*** VALOR DA DESPESA NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE W-OPERADOR TO REE-OPERINC
           ACCEPT REE-DTINC FROM DATE YYYYMMDD
           DISPLAY TREE-OPERINC TREE-DTINC.

      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGREEMB
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** REEMBOLSO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* REEMBOLSO JA EXISTE, DADOS NAO GRAVADOS *"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQREEMB"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO REEMBOLSO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQREEMB RECORD
                IF ST-ERRO = "00"
                   MOVE "*** REEMBOLSO EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGREEMB
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE REEMBOLSO."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ MAIOR SEQUENCIA JA USADA PELA CHAPA ]----
       PROX-SEQ.
           MOVE ZEROS TO W-ULTSEQ
           MOVE W-CHAPAENTR TO REE-CHAPA
           MOVE ZEROS TO REE-SEQ
           START ARQREEMB KEY IS NOT LESS REE-KEY
               INVALID KEY GO TO PROX-SEQ-FIM.
       PROX-SEQ-LER.
           READ ARQREEMB NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-SEQ-FIM.
           IF REE-CHAPA NOT = W-CHAPAENTR
              GO TO PROX-SEQ-FIM.
           MOVE REE-SEQ TO W-ULTSEQ
           GO TO PROX-SEQ-LER.
       PROX-SEQ-FIM.
           EXIT.

       MOSTRAR-REG.
           MOVE REE-DTDESP TO W-DTDESP-N
           PERFORM DESC-CAT THRU DESC-CAT-FIM
           PERFORM DESC-SIT THRU DESC-SIT-FIM
           DISPLAY TELAREEMB.
       MOSTRAR-REG-FIM.
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

       DESC-SIT.
           IF REE-STATUS = "P"
              MOVE "PENDENTE" TO W-SITDESC
           ELSE
           IF REE-STATUS = "R"
              MOVE "RECUSADO" TO W-SITDESC
           ELSE
           IF REE-STATUS = "F"
              MOVE "LANCADO NA FOLHA" TO W-SITDESC
           ELSE
           IF REE-STATUS = "V"
              MOVE "PAGAMENTO AVULSO" TO W-SITDESC
           ELSE
              MOVE SPACES TO W-SITDESC.
       DESC-SIT-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQREEMB ARQFUNC.
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
