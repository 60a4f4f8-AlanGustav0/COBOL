       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP141.
      ********************************************************
      * DISTRIBUICAO ELETRONICA DE HOLERITES                 *
      * PARA CADA FOLHA MENSAL DA COMPETENCIA FECHADA GERA O  *
      * HOLERITE INDIVIDUAL (FPP031 EM LOTE) E O ENFILEIRA NO *
      * HOLFILA.TXT COM O E-MAIL E A SENHA (CPF) DO DOCUMENTO.*
      * O SERVICO DE ENVIO PROTEGE O ARQUIVO COM A SENHA,     *
      * ENVIA E DEVOLVE O RESULTADO NO HOLRET.TXT, QUE E      *
      * BAIXADO NO ARQHOLENV NA PROXIMA EXECUCAO. SEM E-MAIL  *
      * OU COM FALHA: LISTA PARA IMPRESSAO EM HOLIMPR.DOC.    *
      * RODA NO FPP028 APOS O FECHAMENTO (FPP141_BATCH/_COMP) *
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
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FECHA-COMPET
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQHOLENV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HENV-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQHOLFILA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQHOLRET ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQHOLIMP ASSIGN TO DISK
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
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
           03 FUNC-RESTO2 REDEFINES FUNC-RESTO.
            05 FILLER             PIC X(61).
            05 EMAILFUNC          PIC X(40).
            05 FILLER             PIC X(92).
            05 FUNC-TPCONTRATO    PIC X(01).
            05 FUNC-CPF           PIC 9(11).
            05 FUNC-PIS           PIC 9(11).
            05 FUNC-EMPRESA       PIC X(02).
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
      *-----------------------------------------------------------------
      *----[ SITUACAO DO HOLERITE ELETRONICO POR FUNCIONARIO E COMPET ]-
       FD ARQHOLENV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQHOLENV.DAT".
       01 REGHOLENV.
          03 HENV-KEY.
             05 HENV-CHAPA             PIC 9(06).
             05 HENV-COMPET            PIC 9(06).
          03 HENV-NOME                 PIC X(30).
          03 HENV-EMAIL                PIC X(40).
          03 HENV-DOC                  PIC X(20).
      *----[ P=NA FILA  E=ENTREGUE  F=FALHA  S=SEM E-MAIL ]----
          03 HENV-STATUS               PIC X(01).
          03 HENV-DTFILA               PIC 9(08).
          03 HENV-HRFILA               PIC 9(06).
          03 HENV-DTRET                PIC 9(08).
          03 HENV-TENT                 PIC 9(02).
          03 HENV-MOTIVO               PIC X(30).
      *-----------------------------------------------------------------
      *----[ FILA PARA O SERVICO DE ENVIO - CAMPOS SEPARADOS POR ; ]----
       FD ARQHOLFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOLFILA.TXT".
       01 REGHOLFILA.
          03 FILA-CHAPA                PIC 9(06).
          03 FILA-SEP1                 PIC X(01).
          03 FILA-COMPET               PIC 9(06).
          03 FILA-SEP2                 PIC X(01).
          03 FILA-EMAIL                PIC X(40).
          03 FILA-SEP3                 PIC X(01).
          03 FILA-DOC                  PIC X(20).
          03 FILA-SEP4                 PIC X(01).
          03 FILA-SENHA                PIC 9(11).
          03 FILA-SEP5                 PIC X(01).
          03 FILA-NOME                 PIC X(30).
      *-----------------------------------------------------------------
      *----[ RETORNO DO SERVICO DE ENVIO: E=ENTREGUE F=FALHA ]----
       FD ARQHOLRET
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOLRET.TXT".
       01 REGHOLRET.
          03 RET-CHAPA                 PIC 9(06).
          03 FILLER                    PIC X(01).
          03 RET-COMPET                PIC 9(06).
          03 FILLER                    PIC X(01).
          03 RET-STATUS                PIC X(01).
          03 FILLER                    PIC X(01).
          03 RET-MOTIVO                PIC X(30).
      *-----------------------------------------------------------------
       FD ARQHOLIMP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HOLIMPR.DOC".
       01 REGHOLIMP                    PIC X(100).
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
       01 W-COMPENTR-X REDEFINES W-COMPENTR PIC X(06).
       01 W-COMPETENV     PIC X(06) VALUE SPACES.
       01 W-COMPETENV-N REDEFINES W-COMPETENV.
          03 W-COMPETENV-MES PIC 9(02).
          03 W-COMPETENV-ANO PIC 9(04).
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-CHAPAX        PIC 9(06) VALUE ZEROS.
       01 W-EXISTE        PIC X(01) VALUE "N".
       01 W-FUNCOK        PIC X(01) VALUE "N".
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-HORAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-NOMEDOC.
          03 FILLER          PIC X(03) VALUE "HOL".
          03 W-DOC-CHAPA     PIC 9(06) VALUE ZEROS.
          03 FILLER          PIC X(01) VALUE "-".
          03 W-DOC-COMPET    PIC 9(06) VALUE ZEROS.
          03 FILLER          PIC X(04) VALUE ".DOC".
       01 W-TOTFILA       PIC 9(05) VALUE ZEROS.
       01 W-TOTRET        PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMMAIL    PIC 9(05) VALUE ZEROS.
       01 W-TOTFALHA      PIC 9(05) VALUE ZEROS.
       01 W-TOTENTREG     PIC 9(05) VALUE ZEROS.
       01 W-TOTIMP        PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(052) VALUE
           "HOLERITES PARA IMPRESSAO E ENTREGA EM MAOS - COMP: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(050) VALUE
           "CHAPA  NOME                           SITUACAO".
           05  FILLER PIC X(020) VALUE
           "    MOTIVO".

       01  CABBLANK           PIC X(01) VALUE SPACES.

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-SITUACAO    PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-MOTIVO      PIC X(30) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** HOLERITES ENFILEIRADOS P/ ENVIO: ".
           05  T-TOTFILA     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** RETORNOS DO SERVICO BAIXADOS...: ".
           05  T-TOTRET      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** ENTREGUES (TOTAL DA COMPET.)...: ".
           05  T-TOTENTREG   PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT4.
           05  FILLER PIC X(038) VALUE
           "*** SEM E-MAIL - IMPRIMIR..........: ".
           05  T-TOTSEMMAIL  PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT5.
           05  FILLER PIC X(038) VALUE
           "*** FALHA NO ENVIO - IMPRIMIR......: ".
           05  T-TOTFALHA    PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAHENV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** DISTRIBUICAO ELETRONICA DE HOLERITE".
           05  LINE 02  COLUMN 42
               VALUE  "S ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA FECHADA (MM/AAAA):".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA ENVIO (S ou N )     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 34  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTFILA W-TOTRET W-TOTSEMMAIL
                MOVE ZEROS TO W-TOTFALHA W-TOTENTREG W-TOTIMP
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP141_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELAHENV.
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
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP141_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP141_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO.

       INC-REF.
           COMPUTE W-REFATU = (W-COMPENTR-ANO * 100) + W-COMPENTR-MES
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.

      *------[ SO DISTRIBUI HOLERITE DE COMPETENCIA FECHADA ]------
       VERIF-FECHA.
           OPEN INPUT ARQFECHA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQFECHA INEXISTENTE - FECHE A COMPET. *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           MOVE W-REFATU TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO NOT = "00" OR FECHA-STATUS NOT = "F"
              CLOSE ARQFECHA
              MOVE "* COMPETENCIA NAO FECHADA - ENVIO NEGADO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           CLOSE ARQFECHA.

       INC-OP0.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQFOLHA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQFOLHA
              GO TO ROT-FIM2.
           OPEN I-O ARQHOLENV
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQHOLENV
              CLOSE ARQHOLENV
              OPEN I-O ARQHOLENV.
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA ABERTURA DO ARQHOLENV *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQFOLHA ARQFUNC
              GO TO ROT-FIM2.
           OPEN EXTEND ARQHOLFILA
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQHOLFILA.
           IF ST-ERRO NOT = "00"
              MOVE "* ERRO NA ABERTURA DO HOLFILA.TXT *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQFOLHA ARQFUNC ARQHOLENV
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQHOLIMP
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO HOLIMPR.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQFOLHA ARQFUNC ARQHOLENV ARQHOLFILA
              GO TO ROT-FIM2.

           PERFORM BAIXAR-RET THRU BAIXAR-RET-FIM
           PERFORM DISTRIBUIR THRU DISTRIBUIR-FIM
           PERFORM LISTAR-IMPR THRU LISTAR-IMPR-FIM.

      *----[ O FPP031 VOLTA AO MODO INTERATIVO NAS PROXIMAS CHAMADAS ]--
           DISPLAY "FPP031_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           IF W-BATCHFLAG = "S" OR "s"
              GO TO ROT-FIM.
           MOVE "*** HOLERITES ENFILEIRADOS - VIDE HOLIMPR.DOC ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ BAIXA DO RETORNO DO SERVICO DE ENVIO (HOLRET.TXT) ]------
       BAIXAR-RET.
           OPEN INPUT ARQHOLRET
           IF ST-ERRO NOT = "00"
              GO TO BAIXAR-RET-FIM.
       BAIXAR-RET-LER.
           READ ARQHOLRET
           IF ST-ERRO NOT = "00"
              GO TO BAIXAR-RET-ESV.
           MOVE RET-CHAPA  TO HENV-CHAPA
           MOVE RET-COMPET TO HENV-COMPET
           READ ARQHOLENV
           IF ST-ERRO NOT = "00"
              GO TO BAIXAR-RET-LER.
           IF HENV-STATUS NOT = "P"
              GO TO BAIXAR-RET-LER.
           MOVE W-DATAHOJE TO HENV-DTRET
           IF RET-STATUS = "E"
              MOVE "E" TO HENV-STATUS
              MOVE SPACES TO HENV-MOTIVO
           ELSE
              MOVE "F" TO HENV-STATUS
              MOVE RET-MOTIVO TO HENV-MOTIVO
              IF HENV-MOTIVO = SPACES
                 MOVE "RECUSADO PELO SERVICO DE ENVIO" TO HENV-MOTIVO.
           REWRITE REGHOLENV
           ADD 1 TO W-TOTRET
           GO TO BAIXAR-RET-LER.
      *----[ RETORNO PROCESSADO: ESVAZIA O ARQUIVO P/ NAO REPETIR ]----
       BAIXAR-RET-ESV.
           CLOSE ARQHOLRET
           OPEN OUTPUT ARQHOLRET
           CLOSE ARQHOLRET.
       BAIXAR-RET-FIM.
           EXIT.

      *------[ GERACAO E ENFILEIRAMENTO DOS HOLERITES MENSAIS ]------
       DISTRIBUIR.
           MOVE LOW-VALUES TO FOLHA-KEY
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO DISTRIBUIR-FIM.
       DISTRIBUIR-LER.
           READ ARQFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO DISTRIBUIR-FIM.
           IF FOLHA-COMPET NOT = W-REFATU OR FOLHA-TIPO NOT = "M"
              GO TO DISTRIBUIR-LER.
           PERFORM ENVIAR-HOL THRU ENVIAR-HOL-FIM
           GO TO DISTRIBUIR-LER.
       DISTRIBUIR-FIM.
           EXIT.

      *----[ JA ENTREGUE OU NA FILA: NADA A FAZER. COM FALHA OU SEM ]---
      *----[ E-MAIL SO REENVIA SE O E-MAIL DO CADASTRO MUDOU        ]---
       ENVIAR-HOL.
           MOVE "S" TO W-FUNCOK
           MOVE FOLHA-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "N" TO W-FUNCOK
              MOVE SPACES TO EMAILFUNC
              MOVE ZEROS TO FUNC-CPF.
           MOVE FOLHA-CHAPA TO HENV-CHAPA
           MOVE W-REFATU    TO HENV-COMPET
           READ ARQHOLENV
           IF ST-ERRO = "00"
              MOVE "S" TO W-EXISTE
           ELSE
              MOVE "N" TO W-EXISTE
              MOVE SPACES TO HENV-DOC HENV-MOTIVO HENV-STATUS
              MOVE ZEROS TO HENV-DTFILA HENV-HRFILA HENV-DTRET
              MOVE ZEROS TO HENV-TENT.
           IF W-EXISTE = "S"
              IF HENV-STATUS = "E" OR "P"
                 GO TO ENVIAR-HOL-FIM.
           IF W-EXISTE = "S" AND HENV-EMAIL = EMAILFUNC
              IF HENV-STATUS = "F" OR "S"
                 GO TO ENVIAR-HOL-FIM.
           MOVE FOLHA-NOME TO HENV-NOME
           MOVE EMAILFUNC  TO HENV-EMAIL
           IF EMAILFUNC = SPACES
              MOVE "S" TO HENV-STATUS
              IF W-FUNCOK = "N"
                 MOVE "FUNCIONARIO NAO CADASTRADO" TO HENV-MOTIVO
              ELSE
                 MOVE "SEM E-MAIL NO CADASTRO" TO HENV-MOTIVO.
           IF EMAILFUNC = SPACES
              GO TO ENVIAR-HOL-GRV.
           IF FUNC-CPF = ZEROS
              MOVE "F" TO HENV-STATUS
              MOVE "SEM CPF PARA SENHA DO ARQUIVO" TO HENV-MOTIVO
              GO TO ENVIAR-HOL-GRV.

           MOVE FOLHA-CHAPA TO W-DOC-CHAPA W-CHAPAX
           MOVE W-REFATU    TO W-DOC-COMPET
           MOVE W-NOMEDOC   TO HENV-DOC
           DISPLAY "FPP031_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_CHAPA" UPON ENVIRONMENT-NAME
           DISPLAY W-CHAPAX UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_TIPO" UPON ENVIRONMENT-NAME
           DISPLAY "M" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_ARQ" UPON ENVIRONMENT-NAME
           DISPLAY W-NOMEDOC UPON ENVIRONMENT-VALUE
           CALL "FPP031"
           IF RETURN-CODE NOT = 0
              MOVE "F" TO HENV-STATUS
              MOVE "HOLERITE NAO GERADO" TO HENV-MOTIVO
              GO TO ENVIAR-HOL-GRV.

           MOVE SPACES      TO REGHOLFILA
           MOVE FOLHA-CHAPA TO FILA-CHAPA
           MOVE W-REFATU    TO FILA-COMPET
           MOVE EMAILFUNC   TO FILA-EMAIL
           MOVE W-NOMEDOC   TO FILA-DOC
           MOVE FUNC-CPF    TO FILA-SENHA
           MOVE FOLHA-NOME  TO FILA-NOME
           MOVE ";" TO FILA-SEP1 FILA-SEP2 FILA-SEP3 FILA-SEP4
           MOVE ";" TO FILA-SEP5
           WRITE REGHOLFILA
           ACCEPT W-HORAHOJE FROM TIME
           MOVE "P"          TO HENV-STATUS
           MOVE SPACES       TO HENV-MOTIVO
           MOVE W-DATAHOJE   TO HENV-DTFILA
           MOVE W-HORAHOJE(1:6) TO HENV-HRFILA
           MOVE ZEROS        TO HENV-DTRET
           ADD 1 TO HENV-TENT
           ADD 1 TO W-TOTFILA.
       ENVIAR-HOL-GRV.
           IF W-EXISTE = "S"
              REWRITE REGHOLENV
           ELSE
              WRITE REGHOLENV.
       ENVIAR-HOL-FIM.
           EXIT.

      *----[ LISTA DE IMPRESSAO: SEM E-MAIL OU COM FALHA DE ENVIO ]---
       LISTAR-IMPR.
           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           WRITE REGHOLIMP FROM CAB1
           WRITE REGHOLIMP FROM CABBLANK
           WRITE REGHOLIMP FROM CAB2
           WRITE REGHOLIMP FROM CABBLANK
           MOVE LOW-VALUES TO HENV-KEY
           START ARQHOLENV KEY IS NOT LESS HENV-KEY
               INVALID KEY GO TO LISTAR-IMPR-TOT.
       LISTAR-IMPR-LER.
           READ ARQHOLENV NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-IMPR-TOT.
           IF HENV-COMPET NOT = W-REFATU
              GO TO LISTAR-IMPR-LER.
           IF HENV-STATUS = "E"
              ADD 1 TO W-TOTENTREG.
           IF HENV-STATUS NOT = "S" AND "F"
              GO TO LISTAR-IMPR-LER.
           MOVE HENV-CHAPA  TO D-CHAPA
           MOVE HENV-NOME   TO D-NOME
           MOVE HENV-MOTIVO TO D-MOTIVO
           IF HENV-STATUS = "S"
              MOVE "SEM E-MAIL" TO D-SITUACAO
              ADD 1 TO W-TOTSEMMAIL
           ELSE
              MOVE "FALHA"      TO D-SITUACAO
              ADD 1 TO W-TOTFALHA.
           WRITE REGHOLIMP FROM DET
           ADD 1 TO W-TOTIMP
           GO TO LISTAR-IMPR-LER.
       LISTAR-IMPR-TOT.
           WRITE REGHOLIMP FROM CABBLANK
           MOVE W-TOTFILA    TO T-TOTFILA
           MOVE W-TOTRET     TO T-TOTRET
           MOVE W-TOTENTREG  TO T-TOTENTREG
           MOVE W-TOTSEMMAIL TO T-TOTSEMMAIL
           MOVE W-TOTFALHA   TO T-TOTFALHA
           WRITE REGHOLIMP FROM LINTOT1
           WRITE REGHOLIMP FROM LINTOT2
           WRITE REGHOLIMP FROM LINTOT3
           WRITE REGHOLIMP FROM LINTOT4
           WRITE REGHOLIMP FROM LINTOT5.
       LISTAR-IMPR-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOLHA ARQFUNC ARQHOLENV ARQHOLFILA ARQHOLIMP.
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
       FIM-ROT-HENV.
