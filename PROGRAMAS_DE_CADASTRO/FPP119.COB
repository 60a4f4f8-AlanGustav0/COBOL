       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP119.
      ********************************************************
      * APURACAO MENSAL DO BANCO DE HORAS                     *
      * CREDITA AS HORAS EXTRAS DO PONTO APROVADO DAS CHAPAS  *
      * ADERIDAS (ARQBHCAD) NO EXTRATO ARQBHMOV - A HE 100%   *
      * ENTRA CONVERTIDA EM HORAS DE 50% (X 2,0 / 1,5) - E    *
      * PAGA AS HORAS NAO COMPENSADAS NO PRAZO (PADRAO 6      *
      * MESES, PEPS) PELO EVENTO 230 DO ARQEVENT A 150%.      *
      * REEXECUTAVEL: REGRAVA O CREDITO (SEQ 00) E O PAGTO    *
      * (SEQ 99) DA COMPETENCIA. RELATORIO EM BHORAS.DOC      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBHCAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHC-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBHMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHM-KEY
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

           SELECT ARQEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVT-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT TBEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVCAT-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBHTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBHCAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHCAD.DAT".
       01 REGBHCAD.
           03 BHC-CHAPA          PIC 9(06).
           03 BHC-STATUS         PIC X(01).
           03 BHC-DTADESAO       PIC 9(08).
           03 BHC-ACORDO         PIC X(30).
           03 BHC-OPERADOR       PIC X(08).
      *-----------------------------------------------------------------
       FD ARQBHMOV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHMOV.DAT".
       01 REGBHMOV.
           03 BHM-KEY.
            05 BHM-CHAPA          PIC 9(06).
            05 BHM-DATA           PIC 9(08).
            05 BHM-SEQ            PIC 9(02).
           03 BHM-TIPO           PIC X(01).
           03 BHM-HORAS          PIC S9(04)V99.
           03 BHM-COMPET         PIC 9(06).
           03 BHM-DESCR          PIC X(30).
           03 BHM-OPERADOR       PIC X(08).
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
            05 FILLER             PIC X(133).
            05 SALARIOEMP         PIC 9(06)V99.
            05 FILLER             PIC X(47).
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
       FD ARQBHTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BHORAS.DOC".
       01 REGBHTX                      PIC X(110).
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
       01 W-PRAZO         PIC 9(02) VALUE 6.
       01 W-PRAZOENV      PIC X(02) VALUE SPACES.
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-REFCORTE      PIC 9(06) VALUE ZEROS.
       01 W-DTREF         PIC 9(08) VALUE ZEROS.
       01 W-MESES         PIC 9(06) VALUE ZEROS.
       01 W-CORTEANO      PIC 9(04) VALUE ZEROS.
       01 W-CORTEMES      PIC 9(02) VALUE ZEROS.
       01 W-PONTOOK       PIC X(01) VALUE "N".
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-CREDITO       PIC S9(04)V99 VALUE ZEROS.
       01 W-SALDOANT      PIC S9(05)V99 VALUE ZEROS.
       01 W-SALDO         PIC S9(05)V99 VALUE ZEROS.
       01 W-POSANT        PIC S9(05)V99 VALUE ZEROS.
       01 W-NEGAT         PIC S9(05)V99 VALUE ZEROS.
       01 W-VENCIDAS      PIC S9(05)V99 VALUE ZEROS.
       01 W-SALBASE       PIC 9(06)V99 VALUE ZEROS.
       01 W-SALMENSAL     PIC 9(07)V99 VALUE ZEROS.
       01 W-VLRVENC       PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTCHAPAS     PIC 9(05) VALUE ZEROS.
       01 W-TOTCRED       PIC S9(06)V99 VALUE ZEROS.
       01 W-TOTVENC       PIC S9(06)V99 VALUE ZEROS.
       01 W-TOTVALOR      PIC 9(08)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(041) VALUE
           "APURACAO DO BANCO DE HORAS - COMP.: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(027) VALUE "   VENCEM AS HORAS ATE ".
           05  CAB1-CORTEMES PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-CORTEANO PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(049) VALUE
           "CHAPA  NOME                           SALDO ANT ".
           05  FILLER PIC X(051) VALUE
           " CREDITO VENCIDAS  VALOR PAGO  SALDO ATU".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SALDOANT    PIC -ZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CREDITO     PIC -ZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VENCIDAS    PIC -ZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-SALDO       PIC -ZZZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-OBS         PIC X(20) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** CHAPAS COM MOVIMENTO...........: ".
           05  T-TOTCHAPAS   PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** HORAS CREDITADAS NO MES........: ".
           05  T-TOTCRED     PIC -ZZZZZ9,99 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** HORAS VENCIDAS PAGAS (EVT 230).: ".
           05  T-TOTVENC     PIC -ZZZZZ9,99 VALUE ZEROS.
           05  FILLER PIC X(004) VALUE SPACES.
           05  T-TOTVALOR    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELABH.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** APURACAO MENSAL DO BANCO DE HORAS ".
           05  LINE 02  COLUMN 41
               VALUE  "***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)          :".
           05  LINE 10  COLUMN 01
               VALUE  " PRAZO P/ COMPENSAR (MESES,0=6) :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA APURACAO (S ou N )    :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 36  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-PRAZO
               LINE 10  COLUMN 36  PIC 9(02)
               USING  W-PRAZO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 36  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTCHAPAS W-TOTCRED W-TOTVENC W-TOTVALOR
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP119_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELABH.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-PRAZO.
                ACCEPT TW-PRAZO
                IF W-PRAZO = ZEROS
                   MOVE 6 TO W-PRAZO.
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
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP119_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP119_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO
                ACCEPT W-PRAZOENV FROM ENVIRONMENT "FPP119_PRAZO"
                IF W-PRAZOENV NOT = SPACES
                   MOVE W-PRAZOENV TO W-PRAZO.
                IF W-PRAZO = ZEROS
                   MOVE 6 TO W-PRAZO.

      *----[ COMPETENCIA DE CORTE: CREDITOS ATE ELA ESTAO VENCIDOS ]----
       INC-REF.
           COMPUTE W-REFATU = (W-COMPENTR-ANO * 100) + W-COMPENTR-MES
           COMPUTE W-DTREF  = (W-REFATU * 100) + 1
           COMPUTE W-MESES  = (W-COMPENTR-ANO * 12) + W-COMPENTR-MES
                            - 1 - W-PRAZO
           DIVIDE W-MESES BY 12 GIVING W-CORTEANO REMAINDER W-CORTEMES
           ADD 1 TO W-CORTEMES
           COMPUTE W-REFCORTE = (W-CORTEANO * 100) + W-CORTEMES.

       INC-OP0.
           OPEN INPUT ARQBHCAD
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUMA ADESAO AO BANCO DE HORAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 0 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN I-O ARQBHMOV
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQBHMOV
                 CLOSE ARQBHMOV
                 OPEN I-O ARQBHMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBHMOV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO RETURN-CODE
                 CLOSE ARQBHCAD
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQBHCAD ARQBHMOV
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE CARGOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQBHCAD ARQBHMOV ARQFUNC
              GO TO ROT-FIM2.
           OPEN I-O ARQEVENT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEVENT
                 CLOSE ARQEVENT
                 OPEN I-O ARQEVENT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEVENT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 MOVE 1 TO RETURN-CODE
                 CLOSE ARQBHCAD ARQBHMOV ARQFUNC ARQCARG
                 GO TO ROT-FIM2.
           OPEN I-O TBEVENT
           IF ST-ERRO = "30"
              OPEN OUTPUT TBEVENT
              CLOSE TBEVENT
              OPEN I-O TBEVENT.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TBEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQBHCAD ARQBHMOV ARQFUNC ARQCARG ARQEVENT
              GO TO ROT-FIM2.
           PERFORM VERIF-EVCAT THRU VERIF-EVCAT-FIM
           MOVE "N" TO W-PONTOOK
           OPEN INPUT ARQPONTO
           IF ST-ERRO = "00"
              MOVE "S" TO W-PONTOOK.
           OPEN OUTPUT ARQBHTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO BHORAS.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQBHCAD ARQBHMOV ARQFUNC ARQCARG ARQEVENT
                    TBEVENT
              IF W-PONTOOK = "S"
                 CLOSE ARQPONTO
              END-IF
              GO TO ROT-FIM2.

           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           MOVE W-CORTEMES     TO CAB1-CORTEMES
           MOVE W-CORTEANO     TO CAB1-CORTEANO
           WRITE REGBHTX FROM CAB1
           WRITE REGBHTX FROM CAB2.

           MOVE ZEROS TO BHC-CHAPA
           START ARQBHCAD KEY IS NOT LESS BHC-CHAPA
               INVALID KEY GO TO FIM-APURACAO.

       LER-ADESAO.
           READ ARQBHCAD NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-APURACAO.
           MOVE BHC-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-ADESAO.
           MOVE SPACES TO D-OBS
           MOVE ZEROS TO W-CREDITO W-VLRVENC.

      *----[ CREDITO DO MES EM HORAS DE 50%: HE50 + HE100 X 2,0/1,5 ]---
       CREDITAR.
           IF BHC-STATUS NOT = "A" OR BHC-DTADESAO(1:6) > W-REFATU
              GO TO CREDITAR-GRAVA.
           IF W-PONTOOK NOT = "S"
              GO TO CREDITAR-GRAVA.
           MOVE BHC-CHAPA TO PONTO-CHAPA
           MOVE W-REFATU  TO PONTO-COMPET
           READ ARQPONTO
           IF ST-ERRO NOT = "00"
              GO TO CREDITAR-GRAVA.
           IF PONTO-APROV NOT = "A"
              MOVE "PONTO NAO APROVADO" TO D-OBS
              GO TO CREDITAR-GRAVA.
           COMPUTE W-CREDITO ROUNDED = PONTO-HE50
                                     + (PONTO-HE100 * 2 / 1,5).
       CREDITAR-GRAVA.
           MOVE BHC-CHAPA TO BHM-CHAPA
           MOVE W-DTREF   TO BHM-DATA
           MOVE 00        TO BHM-SEQ
           READ ARQBHMOV
           IF ST-ERRO = "00"
              IF W-CREDITO = ZEROS
                 DELETE ARQBHMOV RECORD
              ELSE
                 MOVE W-CREDITO TO BHM-HORAS
                 REWRITE REGBHMOV
              END-IF
              GO TO SOMAR-EXTRATO.
           IF W-CREDITO = ZEROS
              GO TO SOMAR-EXTRATO.
           MOVE "C"       TO BHM-TIPO
           MOVE W-CREDITO TO BHM-HORAS
           MOVE W-REFATU  TO BHM-COMPET
           MOVE "CREDITO HORAS EXTRAS DO PONTO" TO BHM-DESCR
           MOVE "FPP119"  TO BHM-OPERADOR
           WRITE REGBHMOV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBHMOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.

      *--[ EXTRATO: SALDO, CREDITOS JA VENCIDOS E DEBITOS, SEM O ]----
      *--[ PAGTO DESTA COMPETENCIA (SEQ 99), RECALCULADO ABAIXO  ]----
       SOMAR-EXTRATO.
           MOVE ZEROS TO W-SALDO W-POSANT W-NEGAT
           MOVE BHC-CHAPA TO BHM-CHAPA
           MOVE ZEROS TO BHM-DATA BHM-SEQ
           START ARQBHMOV KEY IS NOT LESS BHM-KEY
               INVALID KEY GO TO VENCER.
       SOMAR-EXTRATO-RD.
           READ ARQBHMOV NEXT
           IF ST-ERRO NOT = "00"
              GO TO VENCER.
           IF BHM-CHAPA NOT = BHC-CHAPA
              GO TO VENCER.
           IF BHM-DATA = W-DTREF AND BHM-SEQ = 99
              GO TO SOMAR-EXTRATO-RD.
           ADD BHM-HORAS TO W-SALDO
           IF BHM-HORAS < ZEROS
              SUBTRACT BHM-HORAS FROM W-NEGAT
           ELSE
              IF BHM-COMPET NOT > W-REFCORTE
                 ADD BHM-HORAS TO W-POSANT.
           GO TO SOMAR-EXTRATO-RD.

      *--[ PEPS: DEBITOS CONSOMEM PRIMEIRO OS CREDITOS MAIS ANTIGOS ]---
       VENCER.
           COMPUTE W-SALDOANT = W-SALDO - W-CREDITO
           COMPUTE W-VENCIDAS = W-POSANT - W-NEGAT
           IF W-VENCIDAS < ZEROS
              MOVE ZEROS TO W-VENCIDAS.
           IF W-VENCIDAS > ZEROS
              PERFORM CALC-VALOR THRU CALC-VALOR-FIM.
           MOVE BHC-CHAPA TO BHM-CHAPA
           MOVE W-DTREF   TO BHM-DATA
           MOVE 99        TO BHM-SEQ
           READ ARQBHMOV
           IF ST-ERRO = "00"
              IF W-VENCIDAS = ZEROS
                 DELETE ARQBHMOV RECORD
              ELSE
                 COMPUTE BHM-HORAS = ZEROS - W-VENCIDAS
                 REWRITE REGBHMOV
              END-IF
              GO TO VENCER-EVENTO.
           IF W-VENCIDAS = ZEROS
              GO TO VENCER-EVENTO.
           MOVE "P"       TO BHM-TIPO
           COMPUTE BHM-HORAS = ZEROS - W-VENCIDAS
           MOVE W-REFATU  TO BHM-COMPET
           MOVE "HORAS VENCIDAS PAGAS EM FOLHA" TO BHM-DESCR
           MOVE "FPP119"  TO BHM-OPERADOR
           WRITE REGBHMOV
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBHMOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.

      *----[ EVENTO 230: REGRAVADO NA REEXECUCAO, EXCLUIDO SE ZERADO ]--
       VENCER-EVENTO.
           MOVE BHC-CHAPA TO EVT-CHAPA
           MOVE W-REFATU  TO EVT-COMPET
           MOVE 230       TO EVT-CODIGO
           READ ARQEVENT
           IF ST-ERRO = "00"
              IF W-VLRVENC = ZEROS
                 DELETE ARQEVENT RECORD
              ELSE
                 MOVE W-VLRVENC TO EVT-VALOR
                 REWRITE REGEVENT
              END-IF
              GO TO IMPRIMIR.
           IF W-VLRVENC = ZEROS
              GO TO IMPRIMIR.
           MOVE "BANCO DE HORAS - HORAS VENCIDAS" TO EVT-DESCR
           MOVE "P"       TO EVT-TIPO
           MOVE W-VLRVENC TO EVT-VALOR
           WRITE REGEVENT
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.

       IMPRIMIR.
           COMPUTE W-SALDO = W-SALDO - W-VENCIDAS
           IF W-CREDITO = ZEROS AND W-VENCIDAS = ZEROS
                 AND W-SALDO = ZEROS AND D-OBS = SPACES
              GO TO LER-ADESAO.
           IF BHC-STATUS NOT = "A" AND D-OBS = SPACES
              MOVE "ADESAO INATIVA" TO D-OBS.
           MOVE BHC-CHAPA  TO D-CHAPA
           MOVE NOME       TO D-NOME
           MOVE W-SALDOANT TO D-SALDOANT
           MOVE W-CREDITO  TO D-CREDITO
           MOVE W-VENCIDAS TO D-VENCIDAS
           MOVE W-VLRVENC  TO D-VALOR
           MOVE W-SALDO    TO D-SALDO
           WRITE REGBHTX FROM DET
           ADD 1          TO W-TOTCHAPAS
           ADD W-CREDITO  TO W-TOTCRED
           ADD W-VENCIDAS TO W-TOTVENC
           ADD W-VLRVENC  TO W-TOTVALOR
           GO TO LER-ADESAO.

      *--[ VALOR DAS VENCIDAS: SALARIO-HORA (MENSAL / 220) + 50% ]------
       CALC-VALOR.
           MOVE ZEROS TO W-VLRVENC
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE "SEM CARGO - SEM VALOR" TO D-OBS
              GO TO CALC-VALOR-FIM.
           IF SALARIOEMP NOT = ZEROS
              MOVE SALARIOEMP TO W-SALBASE
           ELSE
              MOVE SALARIOBASE TO W-SALBASE.
           IF TPSALARIO = "H"
              COMPUTE W-SALMENSAL = W-SALBASE * 220
           ELSE
              IF TPSALARIO = "D"
                 COMPUTE W-SALMENSAL = W-SALBASE * 30
              ELSE
                 MOVE W-SALBASE TO W-SALMENSAL.
           COMPUTE W-VLRVENC ROUNDED =
                   (W-SALMENSAL / 220) * 1,5 * W-VENCIDAS.
       CALC-VALOR-FIM.
           EXIT.

      *----[ EVENTO 230 NO CATALOGO: HE PAGA, COM TODAS AS ]-----------
      *----[ INCIDENCIAS E REFLEXO NO DSR (FPP015)         ]-----------
       VERIF-EVCAT.
           MOVE 230 TO EVCAT-COD
           READ TBEVENT
           IF ST-ERRO = "00"
              GO TO VERIF-EVCAT-FIM.
           MOVE "BANCO DE HORAS - HORAS VENCIDAS" TO EVCAT-DESCR
           MOVE "P" TO EVCAT-TIPO
           MOVE "S" TO EVCAT-INCINSS EVCAT-INCIRRF EVCAT-INCFGTS
           MOVE "S" TO EVCAT-INCDSR
           MOVE "A" TO EVCAT-STATUS
           WRITE REGEVCAT.
       VERIF-EVCAT-FIM.
           EXIT.

       FIM-APURACAO.
           MOVE W-TOTCHAPAS TO T-TOTCHAPAS
           MOVE W-TOTCRED   TO T-TOTCRED
           MOVE W-TOTVENC   TO T-TOTVENC
           MOVE W-TOTVALOR  TO T-TOTVALOR
           WRITE REGBHTX FROM LINTOT1
           WRITE REGBHTX FROM LINTOT2
           WRITE REGBHTX FROM LINTOT3.
           MOVE 0 TO RETURN-CODE
           MOVE "*** BANCO DE HORAS APURADO - VEJA BHORAS.DOC ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQBHCAD ARQBHMOV ARQFUNC ARQCARG ARQEVENT ARQBHTX
                 TBEVENT.
           IF W-PONTOOK = "S"
              CLOSE ARQPONTO.
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
       FIM-ROT-BH.
