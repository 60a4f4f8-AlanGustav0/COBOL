       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP118.
      **MANUTENCAO DO BANCO DE HORAS (ARQBHCAD/ARQBHMOV)*
      * ADESAO DA CHAPA AO BANCO (ACORDO COLETIVO) E LANCAMENTO *
      * MANUAL DE COMPENSACOES (FOLGAS) E AJUSTES NO EXTRATO.   *
      * CREDITOS DO PONTO E PAGAMENTO DE HORAS VENCIDAS SAO     *
      * GERADOS PELO FPP119; O SALDO E ACERTADO NO FPP042       *
      **********************************************************
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
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBHMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHM-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBHCAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHCAD.DAT".
       01 REGBHCAD.
           03 BHC-CHAPA          PIC 9(06).
      *----[ A=ADERIDO AO BANCO  I=INATIVO (VOLTA A RECEBER HE) ]----
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
      *----[ 00=CREDITO DO PONTO 98=RESCISAO 99=VENCIDAS; 01-97 MANUAL ]
            05 BHM-SEQ            PIC 9(02).
      *----[ C=CREDITO PONTO D=COMPENSACAO A=AJUSTE P=PAGO R=RESCISAO ]
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
            05 FILLER             PIC X(202).
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
       01 W-DTADES.
          03 W-DTADES-DIA    PIC 9(02).
          03 W-DTADES-MES    PIC 9(02).
          03 W-DTADES-ANO    PIC 9(04).
       01 W-DATAENTR.
          03 W-DATAENTR-DIA  PIC 9(02).
          03 W-DATAENTR-MES  PIC 9(02).
          03 W-DATAENTR-ANO  PIC 9(04).
       01 W-DATAMOV       PIC 9(08) VALUE ZEROS.
       01 W-TIPOMOV       PIC X(01) VALUE SPACES.
       01 W-HORASENTR     PIC 9(03)V99 VALUE ZEROS.
       01 W-SINAL         PIC X(01) VALUE "+".
       01 W-DESCRMOV      PIC X(30) VALUE SPACES.
       01 W-SALDO         PIC S9(05)V99 VALUE ZEROS.
       01 W-SALDOED       PIC -ZZZZ9,99.
       01 W-ULTSEQ        PIC 9(02) VALUE ZEROS.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELABH.
           05  LINE 02  COLUMN 01
               VALUE  "*****************************BANCO DE HO".
           05  LINE 02  COLUMN 41
               VALUE  "RAS**********************************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 06  COLUMN 01
               VALUE  "  ADESAO (A=ATIVA  I=INATIVA):".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA DA ADESAO (DD/MM/AAAA):".
           05  LINE 08  COLUMN 01
               VALUE  "  ACORDO/CONVENCAO:".
           05  LINE 10  COLUMN 01
               VALUE  "  SALDO ATUAL DO BANCO (HORAS):".
           05  LINE 12  COLUMN 01
               VALUE  "  LANCAMENTO - DATA (ZEROS=SO ADESAO):".
           05  LINE 13  COLUMN 01
               VALUE  "  TIPO (D=COMPENSACAO/FOLGA  A=AJUSTE):".
           05  LINE 14  COLUMN 01
               VALUE  "  QUANTIDADE DE HORAS:".
           05  LINE 15  COLUMN 01
               VALUE  "  SINAL DO AJUSTE (+ OU -):".
           05  LINE 16  COLUMN 01
               VALUE  "  HISTORICO:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CHAPA
               LINE 04  COLUMN 24  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TNOME
               LINE 04  COLUMN 45  PIC X(30)
               USING  NOME
               HIGHLIGHT.
           05  TBHC-STATUS
               LINE 06  COLUMN 32  PIC X(01)
               USING  BHC-STATUS
               HIGHLIGHT.
           05  TW-DTADES
               LINE 07  COLUMN 32  PIC 99/99/9999
               USING  W-DTADES
               HIGHLIGHT.
           05  TBHC-ACORDO
               LINE 08  COLUMN 21  PIC X(30)
               USING  BHC-ACORDO
               HIGHLIGHT.
           05  TW-SALDO
               LINE 10  COLUMN 33  PIC X(09)
               FROM   W-SALDOED
               HIGHLIGHT.
           05  TW-DATA
               LINE 12  COLUMN 40  PIC 99/99/9999
               USING  W-DATAENTR
               REVERSE-VIDEO.
           05  TW-TIPO
               LINE 13  COLUMN 41  PIC X(01)
               USING  W-TIPOMOV
               HIGHLIGHT.
           05  TW-HORAS
               LINE 14  COLUMN 24  PIC ZZ9,99
               USING  W-HORASENTR
               HIGHLIGHT.
           05  TW-SINAL
               LINE 15  COLUMN 29  PIC X(01)
               USING  W-SINAL
               HIGHLIGHT.
           05  TW-DESCR
               LINE 16  COLUMN 14  PIC X(30)
               USING  W-DESCRMOV
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQBHCAD
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQBHCAD
                 CLOSE ARQBHCAD
                 OPEN I-O ARQBHCAD
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBHCAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN I-O ARQBHMOV
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQBHMOV
                 CLOSE ARQBHMOV
                 OPEN I-O ARQBHMOV
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBHMOV" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

       R1.
           MOVE SPACES TO NOME BHC-STATUS BHC-ACORDO W-TIPOMOV
           MOVE SPACES TO W-DESCRMOV
           MOVE "+" TO W-SINAL
           MOVE ZEROS TO W-CHAPAENTR W-DTADES W-DATAENTR W-HORASENTR
           MOVE ZEROS TO W-SALDO
           MOVE W-SALDO TO W-SALDOED
           DISPLAY TELABH.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELABH
                   GO TO R2.
           IF W-CHAPAENTR < 1
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
               MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
               TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TNOME.
           MOVE W-CHAPAENTR TO BHC-CHAPA
           READ ARQBHCAD
           IF ST-ERRO = "00"
              MOVE BHC-DTADESAO(7:2) TO W-DTADES-DIA
              MOVE BHC-DTADESAO(5:2) TO W-DTADES-MES
              MOVE BHC-DTADESAO(1:4) TO W-DTADES-ANO
           ELSE
              MOVE W-CHAPAENTR TO BHC-CHAPA
              MOVE "A" TO BHC-STATUS
              MOVE SPACES TO BHC-ACORDO
              MOVE "* CHAPA SEM ADESAO - INFORME OS DADOS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           PERFORM SOMAR-SALDO THRU SOMAR-SALDO-FIM
           DISPLAY TELABH.

       R3.
           ACCEPT TBHC-STATUS.
           IF BHC-STATUS NOT = "A" AND "I"
              MOVE "*** DIGITE A=ATIVA  I=INATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TW-DTADES.
           IF W-DTADES-DIA < 1 OR W-DTADES-DIA > 31
                 OR W-DTADES-MES < 1 OR W-DTADES-MES > 12
                 OR W-DTADES-ANO < 2000
              MOVE "*** DATA INVALIDA (DD/MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTADES-ANO TO BHC-DTADESAO(1:4)
           MOVE W-DTADES-MES TO BHC-DTADESAO(5:2)
           MOVE W-DTADES-DIA TO BHC-DTADESAO(7:2).

       R5.
           ACCEPT TBHC-ACORDO.
           IF BHC-ACORDO = SPACES
              MOVE "*** ACORDO/CONVENCAO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

      *----[ LANCAMENTO OPCIONAL: DATA ZERADA GRAVA SO A ADESAO ]----
       R6.
           ACCEPT TW-DATA.
           IF W-DATAENTR = ZEROS
              MOVE ZEROS TO W-DATAMOV
              GO TO INC-OPC.
           IF W-DATAENTR-DIA < 1 OR W-DATAENTR-DIA > 31
                 OR W-DATAENTR-MES < 1 OR W-DATAENTR-MES > 12
                 OR W-DATAENTR-ANO < 2000
              MOVE "*** DATA INVALIDA (DD/MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           MOVE W-DATAENTR-ANO TO W-DATAMOV(1:4)
           MOVE W-DATAENTR-MES TO W-DATAMOV(5:2)
           MOVE W-DATAENTR-DIA TO W-DATAMOV(7:2)
           IF W-DATAMOV < BHC-DTADESAO
              MOVE "* LANCAMENTO ANTERIOR A DATA DA ADESAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TW-TIPO.
           IF W-TIPOMOV = "d"
              MOVE "D" TO W-TIPOMOV.
           IF W-TIPOMOV = "a"
              MOVE "A" TO W-TIPOMOV.
           IF W-TIPOMOV NOT = "D" AND "A"
              MOVE "*** DIGITE D=COMPENSACAO  A=AJUSTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TW-HORAS.
           IF W-HORASENTR = ZEROS
              MOVE "*** QUANTIDADE DE HORAS NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

      *----[ COMPENSACAO SEMPRE DEBITA; AJUSTE PEDE O SINAL ]----
       R9.
           IF W-TIPOMOV = "D"
              MOVE "-" TO W-SINAL
              DISPLAY TW-SINAL
              GO TO R10.
           ACCEPT TW-SINAL.
           IF W-SINAL NOT = "+" AND "-"
              MOVE "*** DIGITE + (CREDITO) OU - (DEBITO) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT TW-DESCR.
           IF W-DESCRMOV = SPACES
              IF W-TIPOMOV = "D"
                 MOVE "COMPENSACAO - FOLGA" TO W-DESCRMOV
              ELSE
                 MOVE "AJUSTE MANUAL" TO W-DESCRMOV
              END-IF
              DISPLAY TW-DESCR.
           IF W-TIPOMOV = "D" AND W-HORASENTR > W-SALDO
              MOVE "* ATENCAO: SALDO DO BANCO FICARA NEGATIVO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 40) "DADOS OK (S/N) : ".
                ACCEPT (20, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR TO BHC-OPERADOR
           WRITE REGBHCAD
           IF ST-ERRO = "22"
              REWRITE REGBHCAD.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBHCAD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-DATAMOV = ZEROS
              MOVE "*** ADESAO AO BANCO DE HORAS GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

      *--[ LANCAMENTO MANUAL: PROXIMA SEQUENCIA LIVRE DA DATA (01-97) ]-
       INC-WR2.
           MOVE ZEROS TO W-ULTSEQ
           MOVE W-CHAPAENTR TO BHM-CHAPA
           MOVE W-DATAMOV   TO BHM-DATA
           MOVE 01          TO BHM-SEQ
           START ARQBHMOV KEY IS NOT LESS BHM-KEY
               INVALID KEY GO TO INC-WR2-GRAVA.
       INC-WR2-RD.
           READ ARQBHMOV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO INC-WR2-GRAVA.
           IF BHM-CHAPA NOT = W-CHAPAENTR OR BHM-DATA NOT = W-DATAMOV
              GO TO INC-WR2-GRAVA.
           IF BHM-SEQ < 98
              MOVE BHM-SEQ TO W-ULTSEQ.
           GO TO INC-WR2-RD.
       INC-WR2-GRAVA.
           IF W-ULTSEQ NOT LESS 97
              MOVE "* LIMITE DE LANCAMENTOS NA DATA ATINGIDO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CHAPAENTR TO BHM-CHAPA
           MOVE W-DATAMOV   TO BHM-DATA
           COMPUTE BHM-SEQ = W-ULTSEQ + 1
           MOVE W-TIPOMOV   TO BHM-TIPO
           IF W-SINAL = "-"
              COMPUTE BHM-HORAS = ZEROS - W-HORASENTR
           ELSE
              MOVE W-HORASENTR TO BHM-HORAS.
           MOVE W-DATAMOV(1:6) TO BHM-COMPET
           MOVE W-DESCRMOV  TO BHM-DESCR
           MOVE W-OPERADOR  TO BHM-OPERADOR
           WRITE REGBHMOV
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBHMOV" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** LANCAMENTO GRAVADO NO BANCO DE HORAS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ SALDO DA CHAPA = SOMA DOS LANCAMENTOS COM SINAL ]----------
       SOMAR-SALDO.
           MOVE ZEROS TO W-SALDO
           MOVE W-CHAPAENTR TO BHM-CHAPA
           MOVE ZEROS TO BHM-DATA BHM-SEQ
           START ARQBHMOV KEY IS NOT LESS BHM-KEY
               INVALID KEY GO TO SOMAR-SALDO-FIM.
       SOMAR-SALDO-RD.
           READ ARQBHMOV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SOMAR-SALDO-FIM.
           IF BHM-CHAPA NOT = W-CHAPAENTR
              GO TO SOMAR-SALDO-FIM.
           ADD BHM-HORAS TO W-SALDO
           GO TO SOMAR-SALDO-RD.
       SOMAR-SALDO-FIM.
           MOVE W-SALDO TO W-SALDOED.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQBHCAD ARQBHMOV ARQFUNC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (20, 15) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
