       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP170.
      ********************************************************
      * DISPOSICAO DOS APONTAMENTOS DA VARREDURA DE FRAUDES   *
      * (ARQANOM, GERADO PELO FPP169). O REVISOR INFORMA PARA *
      * CADA APONTAMENTO:                                     *
      *  J - JUSTIFICADO (NAO E FRAUDE NEM ERRO)              *
      *  F - FRAUDE CONFIRMADA                                *
      *  C - ERRO CORRIGIDO                                   *
      * COM OBSERVACAO OBRIGATORIA. CHAPA ZERO TRAZ O PROXIMO *
      * APONTAMENTO PENDENTE DA COMPETENCIA.                  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQANOM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ANM-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ APONTAMENTOS DA VARREDURA E DISPOSICAO DO REVISOR ]----
       FD ARQANOM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQANOM.DAT".
       01 REGANOM.
           03 ANM-KEY.
            05 ANM-COMPET          PIC 9(06).
      *----[ B X P D C S E T V - VER CABECALHO DO FPP169 ]----
            05 ANM-TIPO            PIC X(01).
            05 ANM-CHAPA           PIC 9(06).
           03 ANM-NOME             PIC X(30).
           03 ANM-DETALHE          PIC X(50).
           03 ANM-DTGER            PIC 9(08).
      *----[ BRANCO=PENDENTE J=JUSTIFICADO F=FRAUDE C=CORRIGIDO ]----
           03 ANM-DISP             PIC X(01).
           03 ANM-OBS              PIC X(40).
           03 ANM-OPERREV          PIC X(08).
           03 ANM-DTREV            PIC 9(08).

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.LOG".
       01 REGLOG.
          03 LOG-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ARQUIVO               PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ACAO                  PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-CHAVE                 PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-DESCR                 PIC X(30).
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
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-TIPOENTR      PIC X(01) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-DISPANT       PIC X(01) VALUE SPACES.

       SCREEN SECTION.

       01  TELAANM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************ DISPOSICAO DOS APONTAMENTO".
           05  LINE 02  COLUMN 40
               VALUE  "S DE FRAUDE E ANOMALIA *****************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 05  COLUMN 02
               VALUE  "COMPETENCIA (MM/AAAA):".
           05  LINE 06  COLUMN 02
               VALUE  "TIPO:".
           05  LINE 06  COLUMN 30
               VALUE  "B/X=CONTA/PIX P=PONTO D=DESLIG.".
           05  LINE 07  COLUMN 30
               VALUE  "C/S=CPF/PIS E/T=END./FONE V=VALOR".
           05  LINE 08  COLUMN 02
               VALUE  "CHAPA (0=PROXIMO PENDENTE):".
           05  LINE 10  COLUMN 02
               VALUE  "NOME:".
           05  LINE 11  COLUMN 02
               VALUE  "DETALHE:".
           05  LINE 12  COLUMN 02
               VALUE  "APONTADO EM:".
           05  LINE 14  COLUMN 02
               VALUE  "DISPOSICAO (J=JUSTIF. F=FRAUDE C=CORRIGIDO):".
           05  LINE 15  COLUMN 02
               VALUE  "OBSERVACAO:".
           05  LINE 16  COLUMN 02
               VALUE  "REVISTO POR:".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TW-COMPET
               LINE 05  COLUMN 25  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-TIPO
               LINE 06  COLUMN 25  PIC X(01)
               USING  W-TIPOENTR
               HIGHLIGHT.
           05  TW-CHAPA
               LINE 08  COLUMN 30  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TANM-NOME
               LINE 10  COLUMN 15  PIC X(30)
               USING  ANM-NOME
               HIGHLIGHT.
           05  TANM-DETALHE
               LINE 11  COLUMN 15  PIC X(50)
               USING  ANM-DETALHE
               HIGHLIGHT.
           05  TANM-DTGER
               LINE 12  COLUMN 15  PIC 9999/99/99
               USING  ANM-DTGER
               HIGHLIGHT.
           05  TANM-DISP
               LINE 14  COLUMN 48  PIC X(01)
               USING  ANM-DISP
               HIGHLIGHT.
           05  TANM-OBS
               LINE 15  COLUMN 15  PIC X(40)
               USING  ANM-OBS
               HIGHLIGHT.
           05  TANM-OPERREV
               LINE 16  COLUMN 15  PIC X(08)
               USING  ANM-OPERREV
               HIGHLIGHT.
           05  TANM-DTREV
               LINE 16  COLUMN 25  PIC 9999/99/99
               USING  ANM-DTREV
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *----[ A DISPOSICAO FICA REGISTRADA EM NOME DO REVISOR ]----
       R0.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           IF W-OPERADOR = SPACES
              MOVE "* OPERADOR NAO IDENTIFICADO - SEM REVISAO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQANOM
           IF ST-ERRO NOT = "00"
              MOVE "* NAO HA VARREDURA DE ANOMALIAS (FPP169) *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN EXTEND ARQLOG
           IF ST-ERRO3 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-DATAHOJE(5:2) TO W-COMPENTR-MES
           MOVE W-DATAHOJE(1:4) TO W-COMPENTR-ANO.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO REGANOM W-TIPOENTR
           MOVE ZEROS TO ANM-DTGER ANM-DTREV W-CHAPAENTR
           DISPLAY TELAANM.

       R2.
           ACCEPT TW-COMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                 OR W-COMPENTR-ANO < 2000
              MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-COMPENTR-MES TO W-COMPET-MES
           MOVE W-COMPENTR-ANO TO W-COMPET-ANO.

       R3.
           ACCEPT TW-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R2.
           IF W-TIPOENTR NOT = SPACE AND "B" AND "X" AND "P" AND "D"
                 AND "C" AND "S" AND "E" AND "T" AND "V"
              MOVE "*** TIPO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF W-CHAPAENTR = ZEROS
              GO TO PROX-PEND.
           IF W-TIPOENTR = SPACE
              MOVE "*** INFORME O TIPO DO APONTAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       LER-ARQANOM.
           MOVE W-COMPET-N  TO ANM-COMPET
           MOVE W-TIPOENTR  TO ANM-TIPO
           MOVE W-CHAPAENTR TO ANM-CHAPA
           READ ARQANOM WITH LOCK
           IF ST-ERRO = "23"
              MOVE "*** APONTAMENTO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQANOM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           GO TO MOSTRAR.

      *----[ PRIMEIRO PENDENTE DA COMPETENCIA A PARTIR DO TIPO ]----
       PROX-PEND.
           MOVE W-COMPET-N  TO ANM-COMPET
           MOVE W-TIPOENTR  TO ANM-TIPO
           MOVE ZEROS       TO ANM-CHAPA
           START ARQANOM KEY IS NOT LESS THAN ANM-KEY
           IF ST-ERRO NOT = "00"
              GO TO PROX-PEND-NADA.
       PROX-PEND-LER.
           READ ARQANOM NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROX-PEND-NADA.
           IF ANM-COMPET NOT = W-COMPET-N
              GO TO PROX-PEND-NADA.
           IF ANM-DISP NOT = SPACE
              GO TO PROX-PEND-LER.
           MOVE ANM-TIPO  TO W-TIPOENTR
           MOVE ANM-CHAPA TO W-CHAPAENTR
           GO TO LER-ARQANOM.
       PROX-PEND-NADA.
           MOVE "*** NAO HA APONTAMENTO PENDENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       MOSTRAR.
           MOVE ANM-DISP TO W-DISPANT
           DISPLAY TELAANM
           IF ANM-DISP NOT = SPACE
              MOVE "* JA REVISTO: A NOVA DISPOSICAO SUBSTITUI *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R5.
           ACCEPT TANM-DISP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              UNLOCK ARQANOM
              GO TO R1.
           IF ANM-DISP NOT = "J" AND "F" AND "C"
              MOVE "*** DIGITE J, F OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TANM-OBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF ANM-OBS = SPACES
              MOVE "*** INFORME A OBSERVACAO DA REVISAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DISPOSICAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   UNLOCK ARQANOM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.

       ALT-RW1.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                MOVE W-OPERADOR TO ANM-OPERREV
                MOVE W-DATAHOJE TO ANM-DTREV
                REWRITE REGANOM
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO DE ARQANOM."
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                UNLOCK ARQANOM
                PERFORM GRAVAR-LOG
                MOVE "*** DISPOSICAO GRAVADA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO R1.

       GRAVAR-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQANOM"  TO LOG-ARQUIVO
           MOVE ANM-DISP   TO LOG-ACAO
           MOVE ANM-CHAPA  TO LOG-CHAVE
           MOVE SPACES TO LOG-DESCR
           STRING "ANOMALIA " ANM-TIPO " COMPET " ANM-COMPET
                  DELIMITED BY SIZE
                  INTO LOG-DESCR
           END-STRING
           IF W-DISPANT NOT = SPACE
              MOVE " ERA "   TO LOG-DESCR(25:5)
              MOVE W-DISPANT TO LOG-DESCR(30:1).
           WRITE REGLOG.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQANOM ARQLOG.
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
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
