       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP128.
      ********************************************************
      * ROTINA COMUM DE ESTABILIDADE PROVISORIA (ARQESTAB)    *
      * OPCAO "C": DADA A CHAPA E A DATA (AAAAMMDD) DIZ SE A  *
      *  CHAPA ESTA NO PERIODO PROTEGIDO - ESTP-RESULT S/N,   *
      *  COM O TIPO E O FIM (DDMMAAAA, ZEROS = SEM DATA)      *
      * OPCAO "G": GERA A ESTABILIDADE A PARTIR DO AFASTAMEN- *
      *  TO (ARQAFAST) - ACIDENTE DO TRABALHO > 15 DIAS: 12   *
      *  MESES APOS O RETORNO (LEI 8.213 ART.118); LICENCA    *
      *  MATERNIDADE: GESTANTE ATE 5 MESES APOS O INICIO      *
      *  (ADCT ART.10 II B) - ESTP-RESULT S = GEROU/ACERTOU   *
      * OPCAO "F" FECHA O ARQUIVO (FIM DO PROGRAMA CHAMADOR)  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESTAB-KEY
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ G=GESTANTE A=ACIDENTE C=CIPA S=SINDICAL P=PRE-APOSENT. ]--
      *----[ O=OUTRA (CONVENCAO)  ORIGEM: M=MANUAL A=AFASTAMENTO    ]--
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 ESTAB-KEY.
            05 ESTAB-CHAPA        PIC 9(06).
            05 ESTAB-INI          PIC 9(08).
           03 ESTAB-TIPO         PIC X(01).
           03 ESTAB-DTINI        PIC 9(08).
           03 ESTAB-DTINIX REDEFINES ESTAB-DTINI.
            05 ESTAB-DIAINI       PIC 9(02).
            05 ESTAB-MESINI       PIC 9(02).
            05 ESTAB-ANOINI       PIC 9(04).
           03 ESTAB-DTFIM        PIC 9(08).
           03 ESTAB-DTFIMX REDEFINES ESTAB-DTFIM.
            05 ESTAB-DIAFIM       PIC 9(02).
            05 ESTAB-MESFIM       PIC 9(02).
            05 ESTAB-ANOFIM       PIC 9(04).
           03 ESTAB-ORIGEM       PIC X(01).
           03 ESTAB-OBS          PIC X(40).
           03 ESTAB-OPERADOR     PIC X(08).
           03 ESTAB-DTULTALT     PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ABERTO        PIC X(01) VALUE "N".
       01 W-ESTOK         PIC X(01) VALUE "N".
       01 W-FIMAMD        PIC 9(08) VALUE ZEROS.
       01 W-MAIORFIM      PIC 9(08) VALUE ZEROS.
       01 W-SERINI        PIC 9(09) VALUE ZEROS.
       01 W-SERRET        PIC 9(09) VALUE ZEROS.
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
       01 W-QUOC          PIC 9(04) VALUE ZEROS.
       01 W-RESTO         PIC 9(04) VALUE ZEROS.
       01 W-ULTDIA        PIC 9(02) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
      *----[ DATA BASE + N MESES (DIA AJUSTADO AO FIM DO MES) ]----
       01 W-SOMADATA.
          03 W-SD-DIA        PIC 9(02).
          03 W-SD-MES        PIC 9(02).
          03 W-SD-ANO        PIC 9(04).
       01 W-SD-MESES      PIC 9(02) VALUE ZEROS.
      *----[ DATAS DO AFASTAMENTO RECEBIDO (DDMMAAAA) ]----
       01 W-AFINI.
          03 W-AFINI-DIA     PIC 9(02).
          03 W-AFINI-MES     PIC 9(02).
          03 W-AFINI-ANO     PIC 9(04).
       01 W-AFRET.
          03 W-AFRET-DIA     PIC 9(02).
          03 W-AFRET-MES     PIC 9(02).
          03 W-AFRET-ANO     PIC 9(04).

       01 TABTIPOESTX.
          03 FILLER     PIC X(11) VALUE "GGESTANTE".
          03 FILLER     PIC X(11) VALUE "AACIDENTE".
          03 FILLER     PIC X(11) VALUE "CCIPA".
          03 FILLER     PIC X(11) VALUE "SSINDICAL".
          03 FILLER     PIC X(11) VALUE "PPRE-APOS.".
          03 FILLER     PIC X(11) VALUE "OOUTRA".
       01 TABTIPOEST REDEFINES TABTIPOESTX.
          03 TBTIPOEST OCCURS 6 TIMES.
             05 TBTIPOEST-COD   PIC X(01).
             05 TBTIPOEST-DESC  PIC X(10).
       01 W-IT            PIC 9(01) VALUE ZEROS.

       LINKAGE SECTION.
       01 ESTP-PARM.
          03 ESTP-OPCAO      PIC X(01).
          03 ESTP-CHAPA      PIC 9(06).
          03 ESTP-DATA       PIC 9(08).
          03 ESTP-AFTIPO     PIC X(01).
          03 ESTP-AFINI      PIC 9(08).
          03 ESTP-AFRET      PIC 9(08).
          03 ESTP-TIPO       PIC X(01).
          03 ESTP-DESCR      PIC X(10).
          03 ESTP-DTFIM      PIC 9(08).
          03 ESTP-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ESTP-PARM.
       INICIO.
           IF ESTP-OPCAO = "F"
              GO TO FECHAR.
           IF W-ABERTO NOT = "S"
              PERFORM ABRIR THRU ABRIR-FIM.
           MOVE "N"    TO ESTP-RESULT
           MOVE SPACES TO ESTP-TIPO ESTP-DESCR
           MOVE ZEROS  TO ESTP-DTFIM
           IF W-ESTOK NOT = "S"
              GO TO ROT-FIM.
           IF ESTP-OPCAO = "G"
              GO TO GERAR.

      *----[ CONSULTA: VALE A ESTABILIDADE DE FIM MAIS DISTANTE ]----
       CONSULTAR.
           MOVE ZEROS TO W-MAIORFIM
           MOVE ESTP-CHAPA TO ESTAB-CHAPA
           MOVE ZEROS      TO ESTAB-INI
           START ARQESTAB KEY IS NOT LESS ESTAB-KEY
               INVALID KEY GO TO ROT-FIM.
       CONSULTAR-RD.
           READ ARQESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO ROT-FIM.
           IF ESTAB-CHAPA NOT = ESTP-CHAPA
              GO TO ROT-FIM.
           IF ESTAB-INI > ESTP-DATA
              GO TO CONSULTAR-RD.
           IF ESTAB-DTFIM = ZEROS
              MOVE 99999999 TO W-FIMAMD
           ELSE
              COMPUTE W-FIMAMD = (ESTAB-ANOFIM * 10000)
                               + (ESTAB-MESFIM * 100) + ESTAB-DIAFIM.
           IF W-FIMAMD < ESTP-DATA OR W-FIMAMD NOT > W-MAIORFIM
              GO TO CONSULTAR-RD.
           MOVE W-FIMAMD    TO W-MAIORFIM
           MOVE "S"         TO ESTP-RESULT
           MOVE ESTAB-TIPO  TO ESTP-TIPO
           MOVE ESTAB-DTFIM TO ESTP-DTFIM
           PERFORM BUSCAR-DESCR THRU BUSCAR-DESCR-FIM
           GO TO CONSULTAR-RD.

      *----[ GERACAO A PARTIR DO AFASTAMENTO ]----
       GERAR.
           MOVE ESTP-AFINI TO W-AFINI
           MOVE ESTP-AFRET TO W-AFRET
           IF ESTP-AFTIPO = "M"
              GO TO GERAR-GESTANTE.
           IF ESTP-AFTIPO NOT = "A" OR ESTP-AFRET = ZEROS
              GO TO ROT-FIM.
      *----[ SO HA ESTABILIDADE SE O AFASTAMENTO PASSOU DE 15 DIAS ]---
           MOVE W-AFINI-DIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERINI = (W-AFINI-ANO * 360)
                            + ((W-AFINI-MES - 1) * 30) + W-DIA30
           MOVE W-AFRET-DIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERRET = (W-AFRET-ANO * 360)
                            + ((W-AFRET-MES - 1) * 30) + W-DIA30
           IF W-SERRET NOT > W-SERINI + 15
              GO TO ROT-FIM.
           MOVE ESTP-CHAPA TO ESTAB-CHAPA
           COMPUTE ESTAB-INI = (W-AFRET-ANO * 10000)
                             + (W-AFRET-MES * 100) + W-AFRET-DIA
           READ ARQESTAB
           IF ST-ERRO = "00" AND ESTAB-ORIGEM NOT = "A"
              GO TO ROT-FIM.
           MOVE "A"        TO ESTAB-TIPO ESTAB-ORIGEM
           MOVE ESTP-AFRET TO ESTAB-DTINI
           MOVE W-AFRET    TO W-SOMADATA
           MOVE 12         TO W-SD-MESES
           PERFORM SOMAR-MESES THRU SOMAR-MESES-FIM
           MOVE W-SOMADATA TO ESTAB-DTFIM
           MOVE "RETORNO DE AFASTAMENTO POR ACIDENTE" TO ESTAB-OBS
           GO TO GRAVAR.

      *----[ GESTANTE: COMPLETA O REGISTRO MANUAL ABERTO OU CRIA ]----
       GERAR-GESTANTE.
           MOVE W-AFINI    TO W-SOMADATA
           MOVE 5          TO W-SD-MESES
           PERFORM SOMAR-MESES THRU SOMAR-MESES-FIM
           MOVE ESTP-CHAPA TO ESTAB-CHAPA
           MOVE ZEROS      TO ESTAB-INI
           START ARQESTAB KEY IS NOT LESS ESTAB-KEY
               INVALID KEY GO TO GERAR-GESTANTE-NOVA.
       GERAR-GESTANTE-RD.
           READ ARQESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERAR-GESTANTE-NOVA.
           IF ESTAB-CHAPA NOT = ESTP-CHAPA
              GO TO GERAR-GESTANTE-NOVA.
           IF ESTAB-TIPO NOT = "G"
              GO TO GERAR-GESTANTE-RD.
           IF ESTAB-DTFIM NOT = ZEROS
              COMPUTE W-FIMAMD = (ESTAB-ANOFIM * 10000)
                               + (ESTAB-MESFIM * 100) + ESTAB-DIAFIM
              IF W-FIMAMD < (W-AFINI-ANO * 10000)
                          + (W-AFINI-MES * 100) + W-AFINI-DIA
                 GO TO GERAR-GESTANTE-RD.
           MOVE W-SOMADATA TO ESTAB-DTFIM
           GO TO GRAVAR.
       GERAR-GESTANTE-NOVA.
           MOVE ESTP-CHAPA TO ESTAB-CHAPA
           COMPUTE ESTAB-INI = (W-AFINI-ANO * 10000)
                             + (W-AFINI-MES * 100) + W-AFINI-DIA
           MOVE "G"        TO ESTAB-TIPO
           MOVE "A"        TO ESTAB-ORIGEM
           MOVE ESTP-AFINI TO ESTAB-DTINI
           MOVE W-SOMADATA TO ESTAB-DTFIM
           MOVE "INICIO DA LICENCA MATERNIDADE" TO ESTAB-OBS.

       GRAVAR.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           MOVE W-OPERADOR TO ESTAB-OPERADOR
           ACCEPT ESTAB-DTULTALT FROM DATE YYYYMMDD
           WRITE REGESTAB
           IF ST-ERRO = "22"
              REWRITE REGESTAB.
           IF ST-ERRO = "00" OR "02"
              MOVE "S"         TO ESTP-RESULT
              MOVE ESTAB-TIPO  TO ESTP-TIPO
              MOVE ESTAB-DTFIM TO ESTP-DTFIM
              PERFORM BUSCAR-DESCR THRU BUSCAR-DESCR-FIM.

       ROT-FIM.
           EXIT PROGRAM.

       FECHAR.
           IF W-ESTOK = "S"
              CLOSE ARQESTAB.
           MOVE "N" TO W-ABERTO W-ESTOK
           GO TO ROT-FIM.

      *----[ ARQUIVO FICA ABERTO ATE A OPCAO "F" ]----
       ABRIR.
           MOVE "S" TO W-ABERTO
           MOVE "N" TO W-ESTOK
           OPEN I-O ARQESTAB
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQESTAB
              CLOSE ARQESTAB
              OPEN I-O ARQESTAB.
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK.
       ABRIR-FIM.
           EXIT.

      *----[ DESCRICAO DO TIPO DE ESTABILIDADE ]----
       BUSCAR-DESCR.
           MOVE 1 TO W-IT.
       BUSCAR-DESCR-LOOP.
           IF TBTIPOEST-COD(W-IT) = ESTP-TIPO
              MOVE TBTIPOEST-DESC(W-IT) TO ESTP-DESCR
              GO TO BUSCAR-DESCR-FIM.
           IF W-IT < 6
              ADD 1 TO W-IT
              GO TO BUSCAR-DESCR-LOOP.
       BUSCAR-DESCR-FIM.
           EXIT.

      *----[ W-SOMADATA (DDMMAAAA) + W-SD-MESES ]----
       SOMAR-MESES.
           ADD W-SD-MESES TO W-SD-MES.
       SOMAR-MESES-ANO.
           IF W-SD-MES > 12
              SUBTRACT 12 FROM W-SD-MES
              ADD 1 TO W-SD-ANO
              GO TO SOMAR-MESES-ANO.
           MOVE 31 TO W-ULTDIA
           IF W-SD-MES = 4 OR 6 OR 9 OR 11
              MOVE 30 TO W-ULTDIA.
           IF W-SD-MES = 2
              MOVE 28 TO W-ULTDIA
              DIVIDE W-SD-ANO BY 4 GIVING W-QUOC REMAINDER W-RESTO
              IF W-RESTO = ZEROS
                 MOVE 29 TO W-ULTDIA.
           IF W-SD-DIA > W-ULTDIA
              MOVE W-ULTDIA TO W-SD-DIA.
       SOMAR-MESES-FIM.
           EXIT.
       FIM-ROT-ESTAB.
