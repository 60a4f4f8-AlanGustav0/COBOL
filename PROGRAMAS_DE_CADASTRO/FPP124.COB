       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP124.
      ********************************************************
      * ROTINA COMUM DE ESCALA DE TRABALHO                    *
      * DADA A CHAPA E A DATA (AAAAMMDD) DEVOLVE AS HORAS     *
      * PREVISTAS NO DIA E SE O DIA E FOLGA/DSR, PELA ESCALA  *
      * VIGENTE NO ARQESCFUN (FPP123) E NO TBESCALA (FPP122)  *
      * SEM ESCALA (OU ESCALA 000): SEMANA PADRAO - 8 HORAS   *
      * DE SEGUNDA A SABADO E DSR NO DOMINGO                  *
      * ESCP-RESULT: S=ESCALA DA CHAPA  P=SEMANA PADRAO       *
      * OPCAO "F" FECHA OS ARQUIVOS (FIM DO PROGRAMA CHAMADOR)*
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQESCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EF-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT TBESCALA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESC-COD
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQESCFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESCFUN.DAT".
       01 REGESCFUN.
           03 EF-KEY.
            05 EF-CHAPA           PIC 9(06).
            05 EF-DTVIG           PIC 9(08).
           03 EF-ESCALA          PIC 9(03).
           03 EF-DTBASE          PIC 9(08).
           03 EF-OPERADOR        PIC X(08).
           03 EF-DTULTALT        PIC 9(08).
      *-----------------------------------------------------------------
       FD TBESCALA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBESCALA.DAT".
       01 REGESCALA.
           03 ESC-COD            PIC 9(03).
           03 ESC-DESCR          PIC X(30).
           03 ESC-TIPO           PIC X(01).
           03 ESC-CICLO          PIC 9(02).
           03 ESC-STATUS         PIC X(01).
           03 ESC-HORAS          PIC 9(02)V99 OCCURS 28 TIMES.
           03 ESC-OPERADOR       PIC X(08).
           03 ESC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       01 W-ABERTO        PIC X(01) VALUE "N".
       01 W-EFOK          PIC X(01) VALUE "N".
       01 W-ESCOK         PIC X(01) VALUE "N".
       01 W-ACHEI         PIC X(01) VALUE "N".
       01 W-ESCALA        PIC 9(03) VALUE ZEROS.
       01 W-DTBASE        PIC 9(08) VALUE ZEROS.
       01 W-IDX           PIC 9(02) VALUE ZEROS.
       01 W-QUOC          PIC 9(08) VALUE ZEROS.
       01 W-RESTO         PIC 9(02) VALUE ZEROS.
       01 W-JDNDATA       PIC 9(08) VALUE ZEROS.
       01 W-JDNBASE       PIC 9(08) VALUE ZEROS.
       01 W-DIFDIAS       PIC 9(08) VALUE ZEROS.
      *----[ DIA DA SEMANA (ZELLER): 0=SAB 1=DOM 2=SEG ... 6=SEX ]----
       01 W-ZM            PIC 9(04) VALUE ZEROS.
       01 W-ZY            PIC 9(04) VALUE ZEROS.
       01 W-ZK            PIC 9(04) VALUE ZEROS.
       01 W-ZJ            PIC 9(04) VALUE ZEROS.
       01 W-ZH            PIC 9(04) VALUE ZEROS.
       01 W-Z1            PIC 9(04) VALUE ZEROS.
       01 W-Z2            PIC 9(04) VALUE ZEROS.
       01 W-Z3            PIC 9(04) VALUE ZEROS.
       01 W-ZDIA          PIC 9(02) VALUE ZEROS.
       01 W-ZSOMA         PIC 9(06) VALUE ZEROS.
      *----[ NUMERO DO DIA JULIANO (DIAS DECORRIDOS NO CICLO) ]----
       01 W-JDATA         PIC 9(08) VALUE ZEROS.
       01 W-JDATAX REDEFINES W-JDATA.
          03 W-JANO          PIC 9(04).
          03 W-JMES          PIC 9(02).
          03 W-JDIA          PIC 9(02).
       01 W-JA            PIC 9(02) VALUE ZEROS.
       01 W-JY            PIC 9(06) VALUE ZEROS.
       01 W-JM            PIC 9(04) VALUE ZEROS.
       01 W-JT1           PIC 9(06) VALUE ZEROS.
       01 W-JT2           PIC 9(06) VALUE ZEROS.
       01 W-JT3           PIC 9(06) VALUE ZEROS.
       01 W-JT4           PIC 9(06) VALUE ZEROS.
       01 W-JDN           PIC 9(08) VALUE ZEROS.

       LINKAGE SECTION.
       01 ESCP-PARM.
          03 ESCP-OPCAO      PIC X(01).
          03 ESCP-CHAPA      PIC 9(06).
          03 ESCP-DATA       PIC 9(08).
          03 ESCP-ESCALA     PIC 9(03).
          03 ESCP-HORAS      PIC 9(02)V99.
          03 ESCP-FOLGA      PIC X(01).
          03 ESCP-RESULT     PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ESCP-PARM.
       INICIO.
           IF ESCP-OPCAO = "F"
              GO TO FECHAR.
           IF W-ABERTO NOT = "S"
              PERFORM ABRIR THRU ABRIR-FIM.

      *----[ SEMANA PADRAO: VALE QUANDO NAO HA ESCALA VIGENTE ]----
       PADRAO.
           PERFORM CALC-SEMANA THRU CALC-SEMANA-FIM
           MOVE ZEROS TO ESCP-ESCALA
           MOVE "P"   TO ESCP-RESULT
           IF W-ZH = 1
              MOVE ZEROS TO ESCP-HORAS
              MOVE "S"   TO ESCP-FOLGA
           ELSE
              MOVE 8     TO ESCP-HORAS
              MOVE "N"   TO ESCP-FOLGA.

      *----[ ULTIMA VIGENCIA DA CHAPA ATE A DATA ]----
       BUSCAR-VIG.
           IF W-EFOK NOT = "S"
              GO TO ROT-FIM.
           MOVE "N" TO W-ACHEI
           MOVE ESCP-CHAPA TO EF-CHAPA
           MOVE ZEROS TO EF-DTVIG
           START ARQESCFUN KEY IS NOT LESS EF-KEY
               INVALID KEY GO TO BUSCAR-VIG-FIM.
       BUSCAR-VIG-RD.
           READ ARQESCFUN NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCAR-VIG-FIM.
           IF EF-CHAPA NOT = ESCP-CHAPA OR EF-DTVIG > ESCP-DATA
              GO TO BUSCAR-VIG-FIM.
           MOVE "S" TO W-ACHEI
           MOVE EF-ESCALA TO W-ESCALA
           MOVE EF-DTBASE TO W-DTBASE
           GO TO BUSCAR-VIG-RD.
       BUSCAR-VIG-FIM.
           IF W-ACHEI NOT = "S" OR W-ESCALA = ZEROS
              GO TO ROT-FIM.
           IF W-ESCOK NOT = "S"
              GO TO ROT-FIM.
           IF ESC-COD NOT = W-ESCALA
              MOVE W-ESCALA TO ESC-COD
              READ TBESCALA
              IF ST-ERRO NOT = "00"
                 MOVE ZEROS TO ESC-COD
                 GO TO ROT-FIM.
           IF ESC-CICLO < 1 OR ESC-CICLO > 28
              GO TO ROT-FIM.

      *----[ POSICAO DO DIA NA ESCALA ]----
       POSICIONAR.
           IF ESC-TIPO = "S"
              IF W-ZH = ZEROS
                 MOVE 7 TO W-IDX
              ELSE
                 MOVE W-ZH TO W-IDX
              END-IF
              GO TO APLICAR.
           MOVE ESCP-DATA TO W-JDATA
           PERFORM CALC-JDN THRU CALC-JDN-FIM
           MOVE W-JDN TO W-JDNDATA
           MOVE W-DTBASE TO W-JDATA
           PERFORM CALC-JDN THRU CALC-JDN-FIM
           MOVE W-JDN TO W-JDNBASE
           IF W-JDNDATA NOT LESS W-JDNBASE
              COMPUTE W-DIFDIAS = W-JDNDATA - W-JDNBASE
              DIVIDE W-DIFDIAS BY ESC-CICLO GIVING W-QUOC
                     REMAINDER W-RESTO
           ELSE
              COMPUTE W-DIFDIAS = W-JDNBASE - W-JDNDATA
              DIVIDE W-DIFDIAS BY ESC-CICLO GIVING W-QUOC
                     REMAINDER W-RESTO
              IF W-RESTO NOT = ZEROS
                 COMPUTE W-RESTO = ESC-CICLO - W-RESTO.
           COMPUTE W-IDX = W-RESTO + 1.

       APLICAR.
           MOVE W-ESCALA       TO ESCP-ESCALA
           MOVE ESC-HORAS(W-IDX) TO ESCP-HORAS
           MOVE "S"            TO ESCP-RESULT
           IF ESCP-HORAS = ZEROS
              MOVE "S" TO ESCP-FOLGA
           ELSE
              MOVE "N" TO ESCP-FOLGA.

       ROT-FIM.
           EXIT PROGRAM.

       FECHAR.
           IF W-EFOK = "S"
              CLOSE ARQESCFUN.
           IF W-ESCOK = "S"
              CLOSE TBESCALA.
           MOVE "N" TO W-ABERTO W-EFOK W-ESCOK
           MOVE ZEROS TO ESC-COD
           GO TO ROT-FIM.

      *----[ ARQUIVOS FICAM ABERTOS ATE A OPCAO "F" ]----
       ABRIR.
           MOVE "S" TO W-ABERTO
           MOVE ZEROS TO ESC-COD
           MOVE "N" TO W-EFOK W-ESCOK
           OPEN INPUT ARQESCFUN
           IF ST-ERRO = "00"
              MOVE "S" TO W-EFOK.
           OPEN INPUT TBESCALA
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESCOK.
       ABRIR-FIM.
           EXIT.

      *----[ DIA DA SEMANA DE ESCP-DATA (ZELLER) ]----
       CALC-SEMANA.
           MOVE ESCP-DATA(5:2) TO W-ZM
           MOVE ESCP-DATA(1:4) TO W-ZY
           MOVE ESCP-DATA(7:2) TO W-ZDIA
           IF W-ZM < 3
              ADD 12 TO W-ZM
              SUBTRACT 1 FROM W-ZY.
           DIVIDE W-ZY BY 100 GIVING W-ZJ REMAINDER W-ZK
           COMPUTE W-Z1 = (26 * (W-ZM + 1)) / 10
           COMPUTE W-Z2 = W-ZK / 4
           COMPUTE W-Z3 = W-ZJ / 4
           COMPUTE W-ZSOMA = W-ZDIA + W-Z1 + W-ZK + W-Z2 + W-Z3
                           + (5 * W-ZJ)
           DIVIDE W-ZSOMA BY 7 GIVING W-QUOC REMAINDER W-ZH.
       CALC-SEMANA-FIM.
           EXIT.

      *----[ DIA JULIANO DE W-JDATA (AAAAMMDD) ]----
       CALC-JDN.
           IF W-JMES < 3
              MOVE 1 TO W-JA
           ELSE
              MOVE 0 TO W-JA.
           COMPUTE W-JY = W-JANO + 4800 - W-JA
           COMPUTE W-JM = W-JMES + (12 * W-JA) - 3
           COMPUTE W-JT1 = ((153 * W-JM) + 2) / 5
           DIVIDE W-JY BY 4   GIVING W-JT2
           DIVIDE W-JY BY 100 GIVING W-JT3
           DIVIDE W-JY BY 400 GIVING W-JT4
           COMPUTE W-JDN = W-JDIA + W-JT1 + (365 * W-JY)
                         + W-JT2 - W-JT3 + W-JT4 - 32045.
       CALC-JDN-FIM.
           EXIT.
       FIM-ROT-ESC.
