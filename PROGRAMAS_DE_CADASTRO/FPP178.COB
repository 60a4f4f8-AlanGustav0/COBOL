       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP178.
      ********************************************************
      * CICLO DE AVALIACAO DE DESEMPENHO POR DEPARTAMENTO     *
      * ABRE O CICLO ANUAL (ARQAVCIC) COM DATA LIMITE E       *
      * AVALIADOR PADRAO E GERA UMA AVALIACAO PENDENTE NO     *
      * ARQAVAL PARA CADA ATIVO DO DEPARTAMENTO (SEM          *
      * ESTAGIARIOS). NO CICLO JA ABERTO: I=INCLUI OS NOVOS   *
      * ADMITIDOS, F=FECHA, R=REABRE. AS NOTAS SAO LANCADAS   *
      * NO FPP179 E O ACOMPANHAMENTO SAI NO FPP180            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAVCIC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CIC-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO3
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODDEP
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODIGOCARG
                      WITH DUPLICATES.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQAVCIC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVCIC.DAT".
       01 REGAVCIC.
           03 CIC-KEY.
            05 CIC-ANO            PIC 9(04).
            05 CIC-CODDEP         PIC 9(03).
           03 CIC-DTINI          PIC 9(08).
           03 CIC-DTLIMITE       PIC 9(08).
           03 CIC-AVALIADOR      PIC 9(06).
      *----[ A=ABERTO  F=FECHADO ]----
           03 CIC-STATUS         PIC X(01).
           03 CIC-QTDFUNC        PIC 9(04).
           03 CIC-OPERADOR       PIC X(08).
           03 CIC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQAVAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-ANO            PIC 9(04).
      *----[ A=ANUAL  X=FIM DO CONTRATO DE EXPERIENCIA ]----
            05 AVA-TIPO           PIC X(01).
           03 AVA-CODDEP         PIC 9(03).
           03 AVA-AVALIADOR      PIC 9(06).
      *----[ NOTAS 1 A 5 NOS CINCO CRITERIOS DO FPP179 ]----
           03 AVA-NOTA           PIC 9(01) OCCURS 5 TIMES.
           03 AVA-MEDIA          PIC 9(01)V99.
      *----[ CONCEITO GERAL 1=INSUFICIENTE ... 5=EXCEPCIONAL ]----
           03 AVA-CONCEITO       PIC 9(01).
      *----[ SO NA EXPERIENCIA: E=EFETIVAR  D=NAO EFETIVAR ]----
           03 AVA-RESULT         PIC X(01).
      *----[ P=PENDENTE  C=CONCLUIDA ]----
           03 AVA-STATUS         PIC X(01).
           03 AVA-DTAVAL         PIC 9(08).
           03 AVA-OBS            PIC X(40).
           03 AVA-OPERADOR       PIC X(08).
           03 AVA-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 DTNASC REDEFINES DATANASC.
            05 DIA                 PIC 9(02).
            05 MES                 PIC 9(02).
            05 ANO                 PIC 9(04).
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
       FD ARQDEP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 DEP-OPERADOR             PIC X(08).
          03 DEP-DTULTALT             PIC 9(08).
          03 DEP-HRULTALT             PIC 9(06).
          03 DEP-VAGAS                PIC 9(04).
      *-----------------------------------------------------------------
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
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-ANOENTR       PIC 9(04) VALUE ZEROS.
       01 W-DEPENTR       PIC 9(03) VALUE ZEROS.
       01 W-AVALENTR      PIC 9(06) VALUE ZEROS.
       01 W-NOMEAVAL      PIC X(30) VALUE SPACES.
       01 W-QTDNOVOS      PIC 9(04) VALUE ZEROS.
       01 W-QTDCONCL      PIC 9(04) VALUE ZEROS.
       01 W-DTLIM.
          03 W-DTLIM-DIA     PIC 9(02).
          03 W-DTLIM-MES     PIC 9(02).
          03 W-DTLIM-ANO     PIC 9(04).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACIC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*******************CICLO DE AVALIACAO DE".
           05  LINE 02  COLUMN 41
               VALUE  " DESEMPENHO*****************************".
           05  LINE 04  COLUMN 01
               VALUE  "  ANO DO CICLO:".
           05  LINE 05  COLUMN 01
               VALUE  "  DEPARTAMENTO:".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA LIMITE (DD/MM/AAAA):".
           05  LINE 08  COLUMN 01
               VALUE  "  AVALIADOR PADRAO (CHAPA, 0=NENHUM):".
           05  LINE 10  COLUMN 01
               VALUE  "  SITUACAO (A=ABERTO  F=FECHADO):".
           05  LINE 11  COLUMN 01
               VALUE  "  FUNCIONARIOS NO CICLO.........:".
           05  LINE 12  COLUMN 01
               VALUE  "  AVALIACOES CONCLUIDAS.........:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-ANO
               LINE 04  COLUMN 17  PIC 9(04)
               USING  W-ANOENTR
               REVERSE-VIDEO.
           05  TW-DEP
               LINE 05  COLUMN 17  PIC 9(03)
               USING  W-DEPENTR
               REVERSE-VIDEO.
           05  TDENOMINACAO
               LINE 05  COLUMN 22  PIC X(25)
               USING  DENOMINACAO
               HIGHLIGHT.
           05  TW-DTLIM
               LINE 07  COLUMN 29  PIC 99/99/9999
               USING  W-DTLIM
               HIGHLIGHT.
           05  TW-AVAL
               LINE 08  COLUMN 39  PIC 9(06)
               USING  W-AVALENTR
               HIGHLIGHT.
           05  TW-NOMEAVAL
               LINE 08  COLUMN 47  PIC X(30)
               FROM   W-NOMEAVAL
               HIGHLIGHT.
           05  TCIC-STATUS
               LINE 10  COLUMN 35  PIC X(01)
               FROM   CIC-STATUS
               HIGHLIGHT.
           05  TCIC-QTDFUNC
               LINE 11  COLUMN 35  PIC ZZZ9
               FROM   CIC-QTDFUNC
               HIGHLIGHT.
           05  TW-QTDCONCL
               LINE 12  COLUMN 35  PIC ZZZ9
               FROM   W-QTDCONCL
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQAVCIC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQAVCIC
                 CLOSE ARQAVCIC
                 OPEN I-O ARQAVCIC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAVCIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN I-O ARQAVAL
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQAVAL
                 CLOSE ARQAVAL
                 OPEN I-O ARQAVAL
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQAVAL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQAVCIC
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAVCIC ARQAVAL
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEP
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQDEP NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAVCIC ARQAVAL ARQFUNC
              GO TO ROT-FIM2.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO DENOMINACAO W-NOMEAVAL CIC-STATUS
           MOVE ZEROS TO W-ANOENTR W-DEPENTR W-AVALENTR W-DTLIM
           MOVE ZEROS TO CIC-QTDFUNC W-QTDCONCL
           DISPLAY TELACIC.

       R2.
           ACCEPT TW-ANO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-ANOENTR < 2000
              MOVE "*** ANO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       R3.
           ACCEPT TW-DEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE W-DEPENTR TO CODIGO
           READ ARQDEP
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           DISPLAY TDENOMINACAO.

       LER-ARQAVCIC.
           MOVE W-ANOENTR TO CIC-ANO
           MOVE W-DEPENTR TO CIC-CODDEP
           READ ARQAVCIC WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO = "00"
              PERFORM MOSTRAR-CIC THRU MOSTRAR-CIC-FIM
              MOVE "*** CICLO JA ABERTO PARA O DEPARTAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQAVCIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------------------[ ABERTURA DO CICLO ]--------------------------
       R4.
           ACCEPT TW-DTLIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           MOVE W-DTLIM TO W-DTV-DATA
           MOVE SPACES  TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA LIMITE INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           MOVE SPACES TO W-NOMEAVAL
           ACCEPT TW-AVAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF W-AVALENTR = ZEROS
              DISPLAY TW-NOMEAVAL
              GO TO INC-OPC.
           MOVE W-AVALENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** AVALIADOR NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           MOVE NOME TO W-NOMEAVAL
           DISPLAY TW-NOMEAVAL.

       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 40) "ABRIR CICLO (S/N) : ".
                ACCEPT (20, 60) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** CICLO NAO ABERTO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-ANOENTR  TO CIC-ANO
           MOVE W-DEPENTR  TO CIC-CODDEP
           ACCEPT CIC-DTINI FROM DATE YYYYMMDD
           MOVE W-DTLIM-ANO TO CIC-DTLIMITE(1:4)
           MOVE W-DTLIM-MES TO CIC-DTLIMITE(5:2)
           MOVE W-DTLIM-DIA TO CIC-DTLIMITE(7:2)
           MOVE W-AVALENTR TO CIC-AVALIADOR
           MOVE "A"        TO CIC-STATUS
           MOVE ZEROS      TO CIC-QTDFUNC
           MOVE W-OPERADOR TO CIC-OPERADOR
           ACCEPT CIC-DTULTALT FROM DATE YYYYMMDD
           WRITE REGAVCIC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQAVCIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM GERAR-PEND THRU GERAR-PEND-FIM
           MOVE "I" TO LOG-ACAO
           MOVE "CICLO DE AVALIACAO ABERTO" TO LOG-DESCR
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "*** CICLO ABERTO - AVALIACOES PENDENTES GERADAS ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------------------[ CICLO JA EXISTENTE ]-------------------------
       ACE-001.
                DISPLAY (22, 03)
                  "I=INCLUIR NOVOS  F=FECHAR  R=REABRIR  N=OUTRO CICLO"
                ACCEPT (22, 56) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO = "I" OR "i"
                   GO TO ACE-INC.
                IF W-OPCAO = "F" OR "f"
                   GO TO ACE-FEC.
                IF W-OPCAO = "R" OR "r"
                   GO TO ACE-REA.
                MOVE "*** OPCAO INVALIDA ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001.

      *----[ ADMITIDOS OU TRANSFERIDOS DEPOIS DA ABERTURA ]----
       ACE-INC.
           IF CIC-STATUS NOT = "A"
              MOVE "*** CICLO FECHADO - REABRA ANTES ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           PERFORM GERAR-PEND THRU GERAR-PEND-FIM
           MOVE "A" TO LOG-ACAO
           MOVE "CICLO DE AVALIACAO - INCLUSAO" TO LOG-DESCR
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "*** PENDENTES INCLUIDAS PARA OS NOVOS ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       ACE-FEC.
           IF CIC-STATUS = "F"
              MOVE "*** CICLO JA ESTA FECHADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE "F" TO CIC-STATUS
           MOVE "CICLO DE AVALIACAO FECHADO" TO LOG-DESCR
           GO TO ACE-RW1.

       ACE-REA.
           IF CIC-STATUS = "A"
              MOVE "*** CICLO JA ESTA ABERTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           MOVE "A" TO CIC-STATUS
           MOVE "CICLO DE AVALIACAO REABERTO" TO LOG-DESCR.

       ACE-RW1.
           MOVE W-OPERADOR TO CIC-OPERADOR
           ACCEPT CIC-DTULTALT FROM DATE YYYYMMDD
           REWRITE REGAVCIC
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA REGRAVACAO DO ARQUIVO ARQAVCIC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A" TO LOG-ACAO
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "*** SITUACAO DO CICLO ALTERADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ UMA AVALIACAO ANUAL PENDENTE POR ATIVO DO DEPTO ]----
       GERAR-PEND.
           MOVE ZEROS TO W-QTDNOVOS
           MOVE W-DEPENTR TO CODDEP
           START ARQFUNC KEY IS NOT LESS CODDEP
               INVALID KEY GO TO GERAR-PEND-TOT.
       GERAR-PEND-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO GERAR-PEND-TOT.
           IF CODDEP NOT = W-DEPENTR
              GO TO GERAR-PEND-TOT.
           IF FUNCSTATUS NOT = "A" OR FUNC-TPCONTRATO = "T"
              GO TO GERAR-PEND-RD.
           MOVE CHAPA      TO AVA-CHAPA
           MOVE CIC-ANO    TO AVA-ANO
           MOVE "A"        TO AVA-TIPO
           MOVE CODDEP     TO AVA-CODDEP
           MOVE CIC-AVALIADOR TO AVA-AVALIADOR
           IF CIC-AVALIADOR = CHAPA
              MOVE ZEROS TO AVA-AVALIADOR.
           MOVE ZEROS      TO AVA-NOTA(1) AVA-NOTA(2) AVA-NOTA(3)
           MOVE ZEROS      TO AVA-NOTA(4) AVA-NOTA(5)
           MOVE ZEROS      TO AVA-MEDIA AVA-CONCEITO AVA-DTAVAL
           MOVE SPACES     TO AVA-RESULT AVA-OBS
           MOVE "P"        TO AVA-STATUS
           MOVE W-OPERADOR TO AVA-OPERADOR
           ACCEPT AVA-DTULTALT FROM DATE YYYYMMDD
           WRITE REGAVAL
           IF ST-ERRO2 = "00" OR "02"
              ADD 1 TO W-QTDNOVOS CIC-QTDFUNC.
           GO TO GERAR-PEND-RD.
       GERAR-PEND-TOT.
           MOVE W-OPERADOR TO CIC-OPERADOR
           ACCEPT CIC-DTULTALT FROM DATE YYYYMMDD
           REWRITE REGAVCIC.
       GERAR-PEND-FIM.
           EXIT.

      *----[ MOSTRA O CICLO E CONTA AS AVALIACOES CONCLUIDAS ]----
       MOSTRAR-CIC.
           MOVE CIC-DTLIMITE(7:2) TO W-DTLIM-DIA
           MOVE CIC-DTLIMITE(5:2) TO W-DTLIM-MES
           MOVE CIC-DTLIMITE(1:4) TO W-DTLIM-ANO
           MOVE CIC-AVALIADOR TO W-AVALENTR
           MOVE SPACES TO W-NOMEAVAL
           IF W-AVALENTR NOT = ZEROS
              MOVE W-AVALENTR TO CHAPA
              READ ARQFUNC
              IF ST-ERRO3 = "00"
                 MOVE NOME TO W-NOMEAVAL.
           MOVE ZEROS TO W-QTDCONCL
           MOVE LOW-VALUES TO AVA-KEY
           START ARQAVAL KEY IS NOT LESS AVA-KEY
               INVALID KEY GO TO MOSTRAR-CIC-TELA.
       MOSTRAR-CIC-RD.
           READ ARQAVAL NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO MOSTRAR-CIC-TELA.
           IF AVA-ANO = CIC-ANO AND AVA-TIPO = "A"
                 AND AVA-CODDEP = CIC-CODDEP AND AVA-STATUS = "C"
              ADD 1 TO W-QTDCONCL.
           GO TO MOSTRAR-CIC-RD.
       MOSTRAR-CIC-TELA.
           DISPLAY TW-DTLIM TW-AVAL TW-NOMEAVAL TCIC-STATUS
           DISPLAY TCIC-QTDFUNC TW-QTDCONCL.
       MOSTRAR-CIC-FIM.
           EXIT.

      *----------------------------------------------------------------
       GRAVAR-LOG.
                ACCEPT LOG-DATA FROM DATE YYYYMMDD
                ACCEPT LOG-HORA FROM TIME
                MOVE W-OPERADOR TO LOG-OPERADOR
                MOVE "ARQAVCIC" TO LOG-ARQUIVO
                MOVE SPACES TO LOG-CHAVE
                MOVE CIC-ANO TO LOG-CHAVE(1:4)
                MOVE CIC-CODDEP TO LOG-CHAVE(6:3)
                WRITE REGLOG.
       GRAVAR-LOG-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQAVCIC ARQAVAL ARQFUNC ARQDEP ARQLOG.
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
