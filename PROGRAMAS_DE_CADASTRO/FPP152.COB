       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP152.
      **MANUTENCAO DO CADASTRO DE SOCIOS E DIRETORES (ARQSOCIO)
      * SOCIOS ADMINISTRADORES E DIRETORES ESTATUTARIOS POR   *
      * EMPRESA: CPF, NIT, PRO-LABORE COM VIGENCIA, PERIODO DE *
      * MANDATO, DEPENDENTES DE IRRF E DADOS BANCARIOS -       *
      * PROCESSADOS PELO FPP153. AO ALTERAR O VALOR COM NOVA   *
      * VIGENCIA O VALOR ANTERIOR E PRESERVADO P/ REPROCESSO   *
      **********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-COD
                      ALTERNATE RECORD KEY IS SOC-NOME
                      WITH DUPLICATES
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ TIPO: S=SOCIO ADMINISTRADOR  D=DIRETOR ESTATUTARIO ]----
      *----[ VIGVALOR (AAAAMM): COMPETENCIA A PARTIR DA QUAL VALE ]----
      *----[ SOC-VALOR; ANTES DELA VALE SOC-VALORANT              ]----
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-COD            PIC 9(04).
           03 SOC-NOME           PIC X(30).
           03 SOC-CPF            PIC 9(11).
           03 SOC-NIT            PIC 9(11).
           03 SOC-TIPO           PIC X(01).
           03 SOC-EMPRESA        PIC X(02).
           03 SOC-VALOR          PIC 9(06)V99.
           03 SOC-VIGVALOR       PIC 9(06).
           03 SOC-VALORANT       PIC 9(06)V99.
           03 SOC-DTINI          PIC 9(08).
           03 SOC-DTINIX REDEFINES SOC-DTINI.
            05 SOC-DIAINI         PIC 9(02).
            05 SOC-MESINI         PIC 9(02).
            05 SOC-ANOINI         PIC 9(04).
           03 SOC-DTFIM          PIC 9(08).
           03 SOC-DTFIMX REDEFINES SOC-DTFIM.
            05 SOC-DIAFIM         PIC 9(02).
            05 SOC-MESFIM         PIC 9(02).
            05 SOC-ANOFIM         PIC 9(04).
           03 SOC-QTDDEP         PIC 9(02).
           03 SOC-BANCO          PIC 9(03).
           03 SOC-AGENCIA        PIC 9(05).
           03 SOC-CONTA          PIC X(12).
           03 SOC-STATUS         PIC X(01).
           03 SOC-OPERADOR       PIC X(08).
           03 SOC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
      *----[ VIGENCIA DO VALOR DIGITADA COMO MM/AAAA ]----
       01 W-VIGENTR.
          03 W-VIGENTR-MES   PIC 9(02).
          03 W-VIGENTR-ANO   PIC 9(04).
       01 W-VIGNOVA       PIC 9(06) VALUE ZEROS.
      *----[ VALOR/VIGENCIA LIDOS, P/ PRESERVAR O ANTERIOR ]----
       01 W-VALORORIG     PIC 9(06)V99 VALUE ZEROS.
       01 W-VIGORIG       PIC 9(06) VALUE ZEROS.
       01 W-INIAM         PIC 9(06) VALUE ZEROS.
       01 W-FIMAM         PIC 9(06) VALUE ZEROS.
      *----[ VALIDACAO DE DATAS (ROTINA COMUM FPP052) ]----
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASOCIO.
           05  LINE 02  COLUMN 01
               VALUE  "*******************CADASTRO DE SOCIOS E ".
           05  LINE 02  COLUMN 41
               VALUE  "DIRETORES (PRO-LABORE)***************".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO SOCIO/DIRETOR:".
           05  LINE 06  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 07  COLUMN 01
               VALUE  "  CPF:                    NIT:".
           05  LINE 08  COLUMN 01
               VALUE  "  TIPO (S=SOCIO ADMINISTRADOR  D=DIRETOR".
           05  LINE 08  COLUMN 41
               VALUE  " ESTATUTARIO):".
           05  LINE 09  COLUMN 01
               VALUE  "  EMPRESA:".
           05  LINE 10  COLUMN 01
               VALUE  "  PRO-LABORE MENSAL:            A PARTIR ".
           05  LINE 10  COLUMN 41
               VALUE  "DE (MM/AAAA):".
           05  LINE 11  COLUMN 01
               VALUE  "  VALOR ANTERIOR A VIGENCIA:".
           05  LINE 12  COLUMN 01
               VALUE  "  INICIO DO MANDATO:            SAIDA:".
           05  LINE 13  COLUMN 01
               VALUE  "  DEPENDENTES P/ IRRF:".
           05  LINE 14  COLUMN 01
               VALUE  "  BANCO:        AGENCIA:        CONTA:".
           05  LINE 15  COLUMN 01
               VALUE  "  STATUS (A=ATIVO  I=INATIVO):".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TSOC-COD
               LINE 04  COLUMN 28  PIC 9(04)
               USING  SOC-COD
               REVERSE-VIDEO.
           05  TSOC-NOME
               LINE 06  COLUMN 09  PIC X(30)
               USING  SOC-NOME
               HIGHLIGHT.
           05  TSOC-CPF
               LINE 07  COLUMN 08  PIC 9(11)
               USING  SOC-CPF
               HIGHLIGHT.
           05  TSOC-NIT
               LINE 07  COLUMN 32  PIC 9(11)
               USING  SOC-NIT
               HIGHLIGHT.
           05  TSOC-TIPO
               LINE 08  COLUMN 56  PIC X(01)
               USING  SOC-TIPO
               HIGHLIGHT.
           05  TSOC-EMPRESA
               LINE 09  COLUMN 12  PIC X(02)
               USING  SOC-EMPRESA
               HIGHLIGHT.
           05  TSOC-VALOR
               LINE 10  COLUMN 22  PIC 9(06)V99
               USING  SOC-VALOR
               HIGHLIGHT.
           05  TSOC-VIG
               LINE 10  COLUMN 55  PIC 99/9999
               USING  W-VIGENTR
               HIGHLIGHT.
           05  TSOC-VALORANT
               LINE 11  COLUMN 30  PIC ZZZ.ZZ9,99
               FROM  SOC-VALORANT.
           05  TSOC-DTINI
               LINE 12  COLUMN 22  PIC 99/99/9999
               USING  SOC-DTINI
               HIGHLIGHT.
           05  TSOC-DTFIM
               LINE 12  COLUMN 40  PIC 99/99/9999
               USING  SOC-DTFIM
               HIGHLIGHT.
           05  TSOC-QTDDEP
               LINE 13  COLUMN 24  PIC 9(02)
               USING  SOC-QTDDEP
               HIGHLIGHT.
           05  TSOC-BANCO
               LINE 14  COLUMN 10  PIC 9(03)
               USING  SOC-BANCO
               HIGHLIGHT.
           05  TSOC-AGENCIA
               LINE 14  COLUMN 26  PIC 9(05)
               USING  SOC-AGENCIA
               HIGHLIGHT.
           05  TSOC-CONTA
               LINE 14  COLUMN 40  PIC X(12)
               USING  SOC-CONTA
               HIGHLIGHT.
           05  TSOC-STATUS
               LINE 15  COLUMN 33  PIC X(01)
               USING  SOC-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQSOCIO
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQSOCIO
                 CLOSE ARQSOCIO
                 OPEN I-O ARQSOCIO
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQSOCIO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO SOC-NOME SOC-TIPO SOC-EMPRESA SOC-CONTA
           MOVE SPACES TO SOC-STATUS SOC-OPERADOR
           MOVE ZEROS TO SOC-COD SOC-CPF SOC-NIT SOC-VALOR
           MOVE ZEROS TO SOC-VIGVALOR SOC-VALORANT SOC-DTINI
           MOVE ZEROS TO SOC-DTFIM SOC-QTDDEP SOC-BANCO SOC-AGENCIA
           MOVE ZEROS TO SOC-DTULTALT W-VIGENTR W-SEL
           MOVE ZEROS TO W-VALORORIG W-VIGORIG

           DISPLAY TELASOCIO.

       R2.
           ACCEPT TSOC-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELASOCIO
                   GO TO R2.
           IF SOC-COD < 1
                 MOVE "*** CODIGO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

       LER-ARQSOCIO.
           READ ARQSOCIO WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE SOC-VALOR    TO W-VALORORIG
                MOVE SOC-VIGVALOR TO W-VIGORIG
                MOVE SOC-VIGVALOR(5:2) TO W-VIGENTR-MES
                MOVE SOC-VIGVALOR(1:4) TO W-VIGENTR-ANO
                DISPLAY TELASOCIO
                MOVE "*** SOCIO/DIRETOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQSOCIO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** SOCIO/DIRETOR NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TSOC-NOME.
           IF SOC-NOME = SPACES
              MOVE "CAMPO NOME VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TSOC-CPF.
           IF SOC-CPF = ZEROS
              MOVE "*** CPF NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TSOC-NIT.
           IF SOC-NIT = ZEROS
              MOVE "*** NIT NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TSOC-TIPO.
           IF SOC-TIPO NOT = "S" AND SOC-TIPO NOT = "D"
              MOVE "* DIGITE S=SOCIO ou D=DIRETOR ESTATUTARIO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TSOC-EMPRESA
           IF SOC-EMPRESA = SPACES
              MOVE "01" TO SOC-EMPRESA
              DISPLAY TSOC-EMPRESA.

       R8.
           ACCEPT TSOC-VALOR.
           IF SOC-VALOR = ZEROS
              MOVE "*** PRO-LABORE NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TSOC-VIG.
           IF W-VIGENTR-MES < 1 OR W-VIGENTR-MES > 12
                 OR W-VIGENTR-ANO < 2000
              MOVE "*** VIGENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           COMPUTE W-VIGNOVA = (W-VIGENTR-ANO * 100) + W-VIGENTR-MES
           IF W-SEL = 1 AND W-VIGNOVA < W-VIGORIG
              MOVE "* VIGENCIA NAO PODE RECUAR - VEJA A ANTERIOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

      *----[ NOVA VIGENCIA COM VALOR DIFERENTE: GUARDA O ANTERIOR ]----
           IF W-SEL = 1 AND W-VIGNOVA > W-VIGORIG
                 AND SOC-VALOR NOT = W-VALORORIG
              MOVE W-VALORORIG TO SOC-VALORANT
              DISPLAY TSOC-VALORANT.
           MOVE W-VIGNOVA TO SOC-VIGVALOR.

       R10.
           ACCEPT TSOC-DTINI.
           MOVE SOC-DTINI  TO W-DTV-DATA
           MOVE SPACE      TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.

       R11.
           ACCEPT TSOC-DTFIM.
           IF SOC-DTFIM = ZEROS
              GO TO R12.
           MOVE SOC-DTFIM  TO W-DTV-DATA
           MOVE SPACE      TO W-DTV-OPCAO
           MOVE SPACES     TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE SAIDA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           COMPUTE W-INIAM = (SOC-ANOINI * 100) + SOC-MESINI
           COMPUTE W-FIMAM = (SOC-ANOFIM * 100) + SOC-MESFIM
           IF W-FIMAM < W-INIAM
              OR (W-FIMAM = W-INIAM AND SOC-DIAFIM < SOC-DIAINI)
              MOVE "*** SAIDA ANTERIOR AO INICIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.

       R12.
           ACCEPT TSOC-QTDDEP.

       R13.
           ACCEPT TSOC-BANCO
           ACCEPT TSOC-AGENCIA
           ACCEPT TSOC-CONTA.

       R14.
           ACCEPT TSOC-STATUS.
           IF SOC-STATUS NOT = "A" AND SOC-STATUS NOT = "I"
              MOVE "*** DIGITE APENAS A=ATIVO  I=INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.

           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO SOC-OPERADOR
           MOVE W-DATAHOJE TO SOC-DTULTALT.

      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
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
           WRITE REGSOCIO
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                   MOVE "* SOCIO/DIRETOR JA EXISTE, NAO GRAVADO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQSOCIO" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (20, 15)
                    "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (20, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R3.
      *
       EXC-OPC.
                DISPLAY (23, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQSOCIO RECORD
                IF ST-ERRO = "00"
                   MOVE "*** SOCIO/DIRETOR EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (20, 12) "ALTERAR  (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGSOCIO
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DO SOCIO"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQSOCIO.
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
