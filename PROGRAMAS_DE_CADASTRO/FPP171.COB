       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP171.
      ********************************************************
      * FOTO MENSAL DO QUADRO DE PESSOAL (ARQFOTO)            *
      * CONGELA, PARA A COMPETENCIA FECHADA, EMPRESA,         *
      * DEPARTAMENTO, CARGO, SALARIO, STATUS E TIPO DE        *
      * CONTRATO DE CADA CHAPA DO ARQFUNC QUE ESTEVE NO       *
      * QUADRO NO MES, MAIS O BRUTO DA FOLHA MENSAL. O        *
      * RELATORIO "NA DATA" (FPP172) LE SO O ARQFOTO, ENTAO   *
      * TRANSFERENCIAS, DESLIGAMENTOS E ARQUIVAMENTO POSTE-   *
      * RIORES NAO ALTERAM O PASSADO.                         *
      * RODA NO FPP028 APOS O FECHAMENTO (FPP171_BATCH/_COMP) *
      * E REFAZ A FOTO SE A COMPETENCIA FOR REABERTA E        *
      * FECHADA DE NOVO. PELA TELA SO GERA A FOTO AINDA       *
      * INEXISTENTE DE COMPETENCIA FECHADA.                   *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FECHA-COMPET
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFOTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOTO-KEY
                      FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
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
      *----[ FOTO DO QUADRO NO FECHAMENTO DA COMPETENCIA ]----
       FD ARQFOTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOTO.DAT".
       01 REGFOTO.
          03 FOTO-KEY.
             05 FOTO-COMPET            PIC 9(06).
             05 FOTO-CHAPA             PIC 9(06).
          03 FOTO-NOME                 PIC X(30).
          03 FOTO-EMPRESA              PIC X(02).
          03 FOTO-CODDEP               PIC 9(03).
          03 FOTO-CODCARG              PIC 9(03).
          03 FOTO-SALARIO              PIC 9(06)V99.
          03 FOTO-STATUS               PIC X(01).
          03 FOTO-TPCONTRATO           PIC X(01).
          03 FOTO-DTADMISSAO           PIC 9(08).
          03 FOTO-DTDESLIG             PIC 9(08).
      *----[ BRUTO DA FOLHA MENSAL (TIPO M) DA COMPETENCIA ]----
          03 FOTO-BRUTO                PIC 9(06)V99.
          03 FOTO-DTGER                PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-BATCHFLAG     PIC X(01) VALUE SPACES.
       01 W-FOLHAOK       PIC X(01) VALUE "N".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPETENV     PIC X(06) VALUE SPACES.
       01 W-COMPETENV-N REDEFINES W-COMPETENV.
          03 W-COMPETENV-MES PIC 9(02).
          03 W-COMPETENV-ANO PIC 9(04).
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
      *----[ DATAS DDMMAAAA DO CADASTRO ]----
       01 W-DTCAD         PIC 9(08) VALUE ZEROS.
       01 W-DTCAD-X REDEFINES W-DTCAD.
          03 W-DTCAD-DIA     PIC 9(02).
          03 W-DTCAD-MES     PIC 9(02).
          03 W-DTCAD-ANO     PIC 9(04).
       01 W-COMPCAD       PIC 9(06) VALUE ZEROS.
       01 W-TOTEXC        PIC 9(05) VALUE ZEROS.
       01 W-TOTFOTO       PIC 9(05) VALUE ZEROS.
       01 W-TOTFOTOED     PIC ZZZZ9.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAFOTO.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** FOTO MENSAL DO QUADRO DE PESSOAL **".
           05  LINE 02  COLUMN 42
               VALUE  "*".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA FECHADA (MM/AAAA):".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
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
                MOVE ZEROS TO W-TOTEXC W-TOTFOTO
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP171_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELAFOTO.
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
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP171_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP171_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO.

       INC-REF.
           COMPUTE W-REFATU = (W-COMPENTR-ANO * 100) + W-COMPENTR-MES
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD.

      *------[ SO FOTOGRAFA COMPETENCIA FECHADA ]------
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
              MOVE "* COMPETENCIA NAO FECHADA - FOTO NEGADA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           CLOSE ARQFECHA.

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM2.
           OPEN I-O ARQFOTO
           IF ST-ERRO3 = "30" OR "35"
              OPEN OUTPUT ARQFOTO
              CLOSE ARQFOTO
              OPEN I-O ARQFOTO.
           IF ST-ERRO3 NOT = "00"
              MOVE "* ERRO NA ABERTURA DO ARQFOTO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           MOVE "N" TO W-FOLHAOK
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOLHAOK.

      *----[ PELA TELA NAO SOBREPOE A FOTO TIRADA NO FECHAMENTO ]----
           IF W-BATCHFLAG = "S" OR "s"
              GO TO EXCLUIR-FOTO.
           MOVE W-REFATU TO FOTO-COMPET
           MOVE ZEROS    TO FOTO-CHAPA
           START ARQFOTO KEY IS NOT LESS FOTO-KEY
               INVALID KEY GO TO GERAR-FOTO.
           READ ARQFOTO NEXT
           IF ST-ERRO3 = "00" AND FOTO-COMPET = W-REFATU
              MOVE "* FOTO JA GERADA NO FECHAMENTO DA COMPET. *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.
           GO TO GERAR-FOTO.

      *----[ REFECHAMENTO: A FOTO ANTERIOR DA COMPETENCIA SAI INTEIRA ]-
       EXCLUIR-FOTO.
           MOVE W-REFATU TO FOTO-COMPET
           MOVE ZEROS    TO FOTO-CHAPA
           START ARQFOTO KEY IS NOT LESS FOTO-KEY
               INVALID KEY GO TO GERAR-FOTO.
       EXCLUIR-FOTO-RD.
           READ ARQFOTO NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO GERAR-FOTO.
           IF FOTO-COMPET NOT = W-REFATU
              GO TO GERAR-FOTO.
           DELETE ARQFOTO RECORD
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TOTEXC.
           GO TO EXCLUIR-FOTO-RD.

      *----[ QUEM ESTAVA NO QUADRO EM ALGUM DIA DA COMPETENCIA ]----
       GERAR-FOTO.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO FIM-FOTO.
       GERAR-FOTO-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-FOTO.
           MOVE DTADMISSAO TO W-DTCAD
           COMPUTE W-COMPCAD = W-DTCAD-ANO * 100 + W-DTCAD-MES
           IF W-COMPCAD > W-REFATU
              GO TO GERAR-FOTO-RD.
           IF DTDESLIGAMENTO = ZEROS
              IF FUNCSTATUS = "D"
                 GO TO GERAR-FOTO-RD
              ELSE
                 GO TO GERAR-FOTO-GRV.
           MOVE DTDESLIGAMENTO TO W-DTCAD
           COMPUTE W-COMPCAD = W-DTCAD-ANO * 100 + W-DTCAD-MES
           IF W-COMPCAD < W-REFATU
              GO TO GERAR-FOTO-RD.
       GERAR-FOTO-GRV.
           MOVE SPACES          TO REGFOTO
           MOVE W-REFATU        TO FOTO-COMPET
           MOVE CHAPA           TO FOTO-CHAPA
           MOVE NOME            TO FOTO-NOME
           MOVE FUNC-EMPRESA    TO FOTO-EMPRESA
           IF FOTO-EMPRESA = SPACES
              MOVE "01" TO FOTO-EMPRESA.
           MOVE CODDEP          TO FOTO-CODDEP
           MOVE CODIGOCARG      TO FOTO-CODCARG
           MOVE SALARIOEMP      TO FOTO-SALARIO
           MOVE FUNCSTATUS      TO FOTO-STATUS
           MOVE FUNC-TPCONTRATO TO FOTO-TPCONTRATO
           MOVE DTADMISSAO      TO FOTO-DTADMISSAO
           MOVE DTDESLIGAMENTO  TO FOTO-DTDESLIG
           MOVE ZEROS           TO FOTO-BRUTO
           MOVE W-DATAHOJE      TO FOTO-DTGER
           IF W-FOLHAOK = "S"
              MOVE CHAPA    TO FOLHA-CHAPA
              MOVE W-REFATU TO FOLHA-COMPET
              MOVE "M"      TO FOLHA-TIPO
              READ ARQFOLHA
              IF ST-ERRO2 = "00"
                 MOVE FOLHA-SALBRUTO TO FOTO-BRUTO.
           WRITE REGFOTO
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TOTFOTO.
           GO TO GERAR-FOTO-RD.

       FIM-FOTO.
           MOVE 0 TO RETURN-CODE
           IF W-BATCHFLAG = "S" OR "s"
              GO TO ROT-FIM.
           MOVE W-TOTFOTO TO W-TOTFOTOED
           MOVE SPACES TO MENS
           STRING "*** FOTO GERADA: " DELIMITED BY SIZE
                  W-TOTFOTOED DELIMITED BY SIZE
                  " CHAPAS NO ARQFOTO ***" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQFOTO.
           IF W-FOLHAOK = "S"
              CLOSE ARQFOLHA.
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
       FIM-ROT-FOTO.
