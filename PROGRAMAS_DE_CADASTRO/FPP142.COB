       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP142.
      ********************************************************
      * QUIOSQUE DE AUTOATENDIMENTO DO FUNCIONARIO            *
      * EXECUTADO DIRETO NO TERMINAL DO QUIOSQUE, FORA DO     *
      * MENU FPP000. ENTRADA POR CHAPA + PIN (ARQPINFUNC,     *
      * MANTIDO NO FPP143), SEM USO DO ARQUSER. SO CONSULTA   *
      * OS DADOS DA PROPRIA CHAPA: HOLERITES DOS ULTIMOS 12   *
      * MESES (COM SEGUNDA VIA PELO FPP031), SALDO DE FERIAS, *
      * INFORME DE RENDIMENTOS DO ANO-BASE, EMPRESTIMOS       *
      * ATIVOS E DEPENDENTES. ESC NA CHAPA ENCERRA O QUIOSQUE *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPINFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PIN-CHAPA
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQARQV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ARV-ANO
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      ALTERNATE RECORD KEY IS FER-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQEMPREST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EMP-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDEPE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPEN-KEY
                      ALTERNATE RECORD KEY IS DEPEN-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ STATUS: A=ATIVO  B=BLOQUEADO  T=TROCAR PIN NO ACESSO ]----
       FD ARQPINFUNC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPINFUNC.DAT".
       01 REGPINFUNC.
          03 PIN-CHAPA                 PIC 9(06).
          03 PIN-SENHA                 PIC X(06).
          03 PIN-STATUS                PIC X(01).
          03 PIN-TENTATIVAS            PIC 9(01).
          03 PIN-DTULTACES             PIC 9(08).
          03 PIN-HRULTACES             PIC 9(06).
          03 PIN-OPERADOR              PIC X(08).
          03 PIN-DTULTALT              PIC 9(08).
          03 PIN-HRULTALT              PIC 9(06).
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
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-FOLHANOME.
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
          03 FOLHA-RESTO               PIC X(130).
      *-----------------------------------------------------------------
       FD ARQARQV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQARQV.DAT".
       01 REGARQV.
          03 ARV-ANO                   PIC 9(04).
          03 ARV-DATA                  PIC 9(08).
          03 ARV-OPERADOR              PIC X(08).
      *-----------------------------------------------------------------
       FD ARQFER
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFER.DAT".
       01 REGFER.
           03 FER-KEY.
            05 FER-CHAPA          PIC 9(06).
            05 FER-INIPER         PIC 9(08).
           03 FER-NOME              PIC X(30).
           03 DTINICIOPER           PIC 9(08).
           03 DTINIPER REDEFINES DTINICIOPER.
            05 DIAINIPER               PIC 9(02).
            05 MESINIPER               PIC 9(02).
            05 ANOINIPER               PIC 9(04).
           03 DTFIMPER              PIC 9(08).
           03 DTFIMPERX REDEFINES DTFIMPER.
            05 DIAFIMPER               PIC 9(02).
            05 MESFIMPER               PIC 9(02).
            05 ANOFIMPER               PIC 9(04).
           03 DTLIMITEGOZO          PIC 9(08).
           03 DTLIMITEGOZOX REDEFINES DTLIMITEGOZO.
            05 DIALIMITE               PIC 9(02).
            05 MESLIMITE               PIC 9(02).
            05 ANOLIMITE               PIC 9(04).
           03 DTGOZOINI             PIC 9(08).
           03 QTDDIASFERIAS         PIC 9(02).
           03 FERSTATUS             PIC X(01).
      *-----------------------------------------------------------------
       FD ARQEMPREST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEMPREST.DAT".
       01 REGEMPREST.
           03 EMP-KEY.
            05 EMP-CHAPA          PIC 9(06).
            05 EMP-SEQ            PIC 9(02).
           03 EMP-NOME           PIC X(30).
           03 EMP-PRINCIPAL      PIC 9(06)V99.
           03 EMP-QTDPARC        PIC 9(03).
           03 EMP-VLRPARC        PIC 9(06)V99.
           03 EMP-SALDO          PIC 9(07)V99.
           03 EMP-STATUS         PIC X(01).
           03 EMP-ULTCOMP        PIC 9(06).
           03 EMP-ULTPARC        PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 TPGRAU             PIC 9(01).
           03 DEPEN-KEY.
            05 DEPEN-SEQ          PIC 9(01).
            05 DEPEN-CHAPA        PIC 9(06).
           03 DEPEN-NOME         PIC X(30).
           03 DEPEN-DATANASC     PIC 9(08).
           03 DEPEN-SEXO         PIC X(01).
           03 DEPEN-INSS         PIC X(01).
           03 DEPEN-IMPRENDA     PIC X(01).
           03 DEPEN-STATUS       PIC X(20).
           03 DEPE-OPERADOR      PIC X(08).
           03 DEPE-DTULTALT      PIC 9(08).
           03 DEPE-HRULTALT      PIC 9(06).
           03 DEPEN-CPF          PIC 9(11).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 2.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-FOLHANOME     PIC X(14) VALUE "ARQFOLHA.DAT".
       01 W-FOLOK         PIC X(01) VALUE "N".
       01 W-FEROK         PIC X(01) VALUE "N".
       01 W-EMPOK         PIC X(01) VALUE "N".
       01 W-DEPEOK        PIC X(01) VALUE "N".
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-NOMEFUNC      PIC X(30) VALUE SPACES.
       01 W-PINENTR       PIC X(06) VALUE SPACES.
       01 W-PINNOVO       PIC X(06) VALUE SPACES.
       01 W-PINCONF       PIC X(06) VALUE SPACES.
       01 W-TROCOU        PIC X(01) VALUE "N".
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTD           PIC 9(02) VALUE ZEROS.
       01 W-IH            PIC 9(02) VALUE ZEROS.
       01 W-LINSEL        PIC 9(02) VALUE ZEROS.
       01 W-BRANCO        PIC X(79) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-REFINI        PIC 9(06) VALUE ZEROS.
       01 W-ANOBASE       PIC 9(04) VALUE ZEROS.
      *----[ DATA DDMMAAAA DO CADASTRO CONVERTIDA P/ AAAAMMDD ]----
       01 W-DTDMA         PIC 9(08) VALUE ZEROS.
       01 W-DTDMA-X REDEFINES W-DTDMA.
          03 W-DMA-DIA       PIC 9(02).
          03 W-DMA-MES       PIC 9(02).
          03 W-DMA-ANO       PIC 9(04).
       01 W-DTAMD         PIC 9(08) VALUE ZEROS.
       01 W-DTAMD-X REDEFINES W-DTAMD.
          03 W-AMD-ANO       PIC 9(04).
          03 W-AMD-MES       PIC 9(02).
          03 W-AMD-DIA       PIC 9(02).
       01 W-AVOS          PIC 9(03) VALUE ZEROS.
       01 W-DIAS          PIC 9(03) VALUE ZEROS.
       01 W-SALDOFER      PIC 9(03) VALUE ZEROS.
       01 W-DIASPROP      PIC 9(03)V9 VALUE ZEROS.
       01 W-AC-BRUTO      PIC 9(08)V99 VALUE ZEROS.
       01 W-AC-INSS       PIC 9(08)V99 VALUE ZEROS.
       01 W-AC-IRRF       PIC 9(08)V99 VALUE ZEROS.
       01 W-AC-SALDO      PIC 9(08)V99 VALUE ZEROS.
       01 W-QTDDEPIR      PIC 9(02) VALUE ZEROS.
       01 W-CHAPAX        PIC 9(06) VALUE ZEROS.
       01 W-COMPENV.
          03 W-COMPENV-MES   PIC 9(02).
          03 W-COMPENV-ANO   PIC 9(04).
       01 W-COMPENV-X REDEFINES W-COMPENV PIC X(06).
       01 W-NOMEDOC.
          03 FILLER          PIC X(03) VALUE "HOL".
          03 W-DOC-CHAPA     PIC 9(06) VALUE ZEROS.
          03 FILLER          PIC X(01) VALUE "-".
          03 W-DOC-COMPET    PIC 9(06) VALUE ZEROS.
          03 FILLER          PIC X(04) VALUE ".DOC".
       01 W-TIPODESC      PIC X(14) VALUE SPACES.
      *----[ HOLERITES DO PERIODO: FICAM OS 14 MAIS RECENTES ]----
       01 TABHOL.
          03 TH-ITEM OCCURS 14 TIMES.
             05 TH-COMPET      PIC 9(06).
             05 TH-TIPO        PIC X(01).
             05 TH-BRUTO       PIC 9(06)V99.
             05 TH-LIQ         PIC 9(06)V99.

       01  CABHOL.
           05  FILLER PIC X(040) VALUE
           "LN  COMPET.  TIPO               BRUTO ".
           05  FILLER PIC X(030) VALUE
           "  DESCONTOS     LIQUIDO".

       01  LINHOL.
           05  LH-LIN        PIC Z9 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LH-MES        PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  LH-ANO        PIC 9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LH-TIPO       PIC X(14) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  LH-BRUTO      PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LH-DESC       PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LH-LIQ        PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  CABFER.
           05  FILLER PIC X(040) VALUE
           "PERIODO AQUISITIVO       LIMITE GOZO ".
           05  FILLER PIC X(030) VALUE
           "SITUACAO                  DIAS".

       01  LINFER.
           05  LF-INI        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE " A ".
           05  LF-FIM        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LF-LIMITE     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LF-SITUACAO   PIC X(24) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LF-DIAS       PIC ZZ9 VALUE ZEROS.

       01  LINFERTOT.
           05  FILLER PIC X(027) VALUE
           "SALDO ADQUIRIDO A GOZAR: ".
           05  LFT-SALDO     PIC ZZ9 VALUE ZEROS.
           05  FILLER PIC X(033) VALUE
           " DIAS   PROPORCIONAL EM CURSO: ".
           05  LFT-PROP      PIC Z9,9 VALUE ZEROS.
           05  FILLER PIC X(005) VALUE " DIAS".

       01  CABEMP.
           05  FILLER PIC X(040) VALUE
           "SEQ   VALOR TOMADO  PARCELAS  VLR PARC.".
           05  FILLER PIC X(035) VALUE
           "         SALDO  ULT. DESCONTO".

       01  LINEMP.
           05  LE-SEQ        PIC Z9 VALUE ZEROS.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  LE-PRINC      PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  LE-QTDPARC    PIC ZZ9 VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  LE-VLRPARC    PIC ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LE-SALDO      PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  LE-ULTMES     PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  LE-ULTANO     PIC 9999 VALUE ZEROS.

       01  LINEMPTOT.
           05  FILLER PIC X(040) VALUE
           "SALDO DEVEDOR TOTAL.................: ".
           05  LET-SALDO     PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       01  CABDEP.
           05  FILLER PIC X(040) VALUE
           "NOME                            PARENTE".
           05  FILLER PIC X(038) VALUE
           "SCO            NASCIM.    IR  SITUACAO".

       01  LINDEP.
           05  LD-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LD-GRAU       PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  LD-NASC       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LD-IR         PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  LD-SITUACAO   PIC X(10) VALUE SPACES.

       01 TABGRAU.
           03 FILLER PIC X(20) VALUE "ESPOSA".
           03 FILLER PIC X(20) VALUE "FILHO(A)".
           03 FILLER PIC X(20) VALUE "ENTEADO(A)".
           03 FILLER PIC X(20) VALUE "PAI".
           03 FILLER PIC X(20) VALUE "MAE".
           03 FILLER PIC X(20) VALUE "AVOS".
           03 FILLER PIC X(20) VALUE "NETO(A)".
           03 FILLER PIC X(20) VALUE "RESPONSAVEL LEGAL".
           03 FILLER PIC X(20) VALUE "OUTROS".
       01 TABGRAUX REDEFINES TABGRAU.
           03 TBGRAU     PIC X(20) OCCURS 09 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAQLOG.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "****************** AUTOATENDIMENTO DO FU".
           05  LINE 02  COLUMN 41
               VALUE  "NCIONARIO *****************************".
           05  LINE 08  COLUMN 05
               VALUE  "CHAPA...:".
           05  LINE 10  COLUMN 05
               VALUE  "PIN.....:".
           05  LINE 14  COLUMN 05
               VALUE  "SEU PIN E PESSOAL. EM CASO DE BLOQUEIO OU".
           05  LINE 15  COLUMN 05
               VALUE  "ESQUECIMENTO PROCURE O RH.".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  TW-CHAPA
               LINE 08  COLUMN 15  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TW-PIN
               LINE 10  COLUMN 15  PIC X(06)
               USING  W-PINENTR
               SECURE.

       01  TELAQTROCA.
           05  LINE 17  COLUMN 05
               VALUE  "PRIMEIRO ACESSO: CADASTRE SEU PIN PESSOAL".
           05  LINE 19  COLUMN 05
               VALUE  "NOVO PIN (6 DIGITOS):".
           05  LINE 20  COLUMN 05
               VALUE  "CONFIRME O NOVO PIN.:".
           05  TW-PINNOVO
               LINE 19  COLUMN 28  PIC X(06)
               USING  W-PINNOVO
               SECURE.
           05  TW-PINCONF
               LINE 20  COLUMN 28  PIC X(06)
               USING  W-PINCONF
               SECURE.

       01  TELAQMENU.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "****************** AUTOATENDIMENTO DO FU".
           05  LINE 02  COLUMN 41
               VALUE  "NCIONARIO *****************************".
           05  LINE 04  COLUMN 05
               VALUE  "FUNCIONARIO:".
           05  LINE 07  COLUMN 05
               VALUE  "1 - MEUS HOLERITES (ULTIMOS 12 MESES)".
           05  LINE 08  COLUMN 05
               VALUE  "2 - SALDO DE FERIAS".
           05  LINE 09  COLUMN 05
               VALUE  "3 - INFORME DE RENDIMENTOS".
           05  LINE 10  COLUMN 05
               VALUE  "4 - EMPRESTIMOS ATIVOS".
           05  LINE 11  COLUMN 05
               VALUE  "5 - DEPENDENTES".
           05  LINE 13  COLUMN 05
               VALUE  "9 - SAIR".
           05  LINE 16  COLUMN 05
               VALUE  "OPCAO:".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  TW-CHAPAM
               LINE 04  COLUMN 18  PIC 9(06)
               FROM   W-CHAPAENTR
               HIGHLIGHT.
           05  TW-NOMEM
               LINE 04  COLUMN 26  PIC X(30)
               FROM   W-NOMEFUNC
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 16  COLUMN 12  PIC X(01)
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAQCONS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "****************** AUTOATENDIMENTO DO FU".
           05  LINE 02  COLUMN 41
               VALUE  "NCIONARIO *****************************".
           05  LINE 03  COLUMN 05
               VALUE  "FUNCIONARIO:".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  TW-CHAPAC
               LINE 03  COLUMN 18  PIC 9(06)
               FROM   W-CHAPAENTR
               HIGHLIGHT.
           05  TW-NOMEC
               LINE 03  COLUMN 26  PIC X(30)
               FROM   W-NOMEFUNC
               HIGHLIGHT.

       01  TELAQINF.
           05  LINE 07  COLUMN 05
               VALUE  "INFORME DE RENDIMENTOS - ANO-BASE:".
           05  LINE 10  COLUMN 05
               VALUE  "RENDIMENTOS TRIBUTAVEIS.........:".
           05  LINE 11  COLUMN 05
               VALUE  "CONTRIBUICAO PREVIDENCIARIA.....:".
           05  LINE 12  COLUMN 05
               VALUE  "IMPOSTO DE RENDA RETIDO.........:".
           05  LINE 13  COLUMN 05
               VALUE  "DEPENDENTES PARA O IR...........:".
           05  LINE 16  COLUMN 05
               VALUE  "O DOCUMENTO OFICIAL E ENTREGUE PELO RH.".
           05  TW-ANOBASE
               LINE 07  COLUMN 40  PIC 9999
               FROM   W-ANOBASE
               HIGHLIGHT.
           05  TW-INFBRUTO
               LINE 10  COLUMN 40  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-AC-BRUTO
               HIGHLIGHT.
           05  TW-INFINSS
               LINE 11  COLUMN 40  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-AC-INSS
               HIGHLIGHT.
           05  TW-INFIRRF
               LINE 12  COLUMN 40  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-AC-IRRF
               HIGHLIGHT.
           05  TW-INFDEP
               LINE 13  COLUMN 51  PIC Z9
               FROM   W-QTDDEPIR
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       INC-OP0.
           OPEN I-O ARQPINFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** QUIOSQUE SEM PINS CADASTRADOS (FPP143) ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIMS.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPINFUNC
              GO TO ROT-FIMS.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOLOK.
           OPEN INPUT ARQFER
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FEROK.
           OPEN INPUT ARQEMPREST
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-EMPOK.
           OPEN INPUT ARQDEPE
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPEOK.

      *------------------[ ENTRADA DO FUNCIONARIO ]---------------------
       LOGIN-1.
           MOVE ZEROS TO W-CHAPAENTR
           MOVE SPACES TO W-PINENTR W-NOMEFUNC
           DISPLAY TELAQLOG
           ACCEPT TW-CHAPA
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPAENTR = ZEROS
              GO TO LOGIN-1.
           ACCEPT TW-PIN
           ACCEPT W-HOJE FROM DATE YYYYMMDD.

       LOGIN-2.
           MOVE W-CHAPAENTR TO PIN-CHAPA
           READ ARQPINFUNC
           IF ST-ERRO NOT = "00"
              MOVE "*** CHAPA SEM ACESSO - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-1.
           IF PIN-STATUS = "B"
              MOVE "*** ACESSO BLOQUEADO - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-1.
           IF W-PINENTR NOT = PIN-SENHA
              ADD 1 TO PIN-TENTATIVAS
              IF PIN-TENTATIVAS > 2
                 MOVE "B" TO PIN-STATUS
                 MOVE "*** ACESSO BLOQUEADO POR TENTATIVAS ***"
                 TO MENS
              ELSE
                 MOVE "*** PIN INCORRETO ***" TO MENS
              END-IF
              REWRITE REGPINFUNC
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-1.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00" OR FUNCSTATUS = "D"
              MOVE "*** ACESSO ENCERRADO - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO LOGIN-1.
           MOVE NOME TO W-NOMEFUNC
           IF PIN-STATUS = "T"
              PERFORM TROCAR-PIN THRU TROCAR-PIN-FIM
              IF W-TROCOU NOT = "S"
                 GO TO LOGIN-1.

      *----[ ACESSO OK: ZERA TENTATIVAS E REGISTRA O ULTIMO ACESSO ]----
           MOVE ZEROS TO PIN-TENTATIVAS
           MOVE W-HOJE TO PIN-DTULTACES
           ACCEPT W-HORA FROM TIME
           MOVE W-HORA(1:6) TO PIN-HRULTACES
           REWRITE REGPINFUNC.

       MENU-1.
           MOVE SPACES TO W-OPCAO
           DISPLAY TELAQMENU
           ACCEPT TW-OPCAO
           IF W-OPCAO = "1"
              PERFORM CONS-HOL THRU CONS-HOL-FIM
              GO TO MENU-1.
           IF W-OPCAO = "2"
              PERFORM CONS-FER THRU CONS-FER-FIM
              GO TO MENU-1.
           IF W-OPCAO = "3"
              PERFORM CONS-INF THRU CONS-INF-FIM
              GO TO MENU-1.
           IF W-OPCAO = "4"
              PERFORM CONS-EMP THRU CONS-EMP-FIM
              GO TO MENU-1.
           IF W-OPCAO = "5"
              PERFORM CONS-DEP THRU CONS-DEP-FIM
              GO TO MENU-1.
           IF W-OPCAO = "9"
              GO TO LOGIN-1.
           MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO MENU-1.

      *----[ PIN PROVISORIO DO RH: O FUNCIONARIO DEFINE O SEU ]----
       TROCAR-PIN.
           MOVE "N" TO W-TROCOU.
       TROCAR-PIN-1.
           MOVE SPACES TO W-PINNOVO W-PINCONF
           DISPLAY TELAQTROCA
           ACCEPT TW-PINNOVO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO TROCAR-PIN-FIM.
           IF W-PINNOVO NOT NUMERIC
              MOVE "*** PIN DEVE TER 6 DIGITOS NUMERICOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCAR-PIN-1.
           IF W-PINNOVO = PIN-SENHA
              MOVE "*** O NOVO PIN DEVE SER DIFERENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCAR-PIN-1.
           ACCEPT TW-PINCONF
           IF W-PINCONF NOT = W-PINNOVO
              MOVE "*** CONFIRMACAO NAO CONFERE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO TROCAR-PIN-1.
           MOVE W-PINNOVO TO PIN-SENHA
           MOVE "A" TO PIN-STATUS
           MOVE "S" TO W-TROCOU
           MOVE "*** PIN PESSOAL CADASTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       TROCAR-PIN-FIM.
           EXIT.

      *------------[ HOLERITES DOS ULTIMOS 12 MESES ]-------------------
       CONS-HOL.
           IF W-FOLOK NOT = "S"
              MOVE "*** HOLERITES INDISPONIVEIS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-HOL-FIM.
           MOVE ZEROS TO W-QTD
           IF W-HOJE-MES = 12
              COMPUTE W-REFINI = (W-HOJE-ANO * 100) + 1
           ELSE
              COMPUTE W-REFINI = ((W-HOJE-ANO - 1) * 100)
                               + W-HOJE-MES + 1.
           MOVE W-CHAPAENTR TO FOLHA-CHAPA
           MOVE W-REFINI    TO FOLHA-COMPET
           MOVE SPACES      TO FOLHA-TIPO
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO CONS-HOL-MOSTRA.
       CONS-HOL-RD.
           READ ARQFOLHA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONS-HOL-MOSTRA.
           IF FOLHA-CHAPA NOT = W-CHAPAENTR
              GO TO CONS-HOL-MOSTRA.
           IF W-QTD < 14
              ADD 1 TO W-QTD
           ELSE
              MOVE 1 TO W-IH
              PERFORM DESLOCAR-HOL THRU DESLOCAR-HOL-FIM.
           MOVE FOLHA-COMPET   TO TH-COMPET(W-QTD)
           MOVE FOLHA-TIPO     TO TH-TIPO(W-QTD)
           MOVE FOLHA-SALBRUTO TO TH-BRUTO(W-QTD)
           MOVE FOLHA-SALLIQ   TO TH-LIQ(W-QTD)
           GO TO CONS-HOL-RD.
       CONS-HOL-MOSTRA.
           DISPLAY TELAQCONS
           DISPLAY (05, 02) "MEUS HOLERITES - ULTIMOS 12 MESES"
           IF W-QTD = ZEROS
              MOVE "*** NENHUM HOLERITE NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-HOL-FIM.
           DISPLAY (06, 02) CABHOL
           MOVE 1 TO W-IH
           MOVE 7 TO W-LIN.
       CONS-HOL-LIN.
           IF W-IH > W-QTD
              GO TO CONS-HOL-SEL.
           MOVE W-IH TO LH-LIN
           MOVE TH-COMPET(W-IH) TO W-REFINI
           MOVE W-REFINI(5:2) TO LH-MES
           MOVE W-REFINI(1:4) TO LH-ANO
           MOVE TH-TIPO(W-IH) TO FOLHA-TIPO
           PERFORM DESCR-TIPO THRU DESCR-TIPO-FIM
           MOVE W-TIPODESC TO LH-TIPO
           MOVE TH-BRUTO(W-IH) TO LH-BRUTO
           MOVE TH-LIQ(W-IH)   TO LH-LIQ
           IF TH-BRUTO(W-IH) > TH-LIQ(W-IH)
              COMPUTE LH-DESC = TH-BRUTO(W-IH) - TH-LIQ(W-IH)
           ELSE
              MOVE ZEROS TO LH-DESC.
           DISPLAY (W-LIN, 02) LINHOL
           ADD 1 TO W-IH W-LIN
           GO TO CONS-HOL-LIN.

      *----[ SEGUNDA VIA: O FPP031 GERA O HOLERITE EM DOCUMENTO ]----
       CONS-HOL-SEL.
           MOVE ZEROS TO W-LINSEL
           DISPLAY (22, 02) "SEGUNDA VIA - LINHA (00=VOLTAR): "
           ACCEPT (22, 36) W-LINSEL WITH UPDATE
           IF W-LINSEL = ZEROS
              GO TO CONS-HOL-FIM.
           IF W-LINSEL > W-QTD
              MOVE "*** LINHA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-HOL-SEL.
           IF TH-TIPO(W-LINSEL) = "L"
              MOVE "*** PLR SEM HOLERITE - PROCURE O RH ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-HOL-SEL.
           MOVE TH-COMPET(W-LINSEL) TO W-REFINI
           MOVE W-REFINI(5:2) TO W-COMPENV-MES
           MOVE W-REFINI(1:4) TO W-COMPENV-ANO
           MOVE W-CHAPAENTR   TO W-CHAPAX W-DOC-CHAPA
           MOVE W-REFINI      TO W-DOC-COMPET
           DISPLAY "FPP031_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENV-X UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_CHAPA" UPON ENVIRONMENT-NAME
           DISPLAY W-CHAPAX UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_TIPO" UPON ENVIRONMENT-NAME
           DISPLAY TH-TIPO(W-LINSEL) UPON ENVIRONMENT-VALUE
           DISPLAY "FPP031_ARQ" UPON ENVIRONMENT-NAME
           DISPLAY W-NOMEDOC UPON ENVIRONMENT-VALUE
           CALL "FPP031"
           DISPLAY "FPP031_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "N" UPON ENVIRONMENT-VALUE
           DISPLAY TELAQCONS
           IF RETURN-CODE = 0
              MOVE SPACES TO MENS
              STRING "*** SEGUNDA VIA GERADA: " DELIMITED BY SIZE
                     W-NOMEDOC DELIMITED BY SIZE
                     " ***" DELIMITED BY SIZE
                     INTO MENS
              END-STRING
           ELSE
              MOVE "*** SEGUNDA VIA NAO GERADA - PROCURE O RH ***"
              TO MENS.
           MOVE 0 TO RETURN-CODE
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CONS-HOL-FIM.
           EXIT.

      *----[ MANTEM A TABELA COM OS MAIS RECENTES: SOBE UMA POSICAO ]---
       DESLOCAR-HOL.
           IF W-IH > 13
              GO TO DESLOCAR-HOL-FIM.
           MOVE TH-ITEM(W-IH + 1) TO TH-ITEM(W-IH)
           ADD 1 TO W-IH
           GO TO DESLOCAR-HOL.
       DESLOCAR-HOL-FIM.
           EXIT.

       DESCR-TIPO.
           MOVE SPACES TO W-TIPODESC
           IF FOLHA-TIPO = "M"
              MOVE "MENSAL" TO W-TIPODESC.
           IF FOLHA-TIPO = "A"
              MOVE "ADIANTAMENTO" TO W-TIPODESC.
           IF FOLHA-TIPO = "1"
              MOVE "13o 1a PARCELA" TO W-TIPODESC.
           IF FOLHA-TIPO = "2"
              MOVE "13o 2a PARCELA" TO W-TIPODESC.
           IF FOLHA-TIPO = "F"
              MOVE "FERIAS" TO W-TIPODESC.
           IF FOLHA-TIPO = "R"
              MOVE "RESCISAO" TO W-TIPODESC.
           IF FOLHA-TIPO = "L"
              MOVE "PLR" TO W-TIPODESC.
       DESCR-TIPO-FIM.
           EXIT.

      *------------------[ SALDO DE FERIAS ]----------------------------
       CONS-FER.
           DISPLAY TELAQCONS
           DISPLAY (05, 02) "SALDO DE FERIAS"
           IF W-FEROK NOT = "S"
              MOVE "*** FERIAS INDISPONIVEIS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-FER-FIM.
           DISPLAY (06, 02) CABFER
           MOVE ZEROS TO W-QTD W-SALDOFER W-DIASPROP
           MOVE 7 TO W-LIN
           MOVE W-CHAPAENTR TO FER-CHAPA
           MOVE ZEROS TO FER-INIPER
           START ARQFER KEY IS NOT LESS FER-KEY
               INVALID KEY GO TO CONS-FER-TOT.
       CONS-FER-RD.
           READ ARQFER NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONS-FER-TOT.
           IF FER-CHAPA NOT = W-CHAPAENTR
              GO TO CONS-FER-TOT.
           IF W-LIN > 19
              GO TO CONS-FER-RD.
           MOVE QTDDIASFERIAS TO W-DIAS
           IF W-DIAS = ZEROS
              MOVE 30 TO W-DIAS.
           MOVE DTFIMPER TO W-DTDMA
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           IF FERSTATUS = "G"
              MOVE "GOZADAS" TO LF-SITUACAO
           ELSE
              IF DTGOZOINI NOT = ZEROS
                 MOVE "PROGRAMADAS" TO LF-SITUACAO
                 ADD W-DIAS TO W-SALDOFER
              ELSE
                 IF DTFIMPER NOT = ZEROS AND W-DTAMD NOT > W-HOJE
                    MOVE "VENCIDAS - A GOZAR" TO LF-SITUACAO
                    ADD W-DIAS TO W-SALDOFER
                    MOVE DTLIMITEGOZO TO W-DTDMA
                    PERFORM CONV-DATA THRU CONV-DATA-FIM
                    IF DTLIMITEGOZO NOT = ZEROS AND W-DTAMD < W-HOJE
                       MOVE "VENCIDAS - LIMITE PASSOU"
                       TO LF-SITUACAO
                    END-IF
                 ELSE
                    MOVE "EM AQUISICAO" TO LF-SITUACAO
                    PERFORM CALC-AVOS THRU CALC-AVOS-FIM
                    MOVE ZEROS TO W-DIAS.
           MOVE DTINICIOPER  TO LF-INI
           MOVE DTFIMPER     TO LF-FIM
           MOVE DTLIMITEGOZO TO LF-LIMITE
           MOVE W-DIAS       TO LF-DIAS
           DISPLAY (W-LIN, 02) LINFER
           ADD 1 TO W-LIN W-QTD
           GO TO CONS-FER-RD.
       CONS-FER-TOT.
           IF W-QTD = ZEROS
              MOVE "*** SEM PERIODOS DE FERIAS CADASTRADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-FER-FIM.
           MOVE W-SALDOFER TO LFT-SALDO
           MOVE W-DIASPROP TO LFT-PROP
           DISPLAY (20, 02) LINFERTOT
           PERFORM PAUSA THRU PAUSA-FIM.
       CONS-FER-FIM.
           EXIT.

      *----[ 2,5 DIAS POR AVO DO PERIODO EM CURSO (COMO NO FPP047) ]--
       CALC-AVOS.
           MOVE DTINICIOPER TO W-DTDMA
           PERFORM CONV-DATA THRU CONV-DATA-FIM
           IF W-DTAMD = ZEROS OR W-DTAMD > W-HOJE
              GO TO CALC-AVOS-FIM.
           COMPUTE W-AVOS = ((W-HOJE-ANO - W-AMD-ANO) * 12)
                          + W-HOJE-MES - W-AMD-MES
           IF W-HOJE-DIA NOT LESS W-AMD-DIA
              ADD 1 TO W-AVOS.
           IF W-AVOS > 12
              MOVE 12 TO W-AVOS.
           COMPUTE W-DIASPROP = W-DIASPROP + (W-AVOS * 2,5).
       CALC-AVOS-FIM.
           EXIT.

       CONV-DATA.
           MOVE W-DMA-ANO TO W-AMD-ANO
           MOVE W-DMA-MES TO W-AMD-MES
           MOVE W-DMA-DIA TO W-AMD-DIA.
       CONV-DATA-FIM.
           EXIT.

      *----[ INFORME DO ANO-BASE: MESMOS TOTAIS DO FPP063 ]----
       CONS-INF.
           COMPUTE W-ANOBASE = W-HOJE-ANO - 1
           MOVE ZEROS TO W-AC-BRUTO W-AC-INSS W-AC-IRRF W-QTDDEPIR
           IF W-FOLOK = "S"
              CLOSE ARQFOLHA.
           MOVE "N" TO W-FOLOK
           MOVE "ARQFOLHA.DAT" TO W-FOLHANOME
           OPEN INPUT ARQARQV
           IF ST-ERRO2 = "00"
              MOVE W-ANOBASE TO ARV-ANO
              READ ARQARQV
              IF ST-ERRO2 = "00"
                 MOVE SPACES TO W-FOLHANOME
                 STRING "FOLHA" DELIMITED BY SIZE
                        W-ANOBASE DELIMITED BY SIZE
                        ".DAT" DELIMITED BY SIZE
                        INTO W-FOLHANOME
                 END-STRING
              END-IF
              CLOSE ARQARQV.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 NOT = "00"
              GO TO CONS-INF-VOLTA.
           MOVE W-CHAPAENTR TO FOLHA-CHAPA
           COMPUTE FOLHA-COMPET = W-ANOBASE * 100
           MOVE SPACES TO FOLHA-TIPO
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO CONS-INF-FECHA.
       CONS-INF-RD.
           READ ARQFOLHA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONS-INF-FECHA.
           IF FOLHA-CHAPA NOT = W-CHAPAENTR
              GO TO CONS-INF-FECHA.
           IF FOLHA-COMPET(1:4) NOT = W-ANOBASE
              GO TO CONS-INF-FECHA.
      *----[ ADIANTAMENTO JA COMPOE O BRUTO DA FOLHA TIPO M ]----
           IF FOLHA-TIPO = "A"
              GO TO CONS-INF-RD.
           ADD FOLHA-SALBRUTO TO W-AC-BRUTO
           ADD FOLHA-INSS     TO W-AC-INSS
           ADD FOLHA-IRRF     TO W-AC-IRRF
           GO TO CONS-INF-RD.
       CONS-INF-FECHA.
           CLOSE ARQFOLHA.
      *----[ VOLTA A FOLHA CORRENTE P/ A CONSULTA DE HOLERITES ]----
       CONS-INF-VOLTA.
           MOVE "ARQFOLHA.DAT" TO W-FOLHANOME
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOLOK.
           PERFORM CONTAR-DEPIR THRU CONTAR-DEPIR-FIM
           DISPLAY TELAQCONS
           IF W-AC-BRUTO = ZEROS
              MOVE "*** SEM RENDIMENTOS NO ANO-BASE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-INF-FIM.
           DISPLAY TELAQINF
           PERFORM PAUSA THRU PAUSA-FIM.
       CONS-INF-FIM.
           EXIT.

       CONTAR-DEPIR.
           IF W-DEPEOK NOT = "S"
              GO TO CONTAR-DEPIR-FIM.
           MOVE LOW-VALUES TO DEPEN-KEY
           START ARQDEPE KEY IS NOT LESS DEPEN-KEY
               INVALID KEY GO TO CONTAR-DEPIR-FIM.
       CONTAR-DEPIR-RD.
           READ ARQDEPE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONTAR-DEPIR-FIM.
           IF DEPEN-CHAPA = W-CHAPAENTR
                 AND DEPEN-STATUS(1:1) NOT = "X"
                 AND DEPEN-IMPRENDA = "S"
              ADD 1 TO W-QTDDEPIR.
           GO TO CONTAR-DEPIR-RD.
       CONTAR-DEPIR-FIM.
           EXIT.

      *------------------[ EMPRESTIMOS ATIVOS ]-------------------------
       CONS-EMP.
           DISPLAY TELAQCONS
           DISPLAY (05, 02) "EMPRESTIMOS CONSIGNADOS ATIVOS"
           IF W-EMPOK NOT = "S"
              MOVE "*** NENHUM EMPRESTIMO ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-EMP-FIM.
           DISPLAY (06, 02) CABEMP
           MOVE ZEROS TO W-QTD W-AC-SALDO
           MOVE 7 TO W-LIN
           MOVE W-CHAPAENTR TO EMP-CHAPA
           MOVE ZEROS TO EMP-SEQ
           START ARQEMPREST KEY IS NOT LESS EMP-KEY
               INVALID KEY GO TO CONS-EMP-TOT.
       CONS-EMP-RD.
           READ ARQEMPREST NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONS-EMP-TOT.
           IF EMP-CHAPA NOT = W-CHAPAENTR
              GO TO CONS-EMP-TOT.
           IF EMP-STATUS NOT = "A" OR EMP-SALDO = ZEROS
              GO TO CONS-EMP-RD.
           ADD EMP-SALDO TO W-AC-SALDO
           ADD 1 TO W-QTD
           IF W-LIN > 19
              GO TO CONS-EMP-RD.
           MOVE EMP-SEQ       TO LE-SEQ
           MOVE EMP-PRINCIPAL TO LE-PRINC
           MOVE EMP-QTDPARC   TO LE-QTDPARC
           MOVE EMP-VLRPARC   TO LE-VLRPARC
           MOVE EMP-SALDO     TO LE-SALDO
           MOVE EMP-ULTCOMP(5:2) TO LE-ULTMES
           MOVE EMP-ULTCOMP(1:4) TO LE-ULTANO
           DISPLAY (W-LIN, 02) LINEMP
           ADD 1 TO W-LIN
           GO TO CONS-EMP-RD.
       CONS-EMP-TOT.
           IF W-QTD = ZEROS
              MOVE "*** NENHUM EMPRESTIMO ATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-EMP-FIM.
           MOVE W-AC-SALDO TO LET-SALDO
           DISPLAY (20, 02) LINEMPTOT
           PERFORM PAUSA THRU PAUSA-FIM.
       CONS-EMP-FIM.
           EXIT.

      *----[ DEPENDENTES: CHAVE E SEQ+CHAPA, LE O ARQUIVO INTEIRO ]----
       CONS-DEP.
           DISPLAY TELAQCONS
           DISPLAY (05, 02) "DEPENDENTES CADASTRADOS"
           IF W-DEPEOK NOT = "S"
              MOVE "*** NENHUM DEPENDENTE CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-DEP-FIM.
           DISPLAY (06, 02) CABDEP
           MOVE ZEROS TO W-QTD
           MOVE 7 TO W-LIN
           MOVE LOW-VALUES TO DEPEN-KEY
           START ARQDEPE KEY IS NOT LESS DEPEN-KEY
               INVALID KEY GO TO CONS-DEP-TOT.
       CONS-DEP-RD.
           READ ARQDEPE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CONS-DEP-TOT.
           IF DEPEN-CHAPA NOT = W-CHAPAENTR
              GO TO CONS-DEP-RD.
           IF W-LIN > 19
              GO TO CONS-DEP-RD.
           MOVE DEPEN-NOME TO LD-NOME
           MOVE SPACES TO LD-GRAU
           IF TPGRAU > 0
              MOVE TBGRAU(TPGRAU) TO LD-GRAU.
           MOVE DEPEN-DATANASC TO LD-NASC
           MOVE DEPEN-IMPRENDA TO LD-IR
           MOVE SPACES TO LD-SITUACAO
           IF DEPEN-STATUS = "A"
              MOVE "ATIVA" TO LD-SITUACAO.
           IF DEPEN-STATUS = "S"
              MOVE "SUSPENSA" TO LD-SITUACAO.
           IF DEPEN-STATUS = "D"
              MOVE "DESATIVADA" TO LD-SITUACAO.
           DISPLAY (W-LIN, 02) LINDEP
           ADD 1 TO W-LIN W-QTD
           GO TO CONS-DEP-RD.
       CONS-DEP-TOT.
           IF W-QTD = ZEROS
              MOVE "*** NENHUM DEPENDENTE CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CONS-DEP-FIM.
           PERFORM PAUSA THRU PAUSA-FIM.
       CONS-DEP-FIM.
           EXIT.

       PAUSA.
           MOVE SPACES TO W-OPCAO
           DISPLAY (22, 02) "TECLE ENTER PARA VOLTAR AO MENU "
           ACCEPT (22, 35) W-OPCAO.
       PAUSA-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQPINFUNC ARQFUNC.
           IF W-FOLOK = "S"
              CLOSE ARQFOLHA.
           IF W-FEROK = "S"
              CLOSE ARQFER.
           IF W-EMPOK = "S"
              CLOSE ARQEMPREST.
           IF W-DEPEOK = "S"
              CLOSE ARQDEPE.
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
       FIM-ROT-TEMPO.
