       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP160.
      ********************************************************
      * ENTREGA E DEVOLUCAO DE BENS DA EMPRESA (ARQCUSTOD)    *
      * BEM DISPONIVEL: ENTREGA A UMA CHAPA, COM O VALOR E A  *
      * AUTORIZACAO DE DESCONTO DO TERMO DE RESPONSABILIDADE  *
      * ASSINADO (CLT ART. 462 PAR. 1o). BEM EM PODER: BAIXA  *
      * DA DEVOLUCAO (D=DEVOLVIDO A=AVARIADO P=NAO DEVOLVIDO, *
      * QUE BAIXA O BEM). PENDENCIAS NA RESCISAO: FPP042      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBENS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BEM-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQCUSTOD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CUS-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQBENS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBENS.DAT".
       01 REGBENS.
           03 BEM-COD            PIC 9(06).
           03 BEM-TIPO           PIC X(01).
           03 BEM-DESCR          PIC X(30).
           03 BEM-PATRIM         PIC X(15).
           03 BEM-VALOR          PIC 9(06)V99.
           03 BEM-STATUS         PIC X(01).
           03 BEM-CHAPA          PIC 9(06).
           03 BEM-OPERADOR       PIC X(08).
           03 BEM-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
      *----[ UM REGISTRO POR ENTREGA; DATAS EM AAAAMMDD          ]----
      *----[ SITUACAO: E=EM PODER D=DEVOLVIDO A=DEVOLVIDO AVARIADO]---
      *----[           P=NAO DEVOLVIDO (BEM BAIXADO)             ]----
       FD ARQCUSTOD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCUSTOD.DAT".
       01 REGCUSTOD.
           03 CUS-KEY.
            05 CUS-CHAPA          PIC 9(06).
            05 CUS-BEM            PIC 9(06).
            05 CUS-DTENTR         PIC 9(08).
           03 CUS-DTDEVOL        PIC 9(08).
           03 CUS-SITUACAO       PIC X(01).
           03 CUS-VALOR          PIC 9(06)V99.
           03 CUS-AUTDESC        PIC X(01).
           03 CUS-OBS            PIC X(30).
           03 CUS-OPERADOR       PIC X(08).
           03 CUS-DTULTALT       PIC 9(08).
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
           03 DTADM REDEFINES DTADMISSAO.
            05 DIAADM              PIC 9(02).
            05 MESADM              PIC 9(02).
            05 ANOADM              PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 DTDESLIG REDEFINES DTDESLIGAMENTO.
            05 DIADESL             PIC 9(02).
            05 MESDESL             PIC 9(02).
            05 ANODESL             PIC 9(04).
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
       01 W-STATUSDESC    PIC X(20) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-DATA          PIC 9(08) VALUE ZEROS.
       01 W-DATA-X REDEFINES W-DATA.
          03 W-DATA-DIA   PIC 9(02).
          03 W-DATA-MES   PIC 9(02).
          03 W-DATA-ANO   PIC 9(04).
       01 W-DATA-AMD      PIC 9(08) VALUE ZEROS.
       01 W-VALOR         PIC 9(06)V99 VALUE ZEROS.
       01 W-AUTDESC       PIC X(01) VALUE SPACES.
       01 W-SITUACAO      PIC X(01) VALUE SPACES.
       01 W-OBS           PIC X(30) VALUE SPACES.
       01 W-DTENTRED      PIC 99/99/9999.
       01 W-AMD           PIC 9(08) VALUE ZEROS.
       01 W-AMD-X REDEFINES W-AMD.
          03 W-AMD-ANO    PIC 9(04).
          03 W-AMD-MES    PIC 9(02).
          03 W-AMD-DIA    PIC 9(02).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       SCREEN SECTION.

       01  TELACUS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************* ENTREGA E DEVOLUCAO DE BEN".
           05  LINE 02  COLUMN 41
               VALUE  "S DA EMPRESA ***************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 02
               VALUE  "BEM: ".
           05  LINE 05  COLUMN 02
               VALUE  "PATRIMONIO/SERIE: ".
           05  LINE 05  COLUMN 40
               VALUE  "SITUACAO: ".
           05  LINE 07  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 09  COLUMN 02
               VALUE  "DATA DA ENTREGA (DD/MM/AAAA): ".
           05  LINE 10  COLUMN 02
               VALUE  "VALOR P/ DESCONTO: ".
           05  LINE 11  COLUMN 02
               VALUE  "TERMO AUTORIZA DESCONTO (S/N): ".
           05  LINE 13  COLUMN 02
               VALUE  "DATA DA DEVOLUCAO (DD/MM/AAAA): ".
           05  LINE 14  COLUMN 02
               VALUE  "DEVOLUCAO (D=DEVOLVIDO A=AVARIADO P=NAO D".
           05  LINE 14  COLUMN 43
               VALUE  "EVOLVIDO): ".
           05  LINE 15  COLUMN 02
               VALUE  "OBSERVACAO: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TBEM-COD
               LINE 04  COLUMN 07  PIC 9(06)
               USING  BEM-COD
               REVERSE-VIDEO.
           05  TBEM-DESCR
               LINE 04  COLUMN 15  PIC X(30)
               FROM   BEM-DESCR.
           05  TBEM-PATRIM
               LINE 05  COLUMN 20  PIC X(15)
               FROM   BEM-PATRIM.
           05  TW-STATUSDESC
               LINE 05  COLUMN 50  PIC X(20)
               FROM   W-STATUSDESC.
           05  TW-CHAPA
               LINE 07  COLUMN 09  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TW-NOME
               LINE 07  COLUMN 17  PIC X(30)
               FROM   W-NOME.
           05  TW-DTENTR
               LINE 09  COLUMN 32  PIC 99/99/9999
               USING  W-DATA
               HIGHLIGHT.
           05  TW-DTENTRED
               LINE 09  COLUMN 32  PIC X(10)
               FROM   W-DTENTRED.
           05  TW-VALOR
               LINE 10  COLUMN 21  PIC ZZZ.ZZ9,99
               USING  W-VALOR
               HIGHLIGHT.
           05  TW-AUTDESC
               LINE 11  COLUMN 33  PIC X(01)
               USING  W-AUTDESC
               HIGHLIGHT.
           05  TW-DTDEVOL
               LINE 13  COLUMN 34  PIC 99/99/9999
               USING  W-DATA
               HIGHLIGHT.
           05  TW-SITUACAO
               LINE 14  COLUMN 54  PIC X(01)
               USING  W-SITUACAO
               HIGHLIGHT.
           05  TW-OBS
               LINE 15  COLUMN 14  PIC X(30)
               USING  W-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQBENS
           IF ST-ERRO NOT = "00"
              MOVE "* CADASTRO DE BENS INEXISTENTE - USE FPP159 *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQCUSTOD
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQCUSTOD
              CLOSE ARQCUSTOD
              OPEN I-O ARQCUSTOD.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCUSTOD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBENS
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBENS ARQCUSTOD
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO BEM-DESCR BEM-PATRIM W-STATUSDESC W-NOME
           MOVE SPACES TO W-AUTDESC W-SITUACAO W-OBS
           MOVE ZEROS TO BEM-COD W-CHAPA W-DATA W-VALOR
           DISPLAY TELACUS.

       R2.
           ACCEPT TBEM-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF BEM-COD < 1
              MOVE "*** CODIGO DO BEM NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           READ ARQBENS WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "*** BEM NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF BEM-STATUS = "E"
              MOVE "EM PODER DA CHAPA" TO W-STATUSDESC
           ELSE
              IF BEM-STATUS = "B"
                 MOVE "BAIXADO" TO W-STATUSDESC
              ELSE
                 MOVE "DISPONIVEL" TO W-STATUSDESC.
           DISPLAY TBEM-DESCR TBEM-PATRIM TW-STATUSDESC.
           IF BEM-STATUS = "B"
              MOVE "*** BEM BAIXADO - SEM MOVIMENTACAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQBENS
              GO TO R1.
           IF BEM-STATUS = "E"
              GO TO DEV-001.

      *****************************************
      * ENTREGA DO BEM DISPONIVEL A UMA CHAPA *
      *****************************************
       ENT-001.
           ACCEPT TW-CHAPA.
           IF W-CHAPA < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENT-001.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENT-001.
           IF FUNCSTATUS = "D"
              MOVE "* FUNCIONARIO DESLIGADO - SEM ENTREGA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENT-001.
           MOVE NOME TO W-NOME
           DISPLAY TW-NOME.

       ENT-002.
           ACCEPT TW-DTENTR.
           MOVE W-DATA TO W-DTV-DATA
           MOVE SPACE  TO W-DTV-OPCAO
           MOVE SPACES TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE ENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENT-002.
           COMPUTE W-DATA-AMD = (W-DATA-ANO * 10000)
                              + (W-DATA-MES * 100) + W-DATA-DIA.

       ENT-003.
           MOVE BEM-VALOR TO W-VALOR
           ACCEPT TW-VALOR.

       ENT-004.
           MOVE "N" TO W-AUTDESC
           ACCEPT TW-AUTDESC.
           IF W-AUTDESC NOT = "S" AND W-AUTDESC NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENT-004.

       ENT-005.
           ACCEPT TW-OBS.

       ENT-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 02) "CONFIRMA A ENTREGA (S/N) : ".
           ACCEPT (20, 29) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ENTREGA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQBENS
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ENT-OPC.
           MOVE W-CHAPA     TO CUS-CHAPA
           MOVE BEM-COD     TO CUS-BEM
           MOVE W-DATA-AMD  TO CUS-DTENTR
           MOVE ZEROS       TO CUS-DTDEVOL
           MOVE "E"         TO CUS-SITUACAO
           MOVE W-VALOR     TO CUS-VALOR
           MOVE W-AUTDESC   TO CUS-AUTDESC
           MOVE W-OBS       TO CUS-OBS
           MOVE W-OPERADOR  TO CUS-OPERADOR
           ACCEPT CUS-DTULTALT FROM DATE YYYYMMDD
           WRITE REGCUSTOD
           IF ST-ERRO2 = "22"
              MOVE "* JA HA ENTREGA DESTE BEM NESTA DATA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQBENS
              GO TO R1.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCUSTOD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "E"        TO BEM-STATUS
           MOVE W-CHAPA    TO BEM-CHAPA
           MOVE W-OPERADOR TO BEM-OPERADOR
           ACCEPT BEM-DTULTALT FROM DATE YYYYMMDD
           REWRITE REGBENS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO ARQBENS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ENTREGA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *****************************************
      * DEVOLUCAO DO BEM EM PODER DA CHAPA    *
      *****************************************
       DEV-001.
           MOVE BEM-CHAPA TO W-CHAPA CHAPA
           MOVE SPACES TO W-NOME
           READ ARQFUNC
           IF ST-ERRO3 = "00"
              MOVE NOME TO W-NOME.
           DISPLAY TW-CHAPA TW-NOME.

      *----[ ENTREGA EM ABERTO MAIS RECENTE DO BEM NA CHAPA ]----
           MOVE ZEROS TO W-DATA-AMD
           MOVE BEM-CHAPA TO CUS-CHAPA
           MOVE BEM-COD   TO CUS-BEM
           MOVE ZEROS     TO CUS-DTENTR
           START ARQCUSTOD KEY IS NOT LESS CUS-KEY
               INVALID KEY GO TO DEV-001-TST.
       DEV-001-RD.
           READ ARQCUSTOD NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO DEV-001-TST.
           IF CUS-CHAPA NOT = BEM-CHAPA OR CUS-BEM NOT = BEM-COD
              GO TO DEV-001-TST.
           IF CUS-SITUACAO = "E"
              MOVE CUS-DTENTR TO W-DATA-AMD.
           GO TO DEV-001-RD.
       DEV-001-TST.
           IF W-DATA-AMD = ZEROS
              MOVE "* ENTREGA NAO ENCONTRADA NO ARQCUSTOD *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQBENS
              GO TO R1.
           MOVE BEM-CHAPA  TO CUS-CHAPA
           MOVE BEM-COD    TO CUS-BEM
           MOVE W-DATA-AMD TO CUS-DTENTR
           READ ARQCUSTOD
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA LEITURA DO ARQUIVO ARQCUSTOD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE CUS-DTENTR TO W-AMD
           COMPUTE W-DTENTRED = (W-AMD-DIA * 1000000)
                              + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE CUS-VALOR   TO W-VALOR
           MOVE CUS-AUTDESC TO W-AUTDESC
           MOVE CUS-OBS     TO W-OBS
           DISPLAY TW-DTENTRED TW-VALOR TW-AUTDESC TW-OBS.

       DEV-002.
           MOVE ZEROS TO W-DATA
           ACCEPT TW-DTDEVOL.
           MOVE W-DATA TO W-DTV-DATA
           MOVE SPACE  TO W-DTV-OPCAO
           MOVE SPACES TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE DEVOLUCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.
           COMPUTE W-DATA-AMD = (W-DATA-ANO * 10000)
                              + (W-DATA-MES * 100) + W-DATA-DIA
           IF W-DATA-AMD < CUS-DTENTR
              MOVE "* DEVOLUCAO ANTERIOR A ENTREGA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-002.

       DEV-003.
           MOVE "D" TO W-SITUACAO
           ACCEPT TW-SITUACAO.
           IF W-SITUACAO NOT = "D" AND W-SITUACAO NOT = "A"
                 AND W-SITUACAO NOT = "P"
              MOVE "*** DIGITE D, A OU P ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-003.

       DEV-004.
           ACCEPT TW-OBS.

       DEV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 02) "CONFIRMA A DEVOLUCAO (S/N) : ".
           ACCEPT (20, 31) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DEVOLUCAO NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQBENS
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO DEV-OPC.
           MOVE W-DATA-AMD  TO CUS-DTDEVOL
           MOVE W-SITUACAO  TO CUS-SITUACAO
           MOVE W-OBS       TO CUS-OBS
           MOVE W-OPERADOR  TO CUS-OPERADOR
           ACCEPT CUS-DTULTALT FROM DATE YYYYMMDD
           REWRITE REGCUSTOD
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO ARQCUSTOD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
      *----[ NAO DEVOLVIDO: O BEM SAI DO PATRIMONIO ]----
           MOVE "D" TO BEM-STATUS
           IF W-SITUACAO = "P"
              MOVE "B" TO BEM-STATUS.
           MOVE ZEROS      TO BEM-CHAPA
           MOVE W-OPERADOR TO BEM-OPERADOR
           ACCEPT BEM-DTULTALT FROM DATE YYYYMMDD
           REWRITE REGBENS
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ALTERACAO DO ARQUIVO ARQBENS" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** DEVOLUCAO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQBENS ARQCUSTOD ARQFUNC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
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
