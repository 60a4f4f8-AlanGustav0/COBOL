       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP183.
      ********************************************************
      * LANCAMENTOS DA FOLHA COMPLEMENTAR: DIFERENCAS PAGAS   *
      * DEPOIS DO FECHAMENTO (ARQFECHA) DA COMPETENCIA, POR   *
      * CHAPA E EVENTO DO CATALOGO (TBEVENT). FICAM EM        *
      * ARQCOMPL ATE O CALCULO DO FPP184; LANCAMENTO JA       *
      * CALCULADO (STATUS C) E SO CONSULTA                    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCOMPL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CPL-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      ALTERNATE RECORD KEY IS DTNASC
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT TBEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVCAT-COD
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FECHA-COMPET
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ LANCAMENTOS DA FOLHA COMPLEMENTAR DE COMPETENCIA FECHADA ]-
      *----[ STATUS P=PENDENTE C=CALCULADO NA FOLHA TIPO C (FPP184)  ]-
       FD ARQCOMPL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCOMPL.DAT".
       01 REGCOMPL.
           03 CPL-KEY.
            05 CPL-CHAPA          PIC 9(06).
            05 CPL-COMPET         PIC 9(06).
            05 CPL-CODIGO         PIC 9(03).
           03 CPL-DESCR          PIC X(30).
           03 CPL-TIPO           PIC X(01).
           03 CPL-VALOR          PIC 9(06)V99.
           03 CPL-MOTIVO         PIC X(30).
           03 CPL-STATUS         PIC X(01).
           03 CPL-OPERADOR       PIC X(08).
           03 CPL-DTULTALT       PIC 9(08).
           03 CPL-DTCALC         PIC 9(08).

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
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
          03 FOLHA-KEY.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
      *----[ C=COMPLEMENTAR (FPP184)                                  ]
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
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 ST-ERRO2        PIC X(02) VALUE "00".
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-BRUTOM        PIC 9(06)V99 VALUE ZEROS.
       01 W-LIQM          PIC 9(06)V99 VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACOMPL.
           05  LINE 02  COLUMN 01
               VALUE  "**************************LANCAMENTOS DA ".
           05  LINE 02  COLUMN 41
               VALUE  "FOLHA COMPLEMENTAR*******************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 05  COLUMN 01
               VALUE  "  STATUS DO FUNCIONARIO:".
           05  LINE 07  COLUMN 01
               VALUE  "  COMPETENCIA FECHADA (MM/AAAA):".
           05  LINE 08  COLUMN 01
               VALUE  "  FOLHA MENSAL - BRUTO:".
           05  LINE 08  COLUMN 41
               VALUE  "LIQUIDO:".
           05  LINE 10  COLUMN 01
               VALUE  "  CODIGO DO EVENTO:".
           05  LINE 11  COLUMN 01
               VALUE  "  DESCRICAO:".
           05  LINE 12  COLUMN 01
               VALUE  "  TIPO (P=PROVENTO  D=DESCONTO):".
           05  LINE 13  COLUMN 01
               VALUE  "  VALOR DA DIFERENCA:".
           05  LINE 14  COLUMN 01
               VALUE  "  MOTIVO:".
           05  LINE 16  COLUMN 01
               VALUE  "  SITUACAO (P=PENDENTE C=CALCULADO):".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TCPL-CHAPA
               LINE 04  COLUMN 24  PIC 9(06)
               USING  CPL-CHAPA
               REVERSE-VIDEO.
           05  TNOME
               LINE 04  COLUMN 45  PIC X(30)
               USING  NOME
               HIGHLIGHT.
           05  TFUNCSTATUS
               LINE 05  COLUMN 26  PIC X(01)
               USING  FUNCSTATUS
               HIGHLIGHT.
           05  TW-COMPET
               LINE 07  COLUMN 34  PIC 99/9999
               USING  W-COMPENTR
               REVERSE-VIDEO.
           05  TW-BRUTOM
               LINE 08  COLUMN 25  PIC ZZZ.ZZ9,99
               USING  W-BRUTOM
               HIGHLIGHT.
           05  TW-LIQM
               LINE 08  COLUMN 50  PIC ZZZ.ZZ9,99
               USING  W-LIQM
               HIGHLIGHT.
           05  TCPL-CODIGO
               LINE 10  COLUMN 21  PIC 9(03)
               USING  CPL-CODIGO
               REVERSE-VIDEO.
           05  TCPL-DESCR
               LINE 11  COLUMN 14  PIC X(30)
               USING  CPL-DESCR
               HIGHLIGHT.
           05  TCPL-TIPO
               LINE 12  COLUMN 35  PIC X(01)
               USING  CPL-TIPO
               HIGHLIGHT.
           05  TCPL-VALOR
               LINE 13  COLUMN 23  PIC 9(06)V99
               USING  CPL-VALOR
               HIGHLIGHT.
           05  TCPL-MOTIVO
               LINE 14  COLUMN 11  PIC X(30)
               USING  CPL-MOTIVO
               HIGHLIGHT.
           05  TCPL-STATUS
               LINE 16  COLUMN 39  PIC X(01)
               USING  CPL-STATUS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQCOMPL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCOMPL
                 CLOSE ARQCOMPL
                 OPEN I-O ARQCOMPL
              ELSE
                IF ST-ERRO = "95"
                    MOVE "*** ISAM NAO EXCUTADO **" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM2
                ELSE
                    MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCOMPL" TO MENS
                    PERFORM ROT-MENS THRU ROT-MENS-FIM
                    GO TO ROT-FIM2.

       R0B.
           OPEN INPUT TBEVENT
           IF ST-ERRO2 NOT = "00"
              MOVE "* TBEVENT INEXISTENTE - CATALOGUE NO FPP074 *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCOMPL
              GO TO ROT-FIM2.

       R0C.
           OPEN INPUT ARQFECHA
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQFECHA INEXISTENTE - NENHUMA COMP. FECHADA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCOMPL TBEVENT
              GO TO ROT-FIM2.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO ARQFOLHA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCOMPL TBEVENT ARQFECHA
              GO TO ROT-FIM2.

       R0A.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCOMPL TBEVENT ARQFECHA ARQFOLHA
                 GO TO ROT-FIM2
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCOMPL TBEVENT ARQFECHA ARQFOLHA
                 GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME FUNCSTATUS CPL-DESCR CPL-TIPO
                          CPL-MOTIVO CPL-STATUS
           MOVE ZEROS TO CPL-CHAPA CPL-COMPET CPL-CODIGO CPL-VALOR
           MOVE ZEROS TO W-COMPENTR W-SEL W-BRUTOM W-LIQM

           DISPLAY TELACOMPL.

       R2.
           ACCEPT TCPL-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF CPL-CHAPA < 1
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.

      *--[ DESLIGADO TAMBEM PODE RECEBER DIFERENCA DE MES JA FECHADO ]--
       R3.
           MOVE CPL-CHAPA TO CHAPA.
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
               IF ST-ERRO = "23"
                   MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R2
               ELSE
                  MOVE "ERRO NA LEITURA ARQUIVO CADASTRO FUNCIONARIO"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO ROT-FIM.
           DISPLAY TNOME
           DISPLAY TFUNCSTATUS.

       R4.
           ACCEPT TW-COMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                 OR W-COMPENTR-ANO < 2000
              MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-COMPENTR-ANO TO CPL-COMPET(1:4)
           MOVE W-COMPENTR-MES TO CPL-COMPET(5:2).

      *--[ COMPETENCIA ABERTA AINDA SE CORRIGE PELO FPP034 + FPP015 ]--
       R4A.
           MOVE CPL-COMPET TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO2 NOT = "00" OR FECHA-STATUS NOT = "F"
              MOVE "* COMPET. ABERTA - LANCE O EVENTO NO FPP034 *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE CPL-CHAPA  TO FOLHA-CHAPA
           MOVE CPL-COMPET TO FOLHA-COMPET
           MOVE "M"        TO FOLHA-TIPO
           READ ARQFOLHA
           IF ST-ERRO2 NOT = "00"
              MOVE "* CHAPA SEM FOLHA MENSAL NA COMPETENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE FOLHA-SALBRUTO TO W-BRUTOM
           MOVE FOLHA-SALLIQ   TO W-LIQM
           DISPLAY TW-BRUTOM
           DISPLAY TW-LIQM.

       R5.
           ACCEPT TCPL-CODIGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF CPL-CODIGO < 1
              MOVE "*** CODIGO DO EVENTO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

      *----[ SO ACEITA EVENTOS CATALOGADOS E ATIVOS (TBEVENT) ]----
       R5A.
           MOVE CPL-CODIGO TO EVCAT-COD
           READ TBEVENT
           IF ST-ERRO2 NOT = "00"
              MOVE "* EVENTO NAO CATALOGADO - USE O FPP074 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF EVCAT-STATUS NOT = "A"
              MOVE "*** EVENTO INATIVO NO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       LER-ARQCOMPL.
           READ ARQCOMPL WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                DISPLAY TELACOMPL
                IF CPL-STATUS = "C"
                   MOVE "* LANCAMENTO JA CALCULADO - SO CONSULTA *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   UNLOCK ARQCOMPL
                   GO TO R1
                ELSE
                   MOVE "*** LANCAMENTO JA CADASTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCOMPL" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** LANCAMENTO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           MOVE EVCAT-DESCR TO CPL-DESCR
           MOVE EVCAT-TIPO  TO CPL-TIPO
           MOVE "P"         TO CPL-STATUS
           MOVE ZEROS       TO CPL-DTCALC
           DISPLAY TCPL-DESCR
           DISPLAY TCPL-TIPO
           DISPLAY TCPL-STATUS.

      *--[ DESCRICAO E TIPO VEM DO CATALOGO - DIGITA VALOR E MOTIVO ]--
       R8.
           ACCEPT TCPL-VALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CPL-VALOR = ZEROS
              MOVE "*** VALOR NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TCPL-MOTIVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF CPL-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA DIFERENCA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-OPERADOR TO CPL-OPERADOR
           MOVE W-HOJE     TO CPL-DTULTALT.

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
           WRITE REGCOMPL
               IF ST-ERRO = "00" OR "02"
                   MOVE "*** DADOS GRAVADOS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
               IF ST-ERRO = "22"
                   MOVE "* LANCAMENTO JA EXISTE,DADOS NAO GRAVADOS *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCOMPL" TO MENS
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
                   UNLOCK ARQCOMPL
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R8.
      *
       EXC-OPC.
                DISPLAY (23, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   UNLOCK ARQCOMPL
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCOMPL RECORD
                IF ST-ERRO = "00"
                   MOVE "*** LANCAMENTO EXCLUIDO ***"
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
                   UNLOCK ARQCOMPL
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCOMPL
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO LANCAMENTO"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCOMPL ARQFUNC TBEVENT ARQFECHA ARQFOLHA.
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
