       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP172.
      ********************************************************
      * QUADRO DE PESSOAL E FOLHA SALARIAL NA DATA            *
      * LE SO A FOTO DO FECHAMENTO (ARQFOTO, FPP171) DA       *
      * COMPETENCIA PEDIDA E AGRUPA POR DEPARTAMENTO, CARGO   *
      * OU EMPRESA:                                           *
      *  EFETIVO  - NO QUADRO NO ULTIMO DIA DA COMPETENCIA    *
      *  ADMIT.   - ADMITIDOS NA COMPETENCIA                  *
      *  DESLIG.  - DESLIGADOS NA COMPETENCIA                 *
      *  CONTRATUAL - SOMA DOS SALARIOS DO EFETIVO            *
      *  BRUTO    - BRUTO DA FOLHA MENSAL DE TODOS DA FOTO    *
      * CODIGO ZERO = TODOS OS GRUPOS. GERA QUADRO.DOC        *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOTO-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQQDRTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).
          03 CARG-OPERADOR      PIC X(08).
          03 CARG-DTULTALT      PIC 9(08).
          03 CARG-HRULTALT      PIC 9(06).
          03 CARG-PERICUL       PIC X(01).
          03 CARG-INSALGR       PIC X(01).
          03 CARG-SINDICATO     PIC 9(03).
      *-----------------------------------------------------------------
       FD TBPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBPARAM.DAT".
       01 REGPARAM.
          03 PARAM-COD                 PIC X(02).
          03 PARAM-RAZSOCIAL           PIC X(40).
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
       FD ARQQDRTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUADRO.DOC".
       01 REGQDRTX                     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-DEPOK         PIC X(01) VALUE "N".
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-PARAMOK       PIC X(01) VALUE "N".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
      *----[ D=DEPARTAMENTO C=CARGO E=EMPRESA ]----
       01 W-AGRUP         PIC X(01) VALUE "D".
       01 W-FILTRO        PIC 9(03) VALUE ZEROS.
       01 W-CODGRP        PIC 9(03) VALUE ZEROS.
       01 W-EMPNUM        PIC 9(02) VALUE ZEROS.
       01 W-IG            PIC 9(04) VALUE ZEROS COMP.
      *----[ DATAS DDMMAAAA DA FOTO ]----
       01 W-DTCAD         PIC 9(08) VALUE ZEROS.
       01 W-DTCAD-X REDEFINES W-DTCAD.
          03 W-DTCAD-DIA     PIC 9(02).
          03 W-DTCAD-MES     PIC 9(02).
          03 W-DTCAD-ANO     PIC 9(04).
       01 W-COMPCAD       PIC 9(06) VALUE ZEROS.
       01 W-QTDFOTO       PIC 9(05) VALUE ZEROS.
      *----[ ACUMULADO POR GRUPO: POSICAO = CODIGO + 1 ]----
       01 TABGRP.
          03 TG-ITEM OCCURS 1000 TIMES.
             05 TG-EFET       PIC 9(05).
             05 TG-ADM        PIC 9(04).
             05 TG-DESL       PIC 9(04).
             05 TG-SAL        PIC 9(09)V99.
             05 TG-BRUTO      PIC 9(09)V99.
       01 W-GT-EFET       PIC 9(05) VALUE ZEROS.
       01 W-GT-ADM        PIC 9(05) VALUE ZEROS.
       01 W-GT-DESL       PIC 9(05) VALUE ZEROS.
       01 W-GT-SAL        PIC 9(10)V99 VALUE ZEROS.
       01 W-GT-BRUTO      PIC 9(10)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(040) VALUE
           "QUADRO DE PESSOAL E FOLHA SALARIAL NA CO".
           05  FILLER PIC X(011) VALUE
           "MPETENCIA: ".
           05  CAB1-MES      PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999.

       01  CAB1B.
           05  FILLER PIC X(040) VALUE
           "FONTE: FOTO DO FECHAMENTO (ARQFOTO) - PO".
           05  FILLER PIC X(004) VALUE
           "R: ".
           05  CAB1B-AGRUP   PIC X(12).

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "COD DESCRICAO                 EFETIVO AD".
           05  FILLER PIC X(040) VALUE
           "MIT DESLIG     CONTRATUAL          BRUTO".

       01  DET.
           05  D-COD         PIC 999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-EFET        PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-ADM         PIC ZZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  D-DESL        PIC ZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SAL         PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-BRUTO       PIC ZZZ.ZZZ.ZZ9,99.

       01  LINGT.
           05  FILLER        PIC X(031) VALUE
           "*** TOTAL".
           05  D-GTEFET      PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-GTADM       PIC ZZZ9.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  D-GTDESL      PIC ZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-GTSAL       PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-GTBRUTO     PIC ZZZ.ZZZ.ZZ9,99.

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAQDR.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** QUADRO DE PESSOAL E FOLHA NA DATA **".
           05  LINE 02  COLUMN 43
               VALUE  "*".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 08  COLUMN 01
               VALUE  " AGRUPAR POR (D=DEPTO C=CARGO E=EMPRESA):".
           05  LINE 10  COLUMN 01
               VALUE  " SO O CODIGO (0=TODOS)         :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )    :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 06  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-AGRUP
               LINE 08  COLUMN 44  PIC X(01)
               USING  W-AGRUP
               HIGHLIGHT.
           05  TW-FILTRO
               LINE 10  COLUMN 35  PIC 999
               USING  W-FILTRO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO TABGRP W-QTDFOTO W-FILTRO
                MOVE ZEROS TO W-GT-EFET W-GT-ADM W-GT-DESL
                MOVE ZEROS TO W-GT-SAL W-GT-BRUTO
                MOVE "D" TO W-AGRUP
                DISPLAY TELAQDR.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO.
       INC-AGRUP.
                ACCEPT TW-AGRUP
                IF W-AGRUP = "d" MOVE "D" TO W-AGRUP.
                IF W-AGRUP = "c" MOVE "C" TO W-AGRUP.
                IF W-AGRUP = "e" MOVE "E" TO W-AGRUP.
                IF W-AGRUP NOT = "D" AND "C" AND "E"
                   MOVE "*** DIGITE D, C OU E ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-AGRUP.
       INC-FILTRO.
                ACCEPT TW-FILTRO
                IF W-AGRUP = "E" AND W-FILTRO > 99
                   MOVE "*** EMPRESA VAI DE 01 A 99 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-FILTRO.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

       INC-OP0.
           OPEN INPUT ARQFOTO
           IF ST-ERRO NOT = "00"
              MOVE "* ARQFOTO NAO EXISTE - FOTO NO FECHAMENTO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQQDRTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO QUADRO.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFOTO
              GO TO ROT-FIM2.
           MOVE "N" TO W-DEPOK W-CARGOK W-PARAMOK
           IF W-AGRUP = "D"
              OPEN INPUT ARQDEP
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-DEPOK.
           IF W-AGRUP = "C"
              OPEN INPUT ARQCARG
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-CARGOK.
           IF W-AGRUP = "E"
              OPEN INPUT TBPARAM
              IF ST-ERRO2 = "00"
                 MOVE "S" TO W-PARAMOK.

      *------[ ACUMULA A FOTO DA COMPETENCIA POR GRUPO ]----------------
           MOVE W-COMPET-N TO FOTO-COMPET
           MOVE ZEROS      TO FOTO-CHAPA
           START ARQFOTO KEY IS NOT LESS FOTO-KEY
               INVALID KEY GO TO IMPRIMIR.
       LER-FOTO.
           READ ARQFOTO NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIMIR.
           IF FOTO-COMPET NOT = W-COMPET-N
              GO TO IMPRIMIR.
           ADD 1 TO W-QTDFOTO
           IF W-AGRUP = "D"
              MOVE FOTO-CODDEP TO W-CODGRP.
           IF W-AGRUP = "C"
              MOVE FOTO-CODCARG TO W-CODGRP.
           IF W-AGRUP = "E"
              MOVE FOTO-EMPRESA TO W-EMPNUM
              MOVE W-EMPNUM TO W-CODGRP.
           IF W-FILTRO NOT = ZEROS AND W-CODGRP NOT = W-FILTRO
              GO TO LER-FOTO.
           COMPUTE W-IG = W-CODGRP + 1
           ADD FOTO-BRUTO TO TG-BRUTO(W-IG)
           MOVE FOTO-DTADMISSAO TO W-DTCAD
           COMPUTE W-COMPCAD = W-DTCAD-ANO * 100 + W-DTCAD-MES
           IF W-COMPCAD = W-COMPET-N
              ADD 1 TO TG-ADM(W-IG).
           IF FOTO-DTDESLIG = ZEROS
              GO TO LER-FOTO-EFET.
           MOVE FOTO-DTDESLIG TO W-DTCAD
           COMPUTE W-COMPCAD = W-DTCAD-ANO * 100 + W-DTCAD-MES
           IF W-COMPCAD > W-COMPET-N
              GO TO LER-FOTO-EFET.
      *----[ DESLIGADO NO ULTIMO DIA AINDA CONTA COMO DESLIGADO ]----
           ADD 1 TO TG-DESL(W-IG)
           GO TO LER-FOTO.
       LER-FOTO-EFET.
           ADD 1 TO TG-EFET(W-IG)
           ADD FOTO-SALARIO TO TG-SAL(W-IG)
           GO TO LER-FOTO.

       IMPRIMIR.
           MOVE W-COMPET-MES TO CAB1-MES
           MOVE W-COMPET-ANO TO CAB1-ANO
           IF W-AGRUP = "D"
              MOVE "DEPARTAMENTO" TO CAB1B-AGRUP.
           IF W-AGRUP = "C"
              MOVE "CARGO"        TO CAB1B-AGRUP.
           IF W-AGRUP = "E"
              MOVE "EMPRESA"      TO CAB1B-AGRUP.
           WRITE REGQDRTX FROM CAB1
           WRITE REGQDRTX FROM CAB1B
           WRITE REGQDRTX FROM CABBLANK
           WRITE REGQDRTX FROM CAB2
           IF W-QTDFOTO = ZEROS
              MOVE "* SEM FOTO DA COMPETENCIA (FPP171) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE 1 TO W-IG.
       IMPRIMIR-GRP.
           IF W-IG > 1000
              GO TO IMPRIMIR-GT.
           IF TG-EFET(W-IG) = ZEROS AND TG-DESL(W-IG) = ZEROS
              ADD 1 TO W-IG
              GO TO IMPRIMIR-GRP.
           COMPUTE W-CODGRP = W-IG - 1
           PERFORM BUSCAR-DESCR THRU BUSCAR-DESCR-FIM
           MOVE W-CODGRP        TO D-COD
           MOVE TG-EFET(W-IG)   TO D-EFET
           MOVE TG-ADM(W-IG)    TO D-ADM
           MOVE TG-DESL(W-IG)   TO D-DESL
           MOVE TG-SAL(W-IG)    TO D-SAL
           MOVE TG-BRUTO(W-IG)  TO D-BRUTO
           WRITE REGQDRTX FROM DET
           ADD TG-EFET(W-IG)  TO W-GT-EFET
           ADD TG-ADM(W-IG)   TO W-GT-ADM
           ADD TG-DESL(W-IG)  TO W-GT-DESL
           ADD TG-SAL(W-IG)   TO W-GT-SAL
           ADD TG-BRUTO(W-IG) TO W-GT-BRUTO
           ADD 1 TO W-IG
           GO TO IMPRIMIR-GRP.

       IMPRIMIR-GT.
           WRITE REGQDRTX FROM CABBLANK
           MOVE W-GT-EFET  TO D-GTEFET
           MOVE W-GT-ADM   TO D-GTADM
           MOVE W-GT-DESL  TO D-GTDESL
           MOVE W-GT-SAL   TO D-GTSAL
           MOVE W-GT-BRUTO TO D-GTBRUTO
           WRITE REGQDRTX FROM LINGT.

           MOVE "*** RELATORIO GERADO: QUADRO.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ NOME ATUAL DO GRUPO; O CODIGO E O DA FOTO ]----
       BUSCAR-DESCR.
           MOVE "*** NAO CADASTRADO" TO D-DESCR
           IF W-AGRUP = "D" AND W-DEPOK = "S"
              MOVE W-CODGRP TO CODIGO
              READ ARQDEP
              IF ST-ERRO2 = "00"
                 MOVE DENOMINACAO TO D-DESCR.
           IF W-AGRUP = "C" AND W-CARGOK = "S"
              MOVE W-CODGRP TO COD
              READ ARQCARG
              IF ST-ERRO2 = "00"
                 MOVE DENOM TO D-DESCR.
           IF W-AGRUP = "E" AND W-PARAMOK = "S"
              MOVE W-CODGRP TO W-EMPNUM
              MOVE W-EMPNUM TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO2 = "00"
                 MOVE PARAM-RAZSOCIAL TO D-DESCR.
       BUSCAR-DESCR-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOTO ARQQDRTX.
           IF W-DEPOK = "S"
              CLOSE ARQDEP.
           IF W-CARGOK = "S"
              CLOSE ARQCARG.
           IF W-PARAMOK = "S"
              CLOSE TBPARAM.
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
       FIM-ROT-QDR.
