       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP177.
      ********************************************************
      * EVOLUCAO SALARIAL DO FUNCIONARIO (ARQHISSAL)          *
      * CONSULTA EM TELA AS ALTERACOES DE SALARIO DA CHAPA    *
      * GRAVADAS PELO FPP176 (VIGENCIA, MOTIVO, SALARIO       *
      * ANTERIOR E NOVO, VARIACAO, OPERADOR E PROGRAMA) E     *
      * GERA O RELATORIO HISTSAL.DOC POR FUNCIONARIO COM A    *
      * VARIACAO ACUMULADA (CHAPA = 0 LISTA TODOS)            *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHISSAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HSA-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQHSATX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQHISSAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQHISSAL.DAT".
       01 REGHISSAL.
           03 HSA-KEY.
            05 HSA-CHAPA          PIC 9(06).
            05 HSA-DTVIG          PIC 9(08).
            05 HSA-HORA           PIC 9(06).
           03 HSA-SALANT         PIC 9(06)V99.
           03 HSA-SALNOVO        PIC 9(06)V99.
           03 HSA-MOTIVO         PIC X(01).
           03 HSA-DESCR          PIC X(30).
           03 HSA-OPERADOR       PIC X(08).
           03 HSA-PROGRAMA       PIC X(08).
           03 HSA-DTREG          PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
      *-----------------------------------------------------------------
       FD ARQHSATX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "HISTSAL.DOC".
       01 REGHSATX                     PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 W-IND           PIC 9(02) COMP VALUE ZEROS.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-CHAPAANT      PIC 9(06) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDHIST       PIC 9(04) VALUE ZEROS.
       01 W-QTDFUNC       PIC 9(04) VALUE ZEROS.
       01 W-TOTHIST       PIC 9(06) VALUE ZEROS.
       01 W-TOTFUNC       PIC 9(05) VALUE ZEROS.
       01 W-SALINI        PIC 9(06)V99 VALUE ZEROS.
       01 W-SALATU        PIC 9(06)V99 VALUE ZEROS.
       01 W-VAR           PIC S9(04)V99 VALUE ZEROS.
       01 W-MOTDESC       PIC X(16) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-LINBRANCO     PIC X(78) VALUE SPACES.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP177".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE "HISTSAL".

      *----[ MOTIVOS DE ALTERACAO GRAVADOS PELO FPP176 ]----
       01 TABMOTX.
          03 FILLER     PIC X(17) VALUE "AADMISSAO".
          03 FILLER     PIC X(17) VALUE "MALTERACAO MANUAL".
          03 FILLER     PIC X(17) VALUE "DDISSIDIO".
          03 FILLER     PIC X(17) VALUE "PPROMOCAO/MERITO".
          03 FILLER     PIC X(17) VALUE "IIMPORTACAO".
          03 FILLER     PIC X(17) VALUE "CSALARIO DO CARGO".
          03 FILLER     PIC X(17) VALUE "TTRANSFERENCIA".
       01 TABMOT REDEFINES TABMOTX.
          03 TM-ITEM OCCURS 7 TIMES.
             05 TM-COD     PIC X(01).
             05 TM-DESC    PIC X(16).

       01 LINHIST.
          03 LH-DATA         PIC 99/99/9999.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LH-MOTIVO       PIC X(14).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LH-SALANT       PIC ZZZ.ZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LH-SALNOVO      PIC ZZZ.ZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LH-VAR          PIC -ZZZ9,99.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LH-OPERADOR     PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LH-PROGRAMA     PIC X(08).

       01  CAB1.
           05  FILLER PIC X(050) VALUE
           "HISTORICO E EVOLUCAO SALARIAL POR FUNCIONARIO".
           05  FILLER PIC X(009) VALUE "EMISSAO: ".
           05  C1-DATA      PIC 99/99/9999.

       01  CABFUN.
           05  FILLER PIC X(007) VALUE "CHAPA: ".
           05  CF-CHAPA     PIC 999999.
           05  FILLER PIC X(008) VALUE "  NOME: ".
           05  CF-NOME      PIC X(30) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(013) VALUE "  VIGENCIA".
           05  FILLER PIC X(017) VALUE "MOTIVO".
           05  FILLER PIC X(012) VALUE "SAL.ANTER.".
           05  FILLER PIC X(011) VALUE "  SAL.NOVO".
           05  FILLER PIC X(010) VALUE "    VAR.%".
           05  FILLER PIC X(031) VALUE "DESCRICAO".
           05  FILLER PIC X(009) VALUE "OPERADOR".
           05  FILLER PIC X(009) VALUE "PROGRAMA".
           05  FILLER PIC X(010) VALUE "REGISTRO".

       01  DET.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-DATA        PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MOTIVO      PIC X(16) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SALANT      PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-SALNOVO     PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VAR         PIC -ZZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-DESCR       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-OPERADOR    PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PROGRAMA    PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTREG       PIC 99/99/9999.

       01  LINFUN.
           05  FILLER PIC X(019) VALUE "  SALARIO INICIAL: ".
           05  LF-SALINI    PIC ZZZ.ZZ9,99.
           05  FILLER PIC X(018) VALUE "   SALARIO ATUAL: ".
           05  LF-SALATU    PIC ZZZ.ZZ9,99.
           05  FILLER PIC X(023) VALUE "   VARIACAO ACUMULADA: ".
           05  LF-VAR       PIC -ZZZ9,99.
           05  FILLER PIC X(017) VALUE " %   ALTERACOES: ".
           05  LF-QTD       PIC ZZZ9.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** FUNCIONARIOS LISTADOS..........: ".
           05  T-TOTFUNC     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** ALTERACOES SALARIAIS LISTADAS..: ".
           05  T-TOTHIST     PIC ZZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAHSA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " *** EVOLUCAO SALARIAL DO FUNCIONARIO ***".
           05  LINE 04  COLUMN 01
               VALUE  " CHAPA (0 = TODOS NO RELATORIO):".
           05  LINE 06  COLUMN 03
               VALUE  "VIGENCIA   MOTIVO         SAL.ANTER.".
           05  LINE 06  COLUMN 40
               VALUE  "  SAL.NOVO    VAR.% OPERADOR PROGRAMA".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CHAPA
               LINE 04  COLUMN 35  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TNOME
               LINE 04  COLUMN 43  PIC X(30)
               USING  NOME
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN INPUT ARQHISSAL
           IF ST-ERRO NOT = "00"
              MOVE "* SEM HISTORICO SALARIAL (ARQHISSAL) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQHISSAL
              GO TO ROT-FIM2.

       R1.
           MOVE SPACES TO NOME
           MOVE ZEROS TO W-CHAPAENTR
           DISPLAY TELAHSA.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CHAPAENTR = ZEROS
              GO TO REL-OPC.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FORA DO CADASTRO" TO NOME.
           DISPLAY TNOME.
           MOVE W-CHAPAENTR TO W-ACS-CHAPA
           MOVE "C" TO W-ACS-MEIO
           CALL "FPP165" USING W-ACS-PARM
           PERFORM LISTAR-HIST THRU LISTAR-HIST-FIM.
           IF W-QTDHIST = ZEROS
              MOVE "* NENHUMA ALTERACAO SALARIAL REGISTRADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       REL-OPC.
                MOVE "N" TO W-OPCAO
                DISPLAY (21, 03) "GERAR RELATORIO HISTSAL.DOC (S/N) : "
                ACCEPT (21, 39) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REL-OPC.
                PERFORM GERAR-REL THRU GERAR-REL-FIM
                GO TO R1.

      *----[ ALTERACOES DA CHAPA NAS LINHAS 07 A 18, DE 12 EM 12 ]------
       LISTAR-HIST.
           MOVE 07 TO W-LIN
           MOVE ZEROS TO W-QTDHIST
           MOVE W-CHAPAENTR TO HSA-CHAPA
           MOVE ZEROS TO HSA-DTVIG HSA-HORA
           START ARQHISSAL KEY IS NOT LESS HSA-KEY
               INVALID KEY GO TO LISTAR-HIST-FIM.
       LISTAR-HIST-RD.
           READ ARQHISSAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-HIST-FIM.
           IF HSA-CHAPA NOT = W-CHAPAENTR
              GO TO LISTAR-HIST-FIM.
           IF W-LIN > 18
              MOVE "S" TO W-OPCAO
              DISPLAY (21, 03) "MAIS ALTERACOES - CONTINUAR (S/N) : "
              ACCEPT (21, 39) W-OPCAO WITH UPDATE
              IF W-OPCAO NOT = "S" AND "s"
                 GO TO LISTAR-HIST-FIM
              ELSE
                 MOVE 07 TO W-LIN
                 PERFORM LIMPAR-LIN THRU LIMPAR-LIN-FIM
                 MOVE 07 TO W-LIN.
           PERFORM BUSCAR-MOT THRU BUSCAR-MOT-FIM
           PERFORM CALC-VAR THRU CALC-VAR-FIM
           MOVE HSA-DTVIG(7:2) TO LH-DATA(1:2)
           MOVE HSA-DTVIG(5:2) TO LH-DATA(4:2)
           MOVE HSA-DTVIG(1:4) TO LH-DATA(7:4)
           MOVE W-MOTDESC      TO LH-MOTIVO
           MOVE HSA-SALANT     TO LH-SALANT
           MOVE HSA-SALNOVO    TO LH-SALNOVO
           MOVE W-VAR          TO LH-VAR
           MOVE HSA-OPERADOR   TO LH-OPERADOR
           MOVE HSA-PROGRAMA   TO LH-PROGRAMA
           DISPLAY (W-LIN, 03) LINHIST
           ADD 1 TO W-LIN W-QTDHIST
           GO TO LISTAR-HIST-RD.
       LISTAR-HIST-FIM.
           EXIT.

       LIMPAR-LIN.
           IF W-LIN > 18
              GO TO LIMPAR-LIN-FIM.
           DISPLAY (W-LIN, 01) W-LINBRANCO
           ADD 1 TO W-LIN
           GO TO LIMPAR-LIN.
       LIMPAR-LIN-FIM.
           EXIT.

      *----[ DESCRICAO DO MOTIVO DA ALTERACAO ]----
       BUSCAR-MOT.
           MOVE HSA-MOTIVO TO W-MOTDESC
           MOVE 1 TO W-IND.
       BUSCAR-MOT-1.
           IF W-IND > 7
              GO TO BUSCAR-MOT-FIM.
           IF TM-COD(W-IND) = HSA-MOTIVO
              MOVE TM-DESC(W-IND) TO W-MOTDESC
              GO TO BUSCAR-MOT-FIM.
           ADD 1 TO W-IND
           GO TO BUSCAR-MOT-1.
       BUSCAR-MOT-FIM.
           EXIT.

      *----[ VARIACAO PERCENTUAL DA ALTERACAO ]----
       CALC-VAR.
           MOVE ZEROS TO W-VAR
           IF HSA-SALANT = ZEROS
              GO TO CALC-VAR-FIM.
           COMPUTE W-VAR ROUNDED =
                   (HSA-SALNOVO - HSA-SALANT) * 100 / HSA-SALANT
               ON SIZE ERROR MOVE 9999,99 TO W-VAR.
       CALC-VAR-FIM.
           EXIT.

      *----------------------------------------------------------------
      *  RELATORIO HISTSAL.DOC - UMA CHAPA OU TODAS (CHAPA = 0)
      *----------------------------------------------------------------
       GERAR-REL.
           OPEN OUTPUT ARQHSATX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO HISTSAL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GERAR-REL-FIM.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE(7:2) TO C1-DATA(1:2)
           MOVE W-HOJE(5:2) TO C1-DATA(4:2)
           MOVE W-HOJE(1:4) TO C1-DATA(7:4)
           WRITE REGHSATX FROM CAB1
           MOVE ZEROS TO W-CHAPAANT W-TOTFUNC W-TOTHIST W-QTDFUNC
           MOVE LOW-VALUES TO HSA-KEY
           IF W-CHAPAENTR NOT = ZEROS
              MOVE W-CHAPAENTR TO HSA-CHAPA
              MOVE ZEROS TO HSA-DTVIG HSA-HORA.
           START ARQHISSAL KEY IS NOT LESS HSA-KEY
               INVALID KEY GO TO REL-FIM.

       REL-RD.
           READ ARQHISSAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO REL-FIM.
           IF W-CHAPAENTR NOT = ZEROS AND HSA-CHAPA NOT = W-CHAPAENTR
              GO TO REL-FIM.
           IF HSA-CHAPA NOT = W-CHAPAANT
              PERFORM FECHAR-FUNC THRU FECHAR-FUNC-FIM
              PERFORM ABRIR-FUNC THRU ABRIR-FUNC-FIM.

           PERFORM BUSCAR-MOT THRU BUSCAR-MOT-FIM
           PERFORM CALC-VAR THRU CALC-VAR-FIM
           MOVE HSA-DTVIG(7:2) TO D-DATA(1:2)
           MOVE HSA-DTVIG(5:2) TO D-DATA(4:2)
           MOVE HSA-DTVIG(1:4) TO D-DATA(7:4)
           MOVE W-MOTDESC      TO D-MOTIVO
           MOVE HSA-SALANT     TO D-SALANT
           MOVE HSA-SALNOVO    TO D-SALNOVO
           MOVE W-VAR          TO D-VAR
           MOVE HSA-DESCR      TO D-DESCR
           MOVE HSA-OPERADOR   TO D-OPERADOR
           MOVE HSA-PROGRAMA   TO D-PROGRAMA
           MOVE HSA-DTREG(7:2) TO D-DTREG(1:2)
           MOVE HSA-DTREG(5:2) TO D-DTREG(4:2)
           MOVE HSA-DTREG(1:4) TO D-DTREG(7:4)
           WRITE REGHSATX FROM DET
           MOVE HSA-SALNOVO TO W-SALATU
           ADD 1 TO W-QTDFUNC W-TOTHIST
           GO TO REL-RD.

       REL-FIM.
           PERFORM FECHAR-FUNC THRU FECHAR-FUNC-FIM
           MOVE W-TOTFUNC TO T-TOTFUNC
           MOVE W-TOTHIST TO T-TOTHIST
           MOVE SPACES TO REGHSATX
           WRITE REGHSATX
           WRITE REGHSATX FROM LINTOT1
           WRITE REGHSATX FROM LINTOT2
           CLOSE ARQHSATX
           MOVE W-CHAPAENTR TO W-ACS-CHAPA
           MOVE "R" TO W-ACS-MEIO
           CALL "FPP165" USING W-ACS-PARM
           IF W-TOTHIST = ZEROS
              MOVE "* NENHUMA ALTERACAO SALARIAL REGISTRADA *" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: HISTSAL.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GERAR-REL-FIM.
           EXIT.

      *----[ CABECALHO DO FUNCIONARIO ]----
       ABRIR-FUNC.
           MOVE HSA-CHAPA TO W-CHAPAANT CHAPA CF-CHAPA
           READ ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** FORA DO CADASTRO" TO NOME.
           MOVE NOME TO CF-NOME
           MOVE SPACES TO REGHSATX
           WRITE REGHSATX
           WRITE REGHSATX FROM CABFUN
           WRITE REGHSATX FROM CAB2
           MOVE HSA-SALANT TO W-SALINI
           IF W-SALINI = ZEROS
              MOVE HSA-SALNOVO TO W-SALINI.
           MOVE ZEROS TO W-QTDFUNC
           ADD 1 TO W-TOTFUNC.
       ABRIR-FUNC-FIM.
           EXIT.

      *----[ RESUMO DO FUNCIONARIO: INICIAL, ATUAL E ACUMULADO ]----
       FECHAR-FUNC.
           IF W-CHAPAANT = ZEROS
              GO TO FECHAR-FUNC-FIM.
           MOVE ZEROS TO W-VAR
           IF W-SALINI NOT = ZEROS
              COMPUTE W-VAR ROUNDED =
                      (W-SALATU - W-SALINI) * 100 / W-SALINI
                  ON SIZE ERROR MOVE 9999,99 TO W-VAR.
           MOVE W-SALINI  TO LF-SALINI
           MOVE W-SALATU  TO LF-SALATU
           MOVE W-VAR     TO LF-VAR
           MOVE W-QTDFUNC TO LF-QTD
           WRITE REGHSATX FROM LINFUN.
       FECHAR-FUNC-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQHISSAL ARQFUNC.
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
       FIM-ROT-HSA.
