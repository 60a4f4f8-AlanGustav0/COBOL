       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP151.
      ********************************************************
      * IMPORTACAO DAS COMISSOES DO SISTEMA COMERCIAL         *
      * LE O COMISSAO.TXT (CHAPA/COMPETENCIA/VALOR), CRITICA  *
      * CHAPA INEXISTENTE OU DESLIGADA, COMPETENCIA DIFERENTE *
      * DA INFORMADA E VALOR INVALIDO, E GRAVA O EVENTO 250   *
      * (COMISSOES) NO ARQEVENT. O FPP015 CALCULA O DSR SOBRE *
      * AS COMISSOES. REPROCESSAR ZERA O EVENTO 250 DA        *
      * COMPETENCIA ANTES DE IMPORTAR DE NOVO                 *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCOMIS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS EVT-KEY
                      FILE STATUS  IS ST-ERRO2.

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

           SELECT ARQCOMISTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ CHAPA(6) BRANCO COMPETENCIA AAAAMM(6) BRANCO VALOR(8) ]----
      *----[ VALOR COM 2 DECIMAIS IMPLICITAS                       ]----
       FD ARQCOMIS
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMISSAO.TXT".
       01 REGCOMIS                     PIC X(40).
       01 REGCOMIS-X REDEFINES REGCOMIS.
          03 CM-CHAPA                  PIC 9(06).
          03 FILLER                    PIC X(01).
          03 CM-COMPET                 PIC 9(06).
          03 FILLER                    PIC X(01).
          03 CM-VALOR                  PIC 9(06)V99.
          03 FILLER                    PIC X(18).
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
       FD ARQEVENT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVENT.DAT".
       01 REGEVENT.
           03 EVT-KEY.
            05 EVT-CHAPA          PIC 9(06).
            05 EVT-COMPET         PIC 9(06).
            05 EVT-CODIGO         PIC 9(03).
           03 EVT-DESCR          PIC X(30).
           03 EVT-TIPO           PIC X(01).
           03 EVT-VALOR          PIC 9(06)V99.
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
       FD ARQCOMISTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMISSAO.DOC".
       01 REGCOMISTX                   PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET-N      PIC 9(06) VALUE ZEROS.
      *----[ EVENTO DAS COMISSOES (O FPP015 CALCULA O DSR SOBRE ELE) ]--
       01 W-CODCOMIS      PIC 9(03) VALUE 250.
       01 W-MOTIVO        PIC X(30) VALUE SPACES.
       01 W-NUMLIN        PIC 9(06) VALUE ZEROS.
       01 W-QTDLIDAS      PIC 9(06) VALUE ZEROS.
       01 W-QTDACEITAS    PIC 9(06) VALUE ZEROS.
       01 W-QTDREJ        PIC 9(06) VALUE ZEROS.
       01 W-TOTACEITO     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTREJ        PIC 9(09)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(050) VALUE
           "IMPORTACAO DE COMISSOES - COMPETENCIA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(055) VALUE
           "LINHA  CHAPA  COMPET.         VALOR  MOTIVO DA REJEICAO".

       01  DET.
           05  D-NUMLIN      PIC ZZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CHAPA       PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-COMPET      PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VALOR       PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-MOTIVO      PIC X(30) VALUE SPACES.

       01  D-VALORED         PIC ZZZ.ZZ9,99.

       01  LINTOT.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LT-DESCR      PIC X(26) VALUE SPACES.
           05  LT-QTD        PIC ZZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(011) VALUE "   VALOR: ".
           05  LT-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUMA LINHA REJEITADA ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACOMIS.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** IMPORTACAO DE COMISSOES ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)        :".
           05  LINE 10  COLUMN 01
               VALUE  " ARQUIVO: COMISSAO.TXT  (EVENTO 250)".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA PROCESSAMENTO (S/N) :".
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
                MOVE ZEROS TO W-COMPENTR W-NUMLIN
                MOVE ZEROS TO W-QTDLIDAS W-QTDACEITAS W-QTDREJ
                MOVE ZEROS TO W-TOTACEITO W-TOTREJ
                DISPLAY TELACOMIS.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                COMPUTE W-COMPET-N = (W-COMPENTR-ANO * 100)
                                   + W-COMPENTR-MES.
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

      *----[ COMPETENCIA FECHADA NAO RECEBE MAIS EVENTOS ]----
       INC-FECHA.
           OPEN INPUT ARQFECHA
           IF ST-ERRO2 NOT = "00"
              GO TO INC-OP0.
           MOVE W-COMPET-N TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO2 = "00" AND FECHA-STATUS = "F"
              CLOSE ARQFECHA
              MOVE "*** COMPETENCIA JA FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           CLOSE ARQFECHA.

       INC-OP0.
           OPEN INPUT ARQCOMIS
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO COMISSAO.TXT NAO ENCONTRADO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCOMIS
              GO TO ROT-FIM2.
           OPEN I-O ARQEVENT
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQEVENT
                 CLOSE ARQEVENT
                 OPEN I-O ARQEVENT
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEVENT" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQCOMIS ARQFUNC
                 GO TO ROT-FIM2.
           OPEN I-O TBEVENT
           IF ST-ERRO2 = "30"
              OPEN OUTPUT TBEVENT
              CLOSE TBEVENT
              OPEN I-O TBEVENT.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO TBEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCOMIS ARQFUNC ARQEVENT
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQCOMISTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO COMISSAO.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCOMIS ARQFUNC ARQEVENT TBEVENT
              GO TO ROT-FIM2.

           PERFORM VERIF-EVCAT THRU VERIF-EVCAT-FIM
           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           WRITE REGCOMISTX FROM CAB1
           WRITE REGCOMISTX FROM CABBLANK
           WRITE REGCOMISTX FROM CAB2.

      *----[ REPROCESSAMENTO: ZERA O EVENTO 250 DA COMPETENCIA ]--------
       LIMPAR-EVENTOS.
           MOVE LOW-VALUES TO EVT-KEY
           START ARQEVENT KEY IS NOT LESS EVT-KEY
               INVALID KEY GO TO LIMPAR-EVENTOS-FIM.
       LIMPAR-EVENTOS-RD.
           READ ARQEVENT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LIMPAR-EVENTOS-FIM.
           IF EVT-COMPET NOT = W-COMPET-N
              GO TO LIMPAR-EVENTOS-RD.
           IF EVT-CODIGO NOT = W-CODCOMIS
              GO TO LIMPAR-EVENTOS-RD.
           MOVE ZEROS TO EVT-VALOR
           REWRITE REGEVENT
           GO TO LIMPAR-EVENTOS-RD.
       LIMPAR-EVENTOS-FIM.
           EXIT.

      *----[ CRITICA LINHA A LINHA; CHAPA REPETIDA ACUMULA ]------------
       LER-COMIS.
           READ ARQCOMIS
           IF ST-ERRO NOT = "00"
              GO TO FIM-COMIS.
           ADD 1 TO W-NUMLIN
           IF REGCOMIS = SPACES
              GO TO LER-COMIS.
           ADD 1 TO W-QTDLIDAS
           IF CM-CHAPA NOT NUMERIC OR CM-CHAPA = ZEROS
              MOVE "CHAPA INVALIDA" TO W-MOTIVO
              GO TO REJEITAR.
           IF CM-COMPET NOT NUMERIC
              MOVE "COMPETENCIA INVALIDA" TO W-MOTIVO
              GO TO REJEITAR.
           IF CM-COMPET NOT = W-COMPET-N
              MOVE "COMPETENCIA DIFERENTE DA INFORMADA" TO W-MOTIVO
              GO TO REJEITAR.
           IF CM-VALOR NOT NUMERIC OR CM-VALOR = ZEROS
              MOVE "VALOR INVALIDO" TO W-MOTIVO
              GO TO REJEITAR.
           MOVE CM-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "CHAPA NAO CADASTRADA" TO W-MOTIVO
              GO TO REJEITAR.
           IF FUNCSTATUS = "D"
              MOVE "CHAPA DESLIGADA" TO W-MOTIVO
              GO TO REJEITAR.

           MOVE CM-CHAPA   TO EVT-CHAPA
           MOVE W-COMPET-N TO EVT-COMPET
           MOVE W-CODCOMIS TO EVT-CODIGO
           READ ARQEVENT
           IF ST-ERRO2 = "00"
              ADD CM-VALOR TO EVT-VALOR
              REWRITE REGEVENT
           ELSE
              MOVE "COMISSOES" TO EVT-DESCR
              MOVE "P"         TO EVT-TIPO
              MOVE CM-VALOR    TO EVT-VALOR
              WRITE REGEVENT.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEVENT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           ADD 1        TO W-QTDACEITAS
           ADD CM-VALOR TO W-TOTACEITO
           GO TO LER-COMIS.

       REJEITAR.
           MOVE W-NUMLIN          TO D-NUMLIN
           MOVE REGCOMIS(1:6)     TO D-CHAPA
           MOVE REGCOMIS(8:6)     TO D-COMPET
           MOVE SPACES            TO D-VALOR
           IF CM-VALOR NUMERIC
              MOVE CM-VALOR TO D-VALORED
              MOVE D-VALORED TO D-VALOR
              ADD CM-VALOR TO W-TOTREJ
           ELSE
              MOVE REGCOMIS(15:8) TO D-VALOR.
           MOVE W-MOTIVO          TO D-MOTIVO
           WRITE REGCOMISTX FROM DET
           ADD 1 TO W-QTDREJ
           GO TO LER-COMIS.

       FIM-COMIS.
           IF W-QTDREJ = ZEROS
              WRITE REGCOMISTX FROM LINNADA.
           WRITE REGCOMISTX FROM CABBLANK
           MOVE "LINHAS LIDAS"    TO LT-DESCR
           MOVE W-QTDLIDAS        TO LT-QTD
           COMPUTE LT-VALOR = W-TOTACEITO + W-TOTREJ
           WRITE REGCOMISTX FROM LINTOT
           MOVE "LINHAS IMPORTADAS" TO LT-DESCR
           MOVE W-QTDACEITAS      TO LT-QTD
           MOVE W-TOTACEITO       TO LT-VALOR
           WRITE REGCOMISTX FROM LINTOT
           MOVE "LINHAS REJEITADAS" TO LT-DESCR
           MOVE W-QTDREJ          TO LT-QTD
           MOVE W-TOTREJ          TO LT-VALOR
           WRITE REGCOMISTX FROM LINTOT
           IF W-QTDREJ = ZEROS
              MOVE "*** COMISSOES IMPORTADAS - VEJA COMISSAO.DOC ***"
              TO MENS
           ELSE
              MOVE "* IMPORTADO COM REJEICOES - VEJA COMISSAO.DOC *"
              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ EVENTO 250 COM TODAS AS INCIDENCIAS (SALARIO VARIAVEL) ]---
       VERIF-EVCAT.
           MOVE W-CODCOMIS TO EVCAT-COD
           READ TBEVENT
           IF ST-ERRO2 = "00"
              GO TO VERIF-EVCAT-FIM.
           MOVE "COMISSOES" TO EVCAT-DESCR
           MOVE "P" TO EVCAT-TIPO
           MOVE "S" TO EVCAT-INCINSS EVCAT-INCIRRF EVCAT-INCFGTS
           MOVE "S" TO EVCAT-INCDSR
           MOVE "A" TO EVCAT-STATUS
           WRITE REGEVCAT.
       VERIF-EVCAT-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQCOMIS ARQFUNC ARQEVENT TBEVENT ARQCOMISTX.
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
       FIM-ROT-COMIS.
