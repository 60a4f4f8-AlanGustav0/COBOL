       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP146.
      ********************************************************
      * RELATORIO MENSAL DE REEMBOLSOS DE DESPESAS           *
      * REEMBOLSOS APROVADOS NO MES (FPP145), PAGOS NA FOLHA  *
      * OU NO PAGAMENTO AVULSO, POR DEPARTAMENTO E CATEGORIA  *
      * COM TOTAIS POR CATEGORIA NO DEPARTAMENTO E NO GERAL   *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREEMB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS REE-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQREEMBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT WORKREEMB ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQREEMB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQREEMB.DAT".
       01 REGREEMB.
          03 REE-KEY.
           05 REE-CHAPA                PIC 9(06).
           05 REE-SEQ                  PIC 9(03).
          03 REE-NOME                  PIC X(30).
          03 REE-CODDEP                PIC 9(03).
          03 REE-DTDESP                PIC 9(08).
          03 REE-CATEG                 PIC X(01).
          03 REE-COMPROV               PIC X(20).
          03 REE-DESCR                 PIC X(30).
          03 REE-VALOR                 PIC 9(06)V99.
          03 REE-STATUS                PIC X(01).
          03 REE-FORMAPAG              PIC X(01).
          03 REE-OPERINC               PIC X(08).
          03 REE-DTINC                 PIC 9(08).
          03 REE-OPERAPR               PIC X(08).
          03 REE-DTAPR                 PIC 9(08).
          03 REE-COMPPAG               PIC 9(06).
          03 REE-MOTIVO                PIC X(30).
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
       FD ARQREEMBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "REEMB.DOC".
       01 REGREEMBTX                   PIC X(110).
      *-----------------------------------------------------------------
       SD WORKREEMB.
       01 REGWORK.
          03 WK-CODDEP        PIC 9(03).
          03 WK-IC            PIC 9(01).
          03 WK-CHAPA         PIC 9(06).
          03 WK-SEQ           PIC 9(03).
          03 WK-NOME          PIC X(30).
          03 WK-DTDESP        PIC 9(08).
          03 WK-COMPROV       PIC X(20).
          03 WK-FORMAPAG      PIC X(01).
          03 WK-VALOR         PIC 9(06)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-DEPENTR       PIC 9(03) VALUE ZEROS.
       01 W-REFATU        PIC 9(06) VALUE ZEROS.
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-CODDEP-ANT    PIC 9(03) VALUE ZEROS.
       01 W-IC            PIC 9(01) VALUE ZEROS.
       01 W-DEPQTD        PIC 9(05) VALUE ZEROS.
       01 W-GERQTD        PIC 9(05) VALUE ZEROS.
       01 W-DEPVALOR      PIC 9(08)V99 VALUE ZEROS.
       01 W-GERVALOR      PIC 9(08)V99 VALUE ZEROS.
      *----[ TOTAIS POR CATEGORIA: DEPARTAMENTO E GERAL ]----
       01 TABTOT.
          03 TT-ITEM OCCURS 6 TIMES.
             05 TT-DEPQTD     PIC 9(05).
             05 TT-DEPVALOR   PIC 9(08)V99.
             05 TT-GERQTD     PIC 9(05).
             05 TT-GERVALOR   PIC 9(08)V99.
       01 TABCAT.
          03 FILLER PIC X(15) VALUE "VVIAGEM".
          03 FILLER PIC X(15) VALUE "KQUILOMETRAGEM".
          03 FILLER PIC X(15) VALUE "DDIARIA".
          03 FILLER PIC X(15) VALUE "AALIMENTACAO".
          03 FILLER PIC X(15) VALUE "TTRANSPORTE".
          03 FILLER PIC X(15) VALUE "OOUTROS".
       01 TABCATX REDEFINES TABCAT.
          03 TBCAT OCCURS 6 TIMES.
             05 TBCAT-COD    PIC X(01).
             05 TBCAT-DESCR  PIC X(14).

       01  CAB1.
           05  FILLER PIC X(045) VALUE
           "REEMBOLSOS DE DESPESAS APROVADOS - MES: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(010) VALUE "  DEPTO: ".
           05  CAB1-DEP      PIC X(12) VALUE SPACES.

       01  CABDEP.
           05  FILLER     PIC X(013) VALUE "DEPARTAMENTO ".
           05  CABDEP-COD PIC 999 VALUE ZEROS.
           05  FILLER     PIC X(003) VALUE " - ".
           05  CABDEP-DENOM PIC X(25) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(055) VALUE
           "CHAPA  SEQ NOME                      DESPESA    CATEGOR".
           05  FILLER PIC X(055) VALUE
           "IA      COMPROVANTE          PAGTO        VALOR".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SEQ         PIC 999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTDESP      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CATEG       PIC X(14) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-COMPROV     PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-FORMA       PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-VALOR       PIC ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LT-DESCR      PIC X(22) VALUE SPACES.
           05  FILLER        PIC X(014) VALUE ".... QTDE: ".
           05  LT-QTD        PIC ZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(011) VALUE "   VALOR: ".
           05  LT-VALOR      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOTDEP.
           05  FILLER PIC X(040) VALUE
           "*** TOTAL DO DEPARTAMENTO:".

       01  LINTOTGER.
           05  FILLER PIC X(040) VALUE
           "*** TOTAL GERAL:".

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUM REEMBOLSO APROVADO NO MES ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAREEMB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** RELATORIO DE REEMBOLSOS DE DESPESAS ***".
           05  LINE 08  COLUMN 01
               VALUE  " MES DA APROVACAO (MM/AAAA)    :".
           05  LINE 10  COLUMN 01
               VALUE  " DEPARTAMENTO (0=TODOS)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-DEP
               LINE 10  COLUMN 35  PIC 999
               USING  W-DEPENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-DEPENTR W-COMPENTR
                DISPLAY TELAREEMB.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** MES INVALIDO (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-DEP.
                ACCEPT TW-DEP.
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
                COMPUTE W-REFATU = (W-COMPENTR-ANO * 100)
                                 + W-COMPENTR-MES
                INITIALIZE TABTOT
                MOVE ZEROS TO W-DEPQTD W-GERQTD
                MOVE ZEROS TO W-DEPVALOR W-GERVALOR.

       INC-OP0.
           OPEN INPUT ARQREEMB
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQREEMB NAO EXISTE (FPP144) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DEPARTAMENTO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREEMB
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQREEMBTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO REEMB.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREEMB ARQDEP
              GO TO ROT-FIM2.

           MOVE W-COMPENTR-MES TO CAB1-COMPMES
           MOVE W-COMPENTR-ANO TO CAB1-COMPANO
           IF W-DEPENTR = ZEROS
              MOVE "TODOS" TO CAB1-DEP
           ELSE
              MOVE W-DEPENTR TO CAB1-DEP.
           WRITE REGREEMBTX FROM CAB1
           WRITE REGREEMBTX FROM CABBLANK

           SORT WORKREEMB
                ON ASCENDING KEY WK-CODDEP WK-IC WK-CHAPA WK-SEQ
                INPUT PROCEDURE IS CARREGAR-REEMB
                              THRU CARREGAR-REEMB-FIM
                OUTPUT PROCEDURE IS IMPRIMIR-REEMB
                               THRU IMPRIMIR-REEMB-FIM.

           MOVE "*** RELATORIO GERADO: REEMB.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ SO ENTRAM OS APROVADOS NO MES: NA FOLHA (F) E AVULSO (V) ]-
       CARREGAR-REEMB.
           MOVE ZEROS TO REE-CHAPA REE-SEQ
           START ARQREEMB KEY IS NOT LESS REE-KEY
               INVALID KEY GO TO CARREGAR-REEMB-FIM.
       LER-REEMB.
           READ ARQREEMB NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-REEMB-FIM.
           IF REE-STATUS NOT = "F" AND REE-STATUS NOT = "V"
              GO TO LER-REEMB.
           IF REE-DTAPR(1:6) NOT = W-REFATU
              GO TO LER-REEMB.
           IF W-DEPENTR NOT = ZEROS AND REE-CODDEP NOT = W-DEPENTR
              GO TO LER-REEMB.
           MOVE 1 TO W-IC.
       LER-REEMB-CAT.
           IF W-IC < 6 AND TBCAT-COD(W-IC) NOT = REE-CATEG
              ADD 1 TO W-IC
              GO TO LER-REEMB-CAT.
           MOVE REE-CODDEP   TO WK-CODDEP
           MOVE W-IC         TO WK-IC
           MOVE REE-CHAPA    TO WK-CHAPA
           MOVE REE-SEQ      TO WK-SEQ
           MOVE REE-NOME     TO WK-NOME
           MOVE REE-DTDESP   TO WK-DTDESP
           MOVE REE-COMPROV  TO WK-COMPROV
           MOVE REE-FORMAPAG TO WK-FORMAPAG
           MOVE REE-VALOR    TO WK-VALOR
           RELEASE REGWORK
           GO TO LER-REEMB.
       CARREGAR-REEMB-FIM.
           EXIT.

      *----------------[ IMPRESSAO DO RELATORIO ]-----------------------
       IMPRIMIR-REEMB.
           MOVE "S" TO W-PRIMEIRO
           MOVE ZEROS TO W-CODDEP-ANT.
       PROX-REEMB.
           RETURN WORKREEMB AT END
               GO TO FIM-REEMB.
           IF W-PRIMEIRO = "S" OR WK-CODDEP NOT = W-CODDEP-ANT
              IF W-PRIMEIRO NOT = "S"
                 PERFORM ESCREVER-TOTDEP THRU ESCREVER-TOTDEP-FIM
              END-IF
              MOVE WK-CODDEP TO W-CODDEP-ANT
              MOVE "N" TO W-PRIMEIRO
              PERFORM ESCREVER-CABDEP
           END-IF
           MOVE WK-CHAPA      TO D-CHAPA
           MOVE WK-SEQ        TO D-SEQ
           MOVE WK-NOME       TO D-NOME
           MOVE WK-DTDESP     TO D-DTDESP
           MOVE TBCAT-DESCR(WK-IC) TO D-CATEG
           MOVE WK-COMPROV    TO D-COMPROV
           IF WK-FORMAPAG = "F"
              MOVE "FOLHA" TO D-FORMA
           ELSE
              MOVE "AVULSO" TO D-FORMA.
           MOVE WK-VALOR      TO D-VALOR
           WRITE REGREEMBTX FROM DET
           ADD 1        TO TT-DEPQTD(WK-IC) TT-GERQTD(WK-IC)
           ADD WK-VALOR TO TT-DEPVALOR(WK-IC) TT-GERVALOR(WK-IC)
           ADD 1        TO W-DEPQTD W-GERQTD
           ADD WK-VALOR TO W-DEPVALOR W-GERVALOR
           GO TO PROX-REEMB.
       FIM-REEMB.
           IF W-PRIMEIRO = "S"
              WRITE REGREEMBTX FROM LINNADA
              GO TO IMPRIMIR-REEMB-FIM.
           PERFORM ESCREVER-TOTDEP THRU ESCREVER-TOTDEP-FIM
           WRITE REGREEMBTX FROM LINTOTGER
           MOVE 1 TO W-IC.
       FIM-REEMB-CAT.
           IF W-IC > 6
              GO TO FIM-REEMB-TOT.
           IF TT-GERQTD(W-IC) NOT = ZEROS
              MOVE TBCAT-DESCR(W-IC) TO LT-DESCR
              MOVE TT-GERQTD(W-IC)   TO LT-QTD
              MOVE TT-GERVALOR(W-IC) TO LT-VALOR
              WRITE REGREEMBTX FROM LINTOT.
           ADD 1 TO W-IC
           GO TO FIM-REEMB-CAT.
       FIM-REEMB-TOT.
           MOVE "TOTAL"    TO LT-DESCR
           MOVE W-GERQTD   TO LT-QTD
           MOVE W-GERVALOR TO LT-VALOR
           WRITE REGREEMBTX FROM LINTOT.
       IMPRIMIR-REEMB-FIM.
           EXIT.

       ESCREVER-CABDEP.
           MOVE WK-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-ERRO = "00"
              MOVE DENOMINACAO TO CABDEP-DENOM
           ELSE
              MOVE "*** DEPTO NAO CADASTRADO ***" TO CABDEP-DENOM.
           MOVE WK-CODDEP TO CABDEP-COD
           WRITE REGREEMBTX FROM CABDEP
           WRITE REGREEMBTX FROM CAB2.

      *----[ SUBTOTAIS DAS CATEGORIAS COM MOVIMENTO NO DEPARTAMENTO ]---
       ESCREVER-TOTDEP.
           WRITE REGREEMBTX FROM LINTOTDEP
           MOVE 1 TO W-IC.
       ESCREVER-TOTDEP-CAT.
           IF W-IC > 6
              GO TO ESCREVER-TOTDEP-BR.
           IF TT-DEPQTD(W-IC) NOT = ZEROS
              MOVE TBCAT-DESCR(W-IC) TO LT-DESCR
              MOVE TT-DEPQTD(W-IC)   TO LT-QTD
              MOVE TT-DEPVALOR(W-IC) TO LT-VALOR
              WRITE REGREEMBTX FROM LINTOT.
           MOVE ZEROS TO TT-DEPQTD(W-IC) TT-DEPVALOR(W-IC)
           ADD 1 TO W-IC
           GO TO ESCREVER-TOTDEP-CAT.
       ESCREVER-TOTDEP-BR.
           MOVE "TOTAL"    TO LT-DESCR
           MOVE W-DEPQTD   TO LT-QTD
           MOVE W-DEPVALOR TO LT-VALOR
           WRITE REGREEMBTX FROM LINTOT
           MOVE ZEROS TO W-DEPQTD W-DEPVALOR
           WRITE REGREEMBTX FROM CABBLANK.
       ESCREVER-TOTDEP-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQREEMB ARQDEP ARQREEMBTX.
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
       FIM-ROT-REEMB.
