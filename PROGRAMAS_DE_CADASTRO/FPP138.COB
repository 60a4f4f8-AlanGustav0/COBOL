       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP138.
      ********************************************************
      * PROVISAO MENSAL DE CONTINGENCIAS TRABALHISTAS POR     *
      * RISCO A PARTIR DO CADASTRO DE PROCESSOS (FPP136)      *
      * ENTRAM OS PROCESSOS EM ABERTO (ANDAMENTO OU DECIDIDO  *
      * A PAGAR) AJUIZADOS ATE A COMPETENCIA                  *
      * PROVAVEL = PROVISIONAR (PERDA ESTIMADA; SEM ELA, O    *
      * VALOR PEDIDO)  POSSIVEL = DIVULGAR  REMOTO = NADA     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PROC-NUMERO
                      ALTERNATE RECORD KEY IS PROC-CHAPA
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO2
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPRVTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPROC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
           03 PROC-NUMERO        PIC X(20).
           03 PROC-CHAPA         PIC 9(06).
           03 PROC-VARA          PIC X(30).
           03 PROC-TRT           PIC 9(02).
           03 PROC-DTAJUIZ       PIC 9(08).
           03 PROC-DTAJUIZX REDEFINES PROC-DTAJUIZ.
            05 PROC-DIAAJZ        PIC 9(02).
            05 PROC-MESAJZ        PIC 9(02).
            05 PROC-ANOAJZ        PIC 9(04).
           03 PROC-VLRPEDIDO     PIC 9(09)V99.
           03 PROC-VLRESTIM      PIC 9(09)V99.
           03 PROC-RISCO         PIC X(01).
           03 PROC-STATUS        PIC X(01).
           03 PROC-ORIGEM        PIC X(01).
           03 PROC-DTDECISAO     PIC 9(08).
           03 PROC-DTPAGTO       PIC 9(08).
           03 PROC-VLRPAGO       PIC 9(09)V99.
           03 PROC-COMPINI       PIC 9(06).
           03 PROC-COMPFIM       PIC 9(06).
           03 PROC-BASEINSS      PIC 9(09)V99.
           03 PROC-BASEFGTS      PIC 9(09)V99.
           03 PROC-VLRINSS       PIC 9(09)V99.
           03 PROC-VLRIRRF       PIC 9(09)V99.
           03 PROC-DTESOC        PIC 9(08).
           03 PROC-RETIF         PIC X(01).
           03 PROC-OPERADOR      PIC X(08).
           03 PROC-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
           03 FUNC-RESTO2 REDEFINES FUNC-RESTO.
            05 FILLER             PIC X(216).
            05 FUNC-EMPRESA       PIC X(02).
      *-----------------------------------------------------------------
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-RESTO         PIC X(218).
           03 HIS-RESTO2 REDEFINES HIS-RESTO.
            05 FILLER             PIC X(216).
            05 HIS-EMPRESA        PIC X(02).
      *-----------------------------------------------------------------
       FD ARQPRVTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROVTRAB.DOC".
       01 REGPRVTX                     PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-R-NOME        PIC X(30) VALUE SPACES.
       01 W-COMP.
          03 W-COMP-MES      PIC 9(02).
          03 W-COMP-ANO      PIC 9(04).
       01 W-REFCOMP       PIC 9(06) VALUE ZEROS.
       01 W-REFAJZ        PIC 9(06) VALUE ZEROS.
       01 W-VLRRISCO      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTLIN        PIC 9(05) VALUE ZEROS.
       01 W-R             PIC 9(01) VALUE ZEROS.

      *----[ UMA PASSADA POR RISCO, NA ORDEM P / O / R ]----
       01 TABRISCO-V.
          03 FILLER          PIC X(27) VALUE
             "PPROVAVELOPOSSIVELRREMOTO  ".
       01 TABRISCO REDEFINES TABRISCO-V.
          03 TR-ITEM OCCURS 3 TIMES.
             05 TR-COD       PIC X(01).
             05 TR-DESC      PIC X(08).

       01 TABTOT.
          03 TT-ITEM OCCURS 3 TIMES.
             05 TT-QTD       PIC 9(05).
             05 TT-PEDIDO    PIC 9(11)V99.
             05 TT-ESTIM     PIC 9(11)V99.

       01  CAB1.
           05  FILLER PIC X(060) VALUE
           "PROVISAO DE CONTINGENCIAS TRABALHISTAS POR RISCO".
           05  FILLER PIC X(014) VALUE "  COMPETENCIA ".
           05  CAB1-MES      PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(011) VALUE "  EMPRESA: ".
           05  CAB1-EMP      PIC X(06) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "CHAPA  NOME                           PR".
           05  FILLER PIC X(040) VALUE
           "OCESSO             AJUIZAM.   S   VALOR ".
           05  FILLER PIC X(021) VALUE
           "PEDIDO PERDA ESTIMADA".

       01  LINSEP.
           05  FILLER PIC X(110) VALUE ALL "-".

       01  LINRISCO.
           05  FILLER PIC X(010) VALUE "*** RISCO ".
           05  LR-DESC       PIC X(08) VALUE SPACES.
           05  FILLER PIC X(004) VALUE " -  ".
           05  LR-TRAT       PIC X(40) VALUE SPACES.

       01  DET.
           05  D-CHAPA       PIC 999999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NUMERO      PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTAJUIZ     PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-STATUS      PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PEDIDO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-ESTIM       PIC ZZZ.ZZZ.ZZ9,99.

       01  LINSUB.
           05  FILLER PIC X(022) VALUE SPACES.
           05  FILLER PIC X(017) VALUE "SUBTOTAL RISCO   ".
           05  LS-DESC       PIC X(08) VALUE SPACES.
           05  FILLER PIC X(002) VALUE SPACES.
           05  LS-QTD        PIC ZZZZ9.
           05  FILLER PIC X(010) VALUE " PROCESSOS".
           05  FILLER PIC X(005) VALUE SPACES.
           05  LS-PEDIDO     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER PIC X(001) VALUE SPACES.
           05  LS-ESTIM      PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  LINRES0.
           05  FILLER PIC X(110) VALUE
           "RESUMO POR RISCO".

       01  LINRES.
           05  FILLER PIC X(004) VALUE SPACES.
           05  LRS-DESC      PIC X(08) VALUE SPACES.
           05  FILLER PIC X(002) VALUE ": ".
           05  LRS-QTD       PIC ZZZZ9.
           05  FILLER PIC X(010) VALUE " PROCESSOS".
           05  FILLER PIC X(009) VALUE "  PEDIDO ".
           05  LRS-PEDIDO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER PIC X(011) VALUE "  ESTIMADO ".
           05  LRS-ESTIM     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER PIC X(002) VALUE SPACES.
           05  LRS-TRAT      PIC X(22) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(045) VALUE
           "*** VALOR A PROVISIONAR (RISCO PROVAVEL)..: ".
           05  T-PROVISAO    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(045) VALUE
           "*** VALOR A DIVULGAR (RISCO POSSIVEL).....: ".
           05  T-DIVULGAR    PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINOBS1.
           05  FILLER PIC X(110) VALUE
           "OBS.: S=SITUACAO (A=EM ANDAMENTO  D=DECIDIDO A PAGAR).".
       01  LINOBS2.
           05  FILLER PIC X(110) VALUE
           "      SEM PERDA ESTIMADA, VALE O VALOR PEDIDO.".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPRV.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** PROVISAO DE CONTINGENCIAS TRABALHI".
           05  LINE 02  COLUMN 41
               VALUE  "STAS POR RISCO ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)        :".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)       :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMP
               LINE 08  COLUMN 34  PIC 99/9999
               USING  W-COMP
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                DISPLAY TELAPRV.
       INC-COMP.
                ACCEPT TW-COMP
                IF W-COMP-MES < 1 OR W-COMP-MES > 12
                      OR W-COMP-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                COMPUTE W-REFCOMP = (W-COMP-ANO * 100) + W-COMP-MES.
       INC-EMP.
                ACCEPT TW-EMPRESA.
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
           OPEN INPUT ARQPROC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PROCESSOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQPROC
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQPRVTX
           IF ST-ERRO NOT = "00"
              CLOSE ARQPROC ARQFUNC
              MOVE "ERRO ABERTURA DO ARQUIVO PROVTRAB.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-HISOK
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISOK.

           MOVE W-COMP-MES TO CAB1-MES
           MOVE W-COMP-ANO TO CAB1-ANO
           MOVE "TODAS" TO CAB1-EMP
           IF W-EMPRESA NOT = SPACES
              MOVE W-EMPRESA TO CAB1-EMP.
           WRITE REGPRVTX FROM CAB1
           WRITE REGPRVTX FROM CAB2
           MOVE ZEROS TO TABTOT W-TOTLIN
           MOVE 1 TO W-R.

      *----[ PASSADA DO RISCO W-R ]----
       PASSADA-INI.
           IF W-R > 3
              GO TO EMITIR-RESUMO.
           PERFORM TRATAMENTO THRU TRATAMENTO-FIM
           MOVE TR-DESC(W-R) TO LR-DESC
           MOVE LRS-TRAT     TO LR-TRAT
           WRITE REGPRVTX FROM LINSEP
           WRITE REGPRVTX FROM LINRISCO
           MOVE LOW-VALUES TO PROC-NUMERO
           START ARQPROC KEY IS NOT LESS PROC-NUMERO
               INVALID KEY GO TO PASSADA-FIM.
       LER-PROC.
           READ ARQPROC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PASSADA-FIM.
           IF PROC-RISCO NOT = TR-COD(W-R)
              GO TO LER-PROC.
           IF PROC-STATUS NOT = "A" AND PROC-STATUS NOT = "D"
              GO TO LER-PROC.
           COMPUTE W-REFAJZ = (PROC-ANOAJZ * 100) + PROC-MESAJZ
           IF W-REFAJZ > W-REFCOMP
              GO TO LER-PROC.
           PERFORM LER-CHAPA THRU LER-CHAPA-FIM
           IF W-EMPRESA NOT = SPACES AND W-FEMP NOT = W-EMPRESA
              GO TO LER-PROC.
           MOVE PROC-VLRESTIM TO W-VLRRISCO
           IF W-VLRRISCO = ZEROS
              MOVE PROC-VLRPEDIDO TO W-VLRRISCO.
           MOVE PROC-CHAPA     TO D-CHAPA
           MOVE W-R-NOME       TO D-NOME
           MOVE PROC-NUMERO    TO D-NUMERO
           MOVE PROC-DTAJUIZ   TO D-DTAJUIZ
           MOVE PROC-STATUS    TO D-STATUS
           MOVE PROC-VLRPEDIDO TO D-PEDIDO
           MOVE W-VLRRISCO     TO D-ESTIM
           WRITE REGPRVTX FROM DET
           ADD 1 TO TT-QTD(W-R) W-TOTLIN
           ADD PROC-VLRPEDIDO TO TT-PEDIDO(W-R)
           ADD W-VLRRISCO     TO TT-ESTIM(W-R)
           GO TO LER-PROC.
       PASSADA-FIM.
           MOVE TR-DESC(W-R)    TO LS-DESC
           MOVE TT-QTD(W-R)     TO LS-QTD
           MOVE TT-PEDIDO(W-R)  TO LS-PEDIDO
           MOVE TT-ESTIM(W-R)   TO LS-ESTIM
           WRITE REGPRVTX FROM LINSUB
           ADD 1 TO W-R
           GO TO PASSADA-INI.

      *----[ RESUMO E VALORES PARA A CONTABILIDADE ]----
       EMITIR-RESUMO.
           WRITE REGPRVTX FROM LINSEP
           WRITE REGPRVTX FROM LINRES0
           MOVE 1 TO W-R.
       EMITIR-RES-LIN.
           IF W-R > 3
              GO TO EMITIR-TOT.
           PERFORM TRATAMENTO THRU TRATAMENTO-FIM
           MOVE TR-DESC(W-R)    TO LRS-DESC
           MOVE TT-QTD(W-R)     TO LRS-QTD
           MOVE TT-PEDIDO(W-R)  TO LRS-PEDIDO
           MOVE TT-ESTIM(W-R)   TO LRS-ESTIM
           WRITE REGPRVTX FROM LINRES
           ADD 1 TO W-R
           GO TO EMITIR-RES-LIN.
       EMITIR-TOT.
           WRITE REGPRVTX FROM LINSEP
           MOVE TT-ESTIM(1) TO T-PROVISAO
           MOVE TT-ESTIM(2) TO T-DIVULGAR
           WRITE REGPRVTX FROM LINTOT1
           WRITE REGPRVTX FROM LINTOT2
           WRITE REGPRVTX FROM LINSEP
           WRITE REGPRVTX FROM LINOBS1
           WRITE REGPRVTX FROM LINOBS2.
           IF W-TOTLIN = ZEROS
              MOVE "* NENHUM PROCESSO EM ABERTO NA COMPETENCIA *"
              TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: PROVTRAB.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ TRATAMENTO CONTABIL DO RISCO W-R ]----
       TRATAMENTO.
           MOVE "PROVISIONAR NO PASSIVO" TO LRS-TRAT
           IF W-R = 2
              MOVE "DIVULGAR EM NOTA" TO LRS-TRAT.
           IF W-R = 3
              MOVE "SEM PROVISAO" TO LRS-TRAT.
       TRATAMENTO-FIM.
           EXIT.

      *--[ NOME/EMPRESA DA CHAPA (ARQFUNCHIS E OPCIONAL) ]--------------
       LER-CHAPA.
           MOVE "N"    TO W-ACHOU
           MOVE SPACES TO W-R-NOME W-FEMP
           MOVE PROC-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 = "00"
              MOVE "S"          TO W-ACHOU
              MOVE NOME         TO W-R-NOME
              MOVE FUNC-EMPRESA TO W-FEMP
              GO TO LER-CHAPA-EMP.
           IF W-HISOK NOT = "S"
              GO TO LER-CHAPA-EMP.
           MOVE PROC-CHAPA TO HIS-CHAPA
           READ ARQFUNCHIS
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CHAPA-EMP.
           MOVE "S"         TO W-ACHOU
           MOVE HIS-NOME    TO W-R-NOME
           MOVE HIS-EMPRESA TO W-FEMP.
      *----[ EMPRESA DA CHAPA (BRANCO/LEGADO = 01) ]----
       LER-CHAPA-EMP.
           IF W-ACHOU NOT = "S"
              MOVE "*** CHAPA NAO ENCONTRADA" TO W-R-NOME.
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
       LER-CHAPA-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQPROC ARQFUNC ARQPRVTX.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
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
       FIM-ROT-PRV.
