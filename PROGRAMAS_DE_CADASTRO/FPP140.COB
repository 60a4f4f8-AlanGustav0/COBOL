       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP140.
      ********************************************************
      * CONSULTA DA MEMORIA DE CALCULO DA FOLHA (ARQMEMO)     *
      * MOSTRA, PASSO A PASSO, COMO O FPP015 CHEGOU A CADA    *
      * VALOR DA CHAPA NA COMPETENCIA: BASE, FAIXA, ALIQUOTA, *
      * PARCELA A DEDUZIR, PRORRATEIO E ARREDONDAMENTO.       *
      * TIPO M = FOLHA MENSAL  S = SIMULACAO (PREVIA)         *
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
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQMEMO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MEM-KEY
                      FILE STATUS IS ST-ERRO2.
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
           03 FUNC-RESTO        PIC X(218).
      *-----------------------------------------------------------------
       FD ARQMEMO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMEMO.DAT".
       01 REGMEMO.
           03 MEM-KEY.
            05 MEM-CHAPA          PIC 9(06).
            05 MEM-COMPET         PIC 9(06).
            05 MEM-TIPO           PIC X(01).
            05 MEM-SEQ            PIC 9(04).
           03 MEM-PASSO          PIC X(08).
           03 MEM-DESCR          PIC X(30).
           03 MEM-BASE           PIC 9(09)V99.
           03 MEM-FATOR          PIC 9(04)V9(06).
           03 MEM-DEDUZ          PIC 9(07)V99.
           03 MEM-EXATO          PIC 9(09)V9(04).
           03 MEM-VALOR          PIC 9(09)V99.
           03 MEM-DTGER          PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP140".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-TIPO          PIC X(01) VALUE "M".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTD           PIC 9(04) VALUE ZEROS.
       01 W-DTGER         PIC 9(08) VALUE ZEROS.
       01 W-BRANCO        PIC X(79) VALUE SPACES.

       01 CABMEMO.
          03 FILLER          PIC X(40) VALUE
             "SEQ  PASSO    DESCRICAO                 ".
          03 FILLER          PIC X(24) VALUE
             "            VALOR       ".

       01 LINMEMO.
          03 LM-SEQ          PIC ZZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LM-PASSO        PIC X(08).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LM-DESCR        PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LM-VALOR        PIC ZZZ.ZZZ.ZZ9,99.

       01 LINMEMO2.
          03 FILLER          PIC X(10) VALUE "     BASE ".
          03 LM-BASE         PIC ZZZZZZZZ9,99.
          03 FILLER          PIC X(07) VALUE " FATOR ".
          03 LM-FATOR        PIC ZZZ9,999999.
          03 FILLER          PIC X(05) VALUE " DED ".
          03 LM-DEDUZ        PIC ZZZZZZ9,99.
          03 FILLER          PIC X(07) VALUE " EXATO ".
          03 LM-EXATO        PIC ZZZZZZZZ9,9999.

       01 LINFIM.
          03 FILLER          PIC X(17) VALUE "FIM DA MEMORIA - ".
          03 LF-QTD          PIC ZZZ9.
          03 FILLER          PIC X(19) VALUE " PASSOS, GERADA EM ".
          03 LF-DATA         PIC 99/99/9999.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMEMO.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "*** MEMORIA DE CALCULO DA FOLHA ***".
           05  LINE 02  COLUMN 02
               VALUE  "CHAPA:".
           05  LINE 02  COLUMN 17
               VALUE  "COMPET.:".
           05  LINE 02  COLUMN 35
               VALUE  "TIPO (M=FOLHA S=SIMULACAO):".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CHAPA
               LINE 02  COLUMN 09  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TW-COMPET
               LINE 02  COLUMN 26  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-TIPO
               LINE 02  COLUMN 63  PIC X(01)
               USING  W-TIPO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQMEMO
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQFUNC
              MOVE "*** NENHUMA MEMORIA DE CALCULO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
       INC-001.
                DISPLAY TELAMEMO.
       INC-CHAPA.
                ACCEPT TW-CHAPA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM.
                MOVE W-CHAPA TO CHAPA
                READ ARQFUNC
                IF ST-ERRO NOT = "00"
                   MOVE "*** FUNCIONARIO NAO ENCONTRADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CHAPA.
                DISPLAY (03, 02) NOME.
       INC-COMP.
                ACCEPT TW-COMPET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-CHAPA.
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO.
       INC-TIPO.
                ACCEPT TW-TIPO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-COMP.
                IF W-TIPO = "m"
                   MOVE "M" TO W-TIPO.
                IF W-TIPO = "s"
                   MOVE "S" TO W-TIPO.
                IF W-TIPO NOT = "M" AND W-TIPO NOT = "S"
                   MOVE "*** TIPO DEVE SER M OU S ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.

      *------[ LISTA OS PASSOS DA CHAPA/COMPETENCIA/TIPO ]--------------
       LISTAR.
           MOVE ZEROS TO W-QTD W-DTGER
           MOVE W-CHAPA    TO MEM-CHAPA
           MOVE W-COMPET-N TO MEM-COMPET
           MOVE W-TIPO     TO MEM-TIPO
           MOVE ZEROS      TO MEM-SEQ
           START ARQMEMO KEY IS NOT LESS MEM-KEY
               INVALID KEY GO TO LISTAR-VAZIO.
           DISPLAY (04, 02) CABMEMO
           MOVE 5 TO W-LIN.
       LISTAR-RD.
           READ ARQMEMO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LISTAR-FIM.
           IF MEM-CHAPA NOT = W-CHAPA OR MEM-COMPET NOT = W-COMPET-N
                 OR MEM-TIPO NOT = W-TIPO
              GO TO LISTAR-FIM.
           IF W-LIN > 18
              DISPLAY (20, 02) "CONTINUA (S/N): "
              MOVE "S" TO W-OPCAO
              ACCEPT (20, 18) W-OPCAO WITH UPDATE
              IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
                 GO TO NOV-SOL
              END-IF
              MOVE 5 TO W-LIN
              PERFORM LIMPAR-LIN THRU LIMPAR-LIN-FIM
              MOVE 5 TO W-LIN.
           IF W-QTD = ZEROS
              MOVE W-CHAPA    TO W-ACS-CHAPA
              MOVE W-COMPET-N TO W-ACS-REF
              CALL "FPP165" USING W-ACS-PARM.
           ADD 1 TO W-QTD
           MOVE MEM-DTGER TO W-DTGER
           MOVE MEM-SEQ   TO LM-SEQ
           MOVE MEM-PASSO TO LM-PASSO
           MOVE MEM-DESCR TO LM-DESCR
           MOVE MEM-VALOR TO LM-VALOR
           DISPLAY (W-LIN, 02) LINMEMO
           ADD 1 TO W-LIN
           IF MEM-BASE = ZEROS AND MEM-FATOR = ZEROS
                 AND MEM-DEDUZ = ZEROS AND MEM-EXATO = ZEROS
              GO TO LISTAR-RD.
           MOVE MEM-BASE  TO LM-BASE
           MOVE MEM-FATOR TO LM-FATOR
           MOVE MEM-DEDUZ TO LM-DEDUZ
           MOVE MEM-EXATO TO LM-EXATO
           DISPLAY (W-LIN, 02) LINMEMO2
           ADD 1 TO W-LIN
           GO TO LISTAR-RD.
       LISTAR-FIM.
           IF W-QTD = ZEROS
              GO TO LISTAR-VAZIO.
           MOVE W-QTD TO LF-QTD
           MOVE W-DTGER(7:2) TO LF-DATA(1:2)
           MOVE W-DTGER(5:2) TO LF-DATA(4:2)
           MOVE W-DTGER(1:4) TO LF-DATA(7:4)
           DISPLAY (20, 02) LINFIM
           GO TO NOV-SOL.
       LISTAR-VAZIO.
           MOVE "*** SEM MEMORIA P/ CHAPA/COMPET./TIPO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

       NOV-SOL.
           DISPLAY (22, 02) "OUTRA CONSULTA (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (22, 25) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              GO TO INC-001.
           GO TO ROT-FIM.

      *----[ LIMPA AS LINHAS DE DETALHE (05 A 20) P/ NOVA PAGINA ]----
       LIMPAR-LIN.
           DISPLAY (W-LIN, 01) W-BRANCO
           ADD 1 TO W-LIN
           IF W-LIN < 21
              GO TO LIMPAR-LIN.
       LIMPAR-LIN-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFUNC ARQMEMO
           DISPLAY (01, 01) ERASE.
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
       FIM-ROT-MEMO.
