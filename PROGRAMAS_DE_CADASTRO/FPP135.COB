       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP135.
      ********************************************************
      * PENDENCIAS DE EPI DOS FUNCIONARIOS ATIVOS (NR-6)      *
      * NAO ENTREGUE : EPI OBRIGATORIO DO CARGO (ARQEPICG)    *
      *                SEM NENHUMA ENTREGA NO ARQEPIEN        *
      * TROCA VENCIDA: ULTIMA ENTREGA DO EPI HA MAIS DIAS QUE *
      *                O INTERVALO DE TROCA DO CATALOGO       *
      *                (MES COMERCIAL DE 30 DIAS)             *
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
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQEPIEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ENT-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQEPICG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPICG-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPI-COD
                      ALTERNATE RECORD KEY IS EPI-DESCR
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQEPITX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
           03 FUNC-RESTO2 REDEFINES FUNC-RESTO.
            05 FILLER             PIC X(15).
            05 FUNCSTATUS         PIC X(01).
            05 FILLER             PIC X(08).
            05 CODDEP             PIC 9(03).
            05 CODIGOCARG         PIC 9(03).
            05 FILLER             PIC X(186).
            05 FUNC-EMPRESA       PIC X(02).
      *-----------------------------------------------------------------
       FD ARQEPIEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPIEN.DAT".
       01 REGEPIEN.
           03 ENT-KEY.
            05 ENT-CHAPA          PIC 9(06).
            05 ENT-EPI            PIC 9(04).
            05 ENT-DATA           PIC 9(08).
           03 ENT-DTENT          PIC 9(08).
           03 ENT-QTD            PIC 9(03).
           03 ENT-CA             PIC 9(06).
           03 ENT-DTVALCA        PIC 9(08).
           03 ENT-MOTIVO         PIC X(01).
           03 ENT-RECIBO         PIC X(01).
           03 ENT-OPERADOR       PIC X(08).
           03 ENT-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQEPICG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPICG.DAT".
       01 REGEPICG.
           03 EPICG-KEY.
            05 EPICG-CARGO        PIC 9(03).
            05 EPICG-EPI          PIC 9(04).
           03 EPICG-QTD          PIC 9(02).
           03 EPICG-OPERADOR     PIC X(08).
           03 EPICG-DTULTALT     PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQEPI
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
           03 EPI-COD            PIC 9(04).
           03 EPI-DESCR          PIC X(40).
           03 EPI-CA             PIC 9(06).
           03 EPI-DTVALCA        PIC 9(08).
           03 EPI-INTERV         PIC 9(03).
           03 EPI-STATUS         PIC X(01).
           03 EPI-OPERADOR       PIC X(08).
           03 EPI-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQEPITX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EPIPEND.DOC".
       01 REGEPITX                     PIC X(110).
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
       01 W-CGOK          PIC X(01) VALUE "N".
       01 W-ENTOK         PIC X(01) VALUE "N".
       01 W-PEND          PIC X(01) VALUE "N".
       01 W-EXIGIDO       PIC X(01) VALUE "N".
       01 W-I             PIC 9(02) VALUE ZEROS.
       01 W-QTDREQ        PIC 9(02) VALUE ZEROS.
       01 W-EPIATU        PIC 9(04) VALUE ZEROS.
       01 W-ULTDATA       PIC 9(08) VALUE ZEROS.
       01 W-ULTDATA-X REDEFINES W-ULTDATA.
          03 W-ULT-ANO       PIC 9(04).
          03 W-ULT-MES       PIC 9(02).
          03 W-ULT-DIA       PIC 9(02).
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-SERHOJE       PIC 9(09) VALUE ZEROS COMP.
       01 W-SERULT        PIC 9(09) VALUE ZEROS COMP.
       01 W-DIAS          PIC 9(05) VALUE ZEROS.
       01 W-ATRASO        PIC 9(05) VALUE ZEROS.

      *----[ EPIS OBRIGATORIOS DO CARGO DA CHAPA CORRENTE ]----
       01 TABREQ.
          03 TABREQ-ITEM OCCURS 50 TIMES.
             05 TR-EPI       PIC 9(04).
             05 TR-ACHOU     PIC X(01).

       01 W-TOTAIS.
          03 W-T-FUNC        PIC 9(06) VALUE ZEROS.
          03 W-T-FUNCPEND    PIC 9(06) VALUE ZEROS.
          03 W-T-NAOENT      PIC 9(06) VALUE ZEROS.
          03 W-T-VENCIDA     PIC 9(06) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(060) VALUE
           "PENDENCIAS DE EPI - FUNCIONARIOS ATIVOS (NR-6)".
           05  FILLER PIC X(006) VALUE "  EM  ".
           05  CAB1-DATA     PIC 99/99/9999.
           05  FILLER PIC X(011) VALUE "  EMPRESA: ".
           05  CAB1-EMP      PIC X(06) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "CHAPA  NOME                           CR".
           05  FILLER PIC X(040) VALUE
           "G EPI  DESCRICAO                      SI".
           05  FILLER PIC X(030) VALUE
           "TUACAO      ULT.ENTR.  ATRASO".

       01  LINSEP.
           05  FILLER PIC X(110) VALUE ALL "-".

       01  DET.
           05  D-CHAPA       PIC 999999 BLANK WHEN ZERO.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CARGO       PIC 999 BLANK WHEN ZERO.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-EPI         PIC 9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SIT         PIC X(13) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-ULTENT      PIC X(10) VALUE SPACES.
           05  D-ULTENT-D REDEFINES D-ULTENT.
               07  D-ULTDIA  PIC 99.
               07  D-ULTB1   PIC X(01).
               07  D-ULTMES  PIC 99.
               07  D-ULTB2   PIC X(01).
               07  D-ULTANO  PIC 9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-ATRASO      PIC ZZZZ9 BLANK WHEN ZERO.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** FUNCIONARIOS ATIVOS VERIFICADOS: ".
           05  T-FUNC        PIC ZZZZZ9 VALUE ZEROS.
       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** FUNCIONARIOS COM PENDENCIA.....: ".
           05  T-FUNCPEND    PIC ZZZZZ9 VALUE ZEROS.
       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** EPI OBRIGATORIO NAO ENTREGUE...: ".
           05  T-NAOENT      PIC ZZZZZ9 VALUE ZEROS.
       01  LINTOT4.
           05  FILLER PIC X(038) VALUE
           "*** EPI COM TROCA VENCIDA..........: ".
           05  T-VENCIDA     PIC ZZZZZ9 VALUE ZEROS.
       01  LINOBS1.
           05  FILLER PIC X(110) VALUE
           "OBS.: ATRASO EM DIAS DE MES COMERCIAL; (*) = EPI FORA DO".
       01  LINOBS2.
           05  FILLER PIC X(110) VALUE
           "      CARGO ATUAL, MAS AINDA EM PODER DO EMPREGADO.".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEPIP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** PENDENCIAS DE EPI DOS FUNCIONARIOS".
           05  LINE 02  COLUMN 41
               VALUE  " ATIVOS (NR-6) ***".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)       :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
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
                DISPLAY TELAEPIP.
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
           OPEN INPUT ARQEPI
           IF ST-ERRO2 NOT = "00"
              MOVE "* CATALOGO DE EPI NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              CLOSE ARQEPI
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQEPITX
           IF ST-ERRO NOT = "00"
              CLOSE ARQEPI ARQFUNC
              MOVE "ERRO ABERTURA DO ARQUIVO EPIPEND.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-CGOK
           OPEN INPUT ARQEPICG
           IF ST-ERRO = "00"
              MOVE "S" TO W-CGOK.
           MOVE "N" TO W-ENTOK
           OPEN INPUT ARQEPIEN
           IF ST-ERRO = "00"
              MOVE "S" TO W-ENTOK.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE CAB1-DATA = (W-HOJE-DIA * 1000000)
                             + (W-HOJE-MES * 10000) + W-HOJE-ANO
           MOVE "TODAS" TO CAB1-EMP
           IF W-EMPRESA NOT = SPACES
              MOVE W-EMPRESA TO CAB1-EMP.
           MOVE W-HOJE-DIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERHOJE = (W-HOJE-ANO * 360)
                             + ((W-HOJE-MES - 1) * 30) + W-DIA30

           WRITE REGEPITX FROM CAB1
           WRITE REGEPITX FROM CAB2
           WRITE REGEPITX FROM LINSEP
           MOVE ZEROS TO W-TOTAIS.

      *----[ FUNCIONARIOS ATIVOS EM ORDEM DE CHAPA ]----
       VARRER-FUNC-INI.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO EMITIR-TOT.
       VARRER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO EMITIR-TOT.
           IF FUNCSTATUS NOT = "A"
              GO TO VARRER-FUNC.
           MOVE FUNC-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-EMPRESA NOT = SPACES AND W-FEMP NOT = W-EMPRESA
              GO TO VARRER-FUNC.
           ADD 1 TO W-T-FUNC
           MOVE "N" TO W-PEND
           PERFORM CARREGAR-REQ THRU CARREGAR-REQ-FIM
           PERFORM VARRER-ENT THRU VARRER-ENT-FIM
           PERFORM LISTAR-FALTA THRU LISTAR-FALTA-FIM
           IF W-PEND = "S"
              ADD 1 TO W-T-FUNCPEND.
           GO TO VARRER-FUNC.

       EMITIR-TOT.
           WRITE REGEPITX FROM LINSEP
           MOVE W-T-FUNC     TO T-FUNC
           MOVE W-T-FUNCPEND TO T-FUNCPEND
           MOVE W-T-NAOENT   TO T-NAOENT
           MOVE W-T-VENCIDA  TO T-VENCIDA
           WRITE REGEPITX FROM LINTOT1
           WRITE REGEPITX FROM LINTOT2
           WRITE REGEPITX FROM LINTOT3
           WRITE REGEPITX FROM LINTOT4
           WRITE REGEPITX FROM LINSEP
           WRITE REGEPITX FROM LINOBS1
           WRITE REGEPITX FROM LINOBS2.
           IF W-T-FUNCPEND = ZEROS
              MOVE "* NENHUMA PENDENCIA DE EPI ENCONTRADA *" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: EPIPEND.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ EPIS OBRIGATORIOS DO CARGO PARA A TABELA ]----
       CARREGAR-REQ.
           MOVE ZEROS TO W-QTDREQ
           IF W-CGOK NOT = "S"
              GO TO CARREGAR-REQ-FIM.
           MOVE CODIGOCARG TO EPICG-CARGO
           MOVE ZEROS TO EPICG-EPI
           START ARQEPICG KEY IS NOT LESS EPICG-KEY
               INVALID KEY GO TO CARREGAR-REQ-FIM.
       CARREGAR-REQ-RD.
           READ ARQEPICG NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-REQ-FIM.
           IF EPICG-CARGO NOT = CODIGOCARG
              GO TO CARREGAR-REQ-FIM.
           IF W-QTDREQ NOT LESS 50
              GO TO CARREGAR-REQ-FIM.
           ADD 1 TO W-QTDREQ
           MOVE EPICG-EPI TO TR-EPI(W-QTDREQ)
           MOVE "N"       TO TR-ACHOU(W-QTDREQ)
           GO TO CARREGAR-REQ-RD.
       CARREGAR-REQ-FIM.
           EXIT.

      *----[ ENTREGAS DA CHAPA: CHAVE CHAPA+EPI+DATA, A ULTIMA ]----
      *----[ DE CADA EPI E A MAIS RECENTE                      ]----
       VARRER-ENT.
           MOVE ZEROS TO W-EPIATU W-ULTDATA
           IF W-ENTOK NOT = "S"
              GO TO VARRER-ENT-FIM.
           MOVE CHAPA TO ENT-CHAPA
           MOVE ZEROS TO ENT-EPI ENT-DATA
           START ARQEPIEN KEY IS NOT LESS ENT-KEY
               INVALID KEY GO TO VARRER-ENT-FIM.
       VARRER-ENT-RD.
           READ ARQEPIEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRER-ENT-ULT.
           IF ENT-CHAPA NOT = CHAPA
              GO TO VARRER-ENT-ULT.
           IF ENT-EPI NOT = W-EPIATU AND W-EPIATU NOT = ZEROS
              PERFORM FECHAR-EPI THRU FECHAR-EPI-FIM.
           MOVE ENT-EPI  TO W-EPIATU
           MOVE ENT-DATA TO W-ULTDATA
           GO TO VARRER-ENT-RD.
       VARRER-ENT-ULT.
           IF W-EPIATU NOT = ZEROS
              PERFORM FECHAR-EPI THRU FECHAR-EPI-FIM.
       VARRER-ENT-FIM.
           EXIT.

      *----[ ULTIMA ENTREGA DO EPI: MARCA O OBRIGATORIO E CONFERE ]----
      *----[ O INTERVALO DE TROCA                                  ]----
       FECHAR-EPI.
           MOVE "N" TO W-EXIGIDO
           MOVE 1 TO W-I.
       FECHAR-EPI-BUSCA.
           IF W-I > W-QTDREQ
              GO TO FECHAR-EPI-INTERV.
           IF TR-EPI(W-I) = W-EPIATU
              MOVE "S" TO TR-ACHOU(W-I) W-EXIGIDO
              GO TO FECHAR-EPI-INTERV.
           ADD 1 TO W-I
           GO TO FECHAR-EPI-BUSCA.
       FECHAR-EPI-INTERV.
           MOVE W-EPIATU TO EPI-COD
           READ ARQEPI
           IF ST-ERRO2 NOT = "00"
              GO TO FECHAR-EPI-FIM.
           IF EPI-INTERV = ZEROS
              GO TO FECHAR-EPI-FIM.
           MOVE W-ULT-DIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERULT = (W-ULT-ANO * 360)
                            + ((W-ULT-MES - 1) * 30) + W-DIA30
           IF W-SERHOJE NOT > W-SERULT
              GO TO FECHAR-EPI-FIM.
           COMPUTE W-DIAS = W-SERHOJE - W-SERULT
           IF W-DIAS NOT > EPI-INTERV
              GO TO FECHAR-EPI-FIM.
           COMPUTE W-ATRASO = W-DIAS - EPI-INTERV
           MOVE W-EPIATU        TO D-EPI
           MOVE EPI-DESCR       TO D-DESCR
           MOVE "TROCA VENCIDA" TO D-SIT
           IF W-EXIGIDO NOT = "S"
              MOVE "TROCA VENC.*" TO D-SIT.
           MOVE W-ULT-DIA TO D-ULTDIA
           MOVE W-ULT-MES TO D-ULTMES
           MOVE W-ULT-ANO TO D-ULTANO
           MOVE "/" TO D-ULTB1 D-ULTB2
           MOVE W-ATRASO TO D-ATRASO
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           ADD 1 TO W-T-VENCIDA.
       FECHAR-EPI-FIM.
           EXIT.

      *----[ OBRIGATORIOS SEM NENHUMA ENTREGA ]----
       LISTAR-FALTA.
           MOVE 1 TO W-I.
       LISTAR-FALTA-LOOP.
           IF W-I > W-QTDREQ
              GO TO LISTAR-FALTA-FIM.
           IF TR-ACHOU(W-I) = "S"
              ADD 1 TO W-I
              GO TO LISTAR-FALTA-LOOP.
           MOVE TR-EPI(W-I) TO D-EPI EPI-COD
           READ ARQEPI
           IF ST-ERRO2 = "00"
              MOVE EPI-DESCR TO D-DESCR
           ELSE
              MOVE "*** EPI NAO CADASTRADO" TO D-DESCR.
           MOVE "NAO ENTREGUE" TO D-SIT
           MOVE SPACES TO D-ULTENT
           MOVE ZEROS TO D-ATRASO
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           ADD 1 TO W-T-NAOENT
           ADD 1 TO W-I
           GO TO LISTAR-FALTA-LOOP.
       LISTAR-FALTA-FIM.
           EXIT.

      *----[ CHAPA/NOME SO NA PRIMEIRA LINHA DO FUNCIONARIO ]----
       GRAVAR-DET.
           IF W-PEND = "S"
              MOVE ZEROS  TO D-CHAPA D-CARGO
              MOVE SPACES TO D-NOME
              WRITE REGEPITX FROM DET
              GO TO GRAVAR-DET-FIM.
           MOVE "S"        TO W-PEND
           MOVE CHAPA      TO D-CHAPA
           MOVE NOME       TO D-NOME
           MOVE CODIGOCARG TO D-CARGO
           WRITE REGEPITX FROM DET.
       GRAVAR-DET-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQEPI ARQFUNC ARQEPITX.
           IF W-CGOK = "S"
              CLOSE ARQEPICG.
           IF W-ENTOK = "S"
              CLOSE ARQEPIEN.
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
       FIM-ROT-EPIP.
