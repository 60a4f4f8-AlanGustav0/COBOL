       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP157.
      ********************************************************
      * DOCUMENTOS DE ADMISSAO - ENTREGA POR CHAPA (ARQDOCFUN)*
      * MOSTRA OS DOCUMENTOS DO CATALOGO (FPP156) EXIGIDOS    *
      * PELO TIPO DE CONTRATO DO FUNCIONARIO E REGISTRA A     *
      * DATA DE ENTREGA DE CADA UM. DATA ZERADA DEVOLVE O     *
      * DOCUMENTO A PENDENTE. PENDENCIAS: FPP158              *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQDOCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DOCF-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT TBDOCADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOCA-COD
                      FILE STATUS IS ST-ERRO3.

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
       FD ARQDOCFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDOCFUN.DAT".
       01 REGDOCFUN.
           03 DOCF-KEY.
            05 DOCF-CHAPA         PIC 9(06).
            05 DOCF-COD           PIC 9(02).
           03 DOCF-DTRECEB       PIC 9(08).
           03 DOCF-OBS           PIC X(30).
           03 DOCF-OPERADOR      PIC X(08).
           03 DOCF-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
      *----[ EXIGENCIA POR CONTRATO: 1=E 2=N 3=T 4=A (O/C/N) ]----
       FD TBDOCADM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBDOCADM.DAT".
       01 REGDOCADM.
           03 DOCA-COD           PIC 9(02).
           03 DOCA-DESCR         PIC X(30).
           03 DOCA-EXIGE-TAB.
            05 DOCA-EXIGE-E       PIC X(01).
            05 DOCA-EXIGE-N       PIC X(01).
            05 DOCA-EXIGE-T       PIC X(01).
            05 DOCA-EXIGE-A       PIC X(01).
           03 DOCA-EXIGE-X REDEFINES DOCA-EXIGE-TAB.
            05 DOCA-EXIGE         PIC X(01) OCCURS 4 TIMES.
           03 DOCA-OPERADOR      PIC X(08).
           03 DOCA-DTULTALT      PIC 9(08).
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
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-CONTRATO      PIC X(12) VALUE SPACES.
       01 W-DTADMED       PIC 99/99/9999.
       01 W-TP            PIC 9(01) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDPEND       PIC 9(02) VALUE ZEROS.
       01 W-DOCCOD        PIC 9(02) VALUE ZEROS.
       01 W-DTREC         PIC 9(08) VALUE ZEROS.
       01 W-OBS           PIC X(30) VALUE SPACES.
       01 W-LINDOC.
          03 LD-COD       PIC 99.
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LD-DESCR     PIC X(30).
          03 FILLER       PIC X(03) VALUE SPACES.
          03 LD-EXIGE     PIC X(01).
          03 FILLER       PIC X(04) VALUE SPACES.
          03 LD-DATA      PIC X(10).
          03 FILLER       PIC X(02) VALUE SPACES.
          03 LD-OBS       PIC X(20).
       01 W-DTRECED       PIC 99/99/9999.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       SCREEN SECTION.

       01  TELADOCF.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************** DOCUMENTOS DE ADMISSAO - ".
           05  LINE 02  COLUMN 41
               VALUE  "ENTREGA POR FUNCIONARIO ****************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 04  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 05  COLUMN 02
               VALUE  "CONTRATO: ".
           05  LINE 05  COLUMN 30
               VALUE  "ADMISSAO: ".
           05  LINE 05  COLUMN 54
               VALUE  "PENDENTES: ".
           05  LINE 07  COLUMN 02
               VALUE  "CD  DOCUMENTO                       EXIG ".
           05  LINE 07  COLUMN 43
               VALUE  " ENTREGUE EM  OBSERVACAO".
           05  LINE 20  COLUMN 02
               VALUE  "DOCUMENTO (00=OUTRA CHAPA): ".
           05  LINE 21  COLUMN 02
               VALUE  "ENTREGUE EM (ZEROS=PENDENTE): ".
           05  LINE 21  COLUMN 45
               VALUE  "OBS: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TW-CHAPA
               LINE 04  COLUMN 09  PIC 9(06)
               USING  W-CHAPA
               REVERSE-VIDEO.
           05  TW-NOME
               LINE 04  COLUMN 17  PIC X(30)
               FROM   W-NOME.
           05  TW-CONTRATO
               LINE 05  COLUMN 12  PIC X(12)
               FROM   W-CONTRATO.
           05  TW-DTADM
               LINE 05  COLUMN 40  PIC X(10)
               FROM   W-DTADMED.
           05  TW-QTDPEND
               LINE 05  COLUMN 65  PIC Z9
               FROM   W-QTDPEND.
           05  TW-DOCCOD
               LINE 20  COLUMN 30  PIC 9(02)
               USING  W-DOCCOD
               HIGHLIGHT.
           05  TW-DTREC
               LINE 21  COLUMN 32  PIC 99/99/9999
               USING  W-DTREC
               HIGHLIGHT.
           05  TW-OBS
               LINE 21  COLUMN 50  PIC X(30)
               USING  W-OBS
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQDOCFUN
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQDOCFUN
              CLOSE ARQDOCFUN
              OPEN I-O ARQDOCFUN.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDOCFUN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT TBDOCADM
           IF ST-ERRO3 NOT = "00"
              MOVE "* CATALOGO INEXISTENTE - USE O FPP156 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQDOCFUN
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQDOCFUN TBDOCADM
              GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO W-NOME W-CONTRATO W-OBS
           MOVE ZEROS TO W-CHAPA W-DTADMED W-QTDPEND W-DOCCOD W-DTREC
           DISPLAY TELADOCF.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPA < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOME
           MOVE DTADMISSAO TO W-DTADMED

      *----[ TIPO DE CONTRATO (BRANCO/LEGADO = EFETIVO) ]----
           MOVE 2 TO W-TP
           MOVE "EFETIVO" TO W-CONTRATO
           IF FUNC-TPCONTRATO = "E"
              MOVE 1 TO W-TP
              MOVE "EXPERIENCIA" TO W-CONTRATO.
           IF FUNC-TPCONTRATO = "T"
              MOVE 3 TO W-TP
              MOVE "ESTAGIO" TO W-CONTRATO.
           IF FUNC-TPCONTRATO = "A"
              MOVE 4 TO W-TP
              MOVE "APRENDIZ" TO W-CONTRATO.
           PERFORM MOSTRAR-DOCS THRU MOSTRAR-DOCS-FIM
           DISPLAY TW-NOME TW-CONTRATO TW-DTADM.

      *----[ DOCUMENTO A DAR ENTRADA ]----
       R3.
           MOVE ZEROS TO W-DOCCOD W-DTREC
           MOVE SPACES TO W-OBS
           DISPLAY TW-DOCCOD TW-DTREC TW-OBS
           ACCEPT TW-DOCCOD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01 OR W-DOCCOD = ZEROS
              GO TO R1.
           MOVE W-DOCCOD TO DOCA-COD
           READ TBDOCADM
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DOCUMENTO NAO CADASTRADO NO CATALOGO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF DOCA-EXIGE(W-TP) NOT = "O" AND DOCA-EXIGE(W-TP) NOT = "C"
              MOVE "* DOCUMENTO NAO SE APLICA A ESTE CONTRATO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

           MOVE W-CHAPA  TO DOCF-CHAPA
           MOVE W-DOCCOD TO DOCF-COD
           READ ARQDOCFUN WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO = "00"
              MOVE 1 TO W-SEL
              MOVE DOCF-DTRECEB TO W-DTREC
              MOVE DOCF-OBS     TO W-OBS
           ELSE
              IF ST-ERRO = "23"
                 MOVE ZEROS TO W-SEL
              ELSE
                 MOVE "ERRO NA LEITURA ARQUIVO ARQDOCFUN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           DISPLAY TW-DTREC TW-OBS.

       R4.
           ACCEPT TW-DTREC.
           IF W-DTREC = ZEROS
              GO TO EXC-OPC.
           MOVE W-DTREC TO W-DTV-DATA
           MOVE SPACE   TO W-DTV-OPCAO
           MOVE SPACES  TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE ENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TW-OBS.

       GRV-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (22, 02) "CONFIRMA (S/N) : ".
           ACCEPT (22, 19) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** ENTREGA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-OPC.
           MOVE W-CHAPA    TO DOCF-CHAPA
           MOVE W-DOCCOD   TO DOCF-COD
           MOVE W-DTREC    TO DOCF-DTRECEB
           MOVE W-OBS      TO DOCF-OBS
           MOVE W-OPERADOR TO DOCF-OPERADOR
           ACCEPT DOCF-DTULTALT FROM DATE YYYYMMDD
           IF W-SEL = 1
              REWRITE REGDOCFUN
           ELSE
              WRITE REGDOCFUN.
           IF ST-ERRO NOT = "00" AND ST-ERRO NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQDOCFUN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** ENTREGA REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRV-FIM.
           UNLOCK ARQDOCFUN
           DISPLAY (22, 02) LIMPA
           PERFORM MOSTRAR-DOCS THRU MOSTRAR-DOCS-FIM
           GO TO R3.

      *----[ DATA ZERADA: DOCUMENTO VOLTA A FICAR PENDENTE ]----
       EXC-OPC.
           IF W-SEL NOT = 1
              GO TO GRV-FIM.
           DISPLAY (22, 02) "VOLTAR A PENDENTE (S/N) : ".
           ACCEPT (22, 28) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRV-FIM.
           IF W-OPCAO NOT = "S" AND "s"
              MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO EXC-OPC.
           DELETE ARQDOCFUN RECORD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA EXCLUSAO DO REGISTRO " TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** DOCUMENTO VOLTOU A PENDENTE ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO GRV-FIM.

      *----[ LISTA OS DOCUMENTOS EXIGIDOS DO CONTRATO (LINHAS 8-19) ]---
       MOSTRAR-DOCS.
           MOVE ZEROS TO W-QTDPEND
           MOVE 8 TO W-LIN.
       MOSTRAR-DOCS-LIMPA.
           IF W-LIN > 19
              GO TO MOSTRAR-DOCS-INI.
           DISPLAY (W-LIN, 02) LIMPA
           DISPLAY (W-LIN, 31) LIMPA
           ADD 1 TO W-LIN
           GO TO MOSTRAR-DOCS-LIMPA.
       MOSTRAR-DOCS-INI.
           MOVE 8 TO W-LIN
           MOVE ZEROS TO DOCA-COD
           START TBDOCADM KEY IS NOT LESS DOCA-COD
               INVALID KEY GO TO MOSTRAR-DOCS-TOT.
       MOSTRAR-DOCS-RD.
           READ TBDOCADM NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO MOSTRAR-DOCS-TOT.
           IF DOCA-EXIGE(W-TP) NOT = "O" AND DOCA-EXIGE(W-TP) NOT = "C"
              GO TO MOSTRAR-DOCS-RD.
           MOVE DOCA-COD        TO LD-COD
           MOVE DOCA-DESCR      TO LD-DESCR
           MOVE DOCA-EXIGE(W-TP) TO LD-EXIGE
           MOVE SPACES          TO LD-OBS
           MOVE W-CHAPA  TO DOCF-CHAPA
           MOVE DOCA-COD TO DOCF-COD
           READ ARQDOCFUN
           IF ST-ERRO = "00" AND DOCF-DTRECEB NOT = ZEROS
              MOVE DOCF-DTRECEB TO W-DTRECED
              MOVE W-DTRECED    TO LD-DATA
              MOVE DOCF-OBS     TO LD-OBS
           ELSE
              MOVE "PENDENTE"   TO LD-DATA
              IF DOCA-EXIGE(W-TP) = "O"
                 ADD 1 TO W-QTDPEND.
           IF W-LIN > 19
              GO TO MOSTRAR-DOCS-RD.
           DISPLAY (W-LIN, 02) W-LINDOC
           ADD 1 TO W-LIN
           GO TO MOSTRAR-DOCS-RD.
       MOSTRAR-DOCS-TOT.
           DISPLAY TW-QTDPEND.
       MOSTRAR-DOCS-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQDOCFUN TBDOCADM ARQFUNC.
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
