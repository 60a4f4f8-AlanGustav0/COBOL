       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP158.
      ********************************************************
      * DOCUMENTOS DE ADMISSAO - RELATORIO DE PENDENCIAS      *
      * LISTA, POR CHAPA NAO DESLIGADA, OS DOCUMENTOS DO      *
      * CATALOGO (FPP156) EXIGIDOS PELO CONTRATO E AINDA NAO  *
      * ENTREGUES (FPP157). OBRIGATORIO COM O PRAZO DA TBTAX  *
      * D01 VENCIDO NA DATA DE HOJE SEGURA A FOLHA (FPP015)   *
      * GERA DOCPEND.DOC                                      *
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

           SELECT TBDOCADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOCA-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQDOCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DOCF-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT TBTAX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TBTAX-KEY
                      ALTERNATE RECORD KEY IS TBTAX-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQDOCTX ASSIGN TO DISK
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
       FD TBTAX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBTAX.DAT".
       01 REGTAX.
          03 TBTAX-KEY.
             05 TBTAX-COD              PIC X(03).
             05 TBTAX-VIGENCIA         PIC 9(08).
          03 TBTAX-DESC                PIC X(30).
          03 TBTAX-LIMITE              PIC 9(06)V99.
          03 TBTAX-ALIQUOTA            PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD ARQDOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "DOCPEND.DOC".
       01 REGDOCTX                     PIC X(132).
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
       01 W-SOOBRIG       PIC X(01) VALUE "N".
       01 W-DCFOK         PIC X(01) VALUE "N".
       01 W-TP            PIC 9(01) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 W-HOJE-MES   PIC 9(02).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
       01 W-ADMAMD        PIC 9(08) VALUE ZEROS.
       01 W-SER-HOJE      PIC 9(09) VALUE ZEROS COMP.
       01 W-SER-ADM       PIC 9(09) VALUE ZEROS COMP.
       01 W-DIAS          PIC 9(05) VALUE ZEROS.
       01 W-DOC-PRAZO     PIC 9(03) VALUE ZEROS.
       01 W-DOC-VIG       PIC 9(08) VALUE ZEROS.
       01 W-RETEM         PIC X(01) VALUE "N".
       01 W-PENDCHAPA     PIC 9(02) VALUE ZEROS.
       01 W-TOTCHAPA      PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND       PIC 9(05) VALUE ZEROS.
       01 W-TOTVENC       PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(044) VALUE
           "DOCUMENTOS DE ADMISSAO PENDENTES   EM ".
           05  CAB1-DATA     PIC 99/99/9999.
           05  FILLER PIC X(010) VALUE " EMPRESA: ".
           05  CAB1-EMP      PIC X(05) VALUE SPACES.
           05  FILLER PIC X(019) VALUE "   PRAZO D01 (DIAS)".
           05  FILLER PIC X(002) VALUE ": ".
           05  CAB1-PRAZO    PIC X(03) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(053) VALUE
           "CHAPA  NOME                            CT  ADMISSAO  ".
           05  FILLER PIC X(051) VALUE
           "  DIAS CD DOCUMENTO                      E SITUACAO".

       01  CAB3.
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(020) VALUE
           "--------------------".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  D-CONTR       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-DTADM       PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DIAS        PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-COD         PIC 99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-EXIGE       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SITUACAO    PIC X(25) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** FUNCIONARIOS COM PENDENCIA.....: ".
           05  T-TOTCHAPA    PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** DOCUMENTOS PENDENTES...........: ".
           05  T-TOTPEND     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** OBRIGATORIOS COM PRAZO VENCIDO.: ".
           05  T-TOTVENC     PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELADOCP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** DOCUMENTOS DE ADMISSAO - RELATORI".
           05  LINE 02  COLUMN 42
               VALUE  "O DE PENDENCIAS ***".
           05  LINE 08  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)       :".
           05  LINE 10  COLUMN 01
               VALUE  " SO OBRIGATORIOS (S/N)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA IMPRESSAO (S/N)     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-EMPRESA
               LINE 08  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-SOOBRIG
               LINE 10  COLUMN 34  PIC X(01)
               USING  W-SOOBRIG
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTCHAPA W-TOTPEND W-TOTVENC
                DISPLAY TELADOCP.
       INC-EMP.
                ACCEPT TW-EMPRESA.
       INC-OBRIG.
                ACCEPT TW-SOOBRIG
                IF W-SOOBRIG = "s"
                   MOVE "S" TO W-SOOBRIG.
                IF W-SOOBRIG = "n"
                   MOVE "N" TO W-SOOBRIG.
                IF W-SOOBRIG NOT = "S" AND W-SOOBRIG NOT = "N"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OBRIG.
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
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT TBDOCADM
           IF ST-ERRO NOT = "00"
              MOVE "* CATALOGO INEXISTENTE - USE O FPP156 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           MOVE "N" TO W-DCFOK
           OPEN INPUT ARQDOCFUN
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DCFOK.
           OPEN OUTPUT ARQDOCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO DOCPEND.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *----[ PRAZO D01 VIGENTE HOJE (SEM D01 A FOLHA NAO RETEM) ]----
       INC-OP1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SER-HOJE = (W-HOJE-ANO * 360)
                              + ((W-HOJE-MES - 1) * 30) + W-DIA30
           MOVE ZEROS TO W-DOC-PRAZO W-DOC-VIG
           OPEN INPUT TBTAX
           IF ST-ERRO NOT = "00"
              GO TO INC-OP2.
           MOVE "D01" TO TBTAX-COD
           MOVE ZEROS TO TBTAX-VIGENCIA
           START TBTAX KEY IS NOT LESS TBTAX-KEY
               INVALID KEY GO TO INC-OP1-FIM.
       INC-OP1-RD.
           READ TBTAX NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-OP1-FIM.
           IF TBTAX-COD NOT = "D01" OR TBTAX-VIGENCIA > W-HOJE
              GO TO INC-OP1-FIM.
           MOVE TBTAX-LIMITE   TO W-DOC-PRAZO
           MOVE TBTAX-VIGENCIA TO W-DOC-VIG
           GO TO INC-OP1-RD.
       INC-OP1-FIM.
           CLOSE TBTAX.

       INC-OP2.
           COMPUTE CAB1-DATA = (W-HOJE-DIA * 1000000)
                             + (W-HOJE-MES * 10000) + W-HOJE-ANO
           MOVE "TODAS" TO CAB1-EMP
           IF W-EMPRESA NOT = SPACES
              MOVE W-EMPRESA TO CAB1-EMP.
           MOVE "---" TO CAB1-PRAZO
           IF W-DOC-VIG NOT = ZEROS
              MOVE W-DOC-PRAZO TO CAB1-PRAZO.
           WRITE REGDOCTX FROM CAB1
           WRITE REGDOCTX FROM CAB3
           WRITE REGDOCTX FROM CAB2
           WRITE REGDOCTX FROM CAB3
           MOVE LOW-VALUES TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO FIM-DOC.

       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-DOC.
           IF FUNCSTATUS = "D"
              GO TO LER-FUNC.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE FUNC-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-EMPRESA NOT = SPACES AND W-FEMP NOT = W-EMPRESA
              GO TO LER-FUNC.

      *----[ TIPO DE CONTRATO (BRANCO/LEGADO = EFETIVO) ]----
           MOVE 2 TO W-TP
           IF FUNC-TPCONTRATO = "E"
              MOVE 1 TO W-TP.
           IF FUNC-TPCONTRATO = "T"
              MOVE 3 TO W-TP.
           IF FUNC-TPCONTRATO = "A"
              MOVE 4 TO W-TP.

      *----[ DIAS DESDE A ADMISSAO (MES COMERCIAL DE 30 DIAS) ]----
           MOVE ZEROS TO W-DIAS
           MOVE "N" TO W-RETEM
           IF DTADMISSAO = ZEROS
              GO TO LER-FUNC-DOC.
           MOVE DIAADM TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SER-ADM = (ANOADM * 360)
                             + ((MESADM - 1) * 30) + W-DIA30
           IF W-SER-HOJE > W-SER-ADM
              COMPUTE W-DIAS = W-SER-HOJE - W-SER-ADM.
           COMPUTE W-ADMAMD = (ANOADM * 10000) + (MESADM * 100) + DIAADM
           IF W-DOC-VIG NOT = ZEROS AND W-ADMAMD NOT LESS W-DOC-VIG
              MOVE "S" TO W-RETEM.

       LER-FUNC-DOC.
           MOVE ZEROS TO W-PENDCHAPA
           MOVE ZEROS TO DOCA-COD
           START TBDOCADM KEY IS NOT LESS DOCA-COD
               INVALID KEY GO TO LER-FUNC-TOT.
       LER-DOC.
           READ TBDOCADM NEXT
           IF ST-ERRO NOT = "00"
              GO TO LER-FUNC-TOT.
           IF DOCA-EXIGE(W-TP) NOT = "O" AND DOCA-EXIGE(W-TP) NOT = "C"
              GO TO LER-DOC.
           IF W-SOOBRIG = "S" AND DOCA-EXIGE(W-TP) NOT = "O"
              GO TO LER-DOC.
           IF W-DCFOK = "S"
              MOVE CHAPA    TO DOCF-CHAPA
              MOVE DOCA-COD TO DOCF-COD
              READ ARQDOCFUN
              IF ST-ERRO2 = "00" AND DOCF-DTRECEB NOT = ZEROS
                 GO TO LER-DOC.

       GRAVAR-DET.
           MOVE CHAPA            TO D-CHAPA
           MOVE NOME             TO D-NOME
           MOVE FUNC-TPCONTRATO  TO D-CONTR
           MOVE DTADMISSAO       TO D-DTADM
           MOVE W-DIAS           TO D-DIAS
           MOVE DOCA-COD         TO D-COD
           MOVE DOCA-DESCR       TO D-DESCR
           MOVE DOCA-EXIGE(W-TP) TO D-EXIGE
           IF DOCA-EXIGE(W-TP) = "C"
              MOVE "COMPLEMENTAR" TO D-SITUACAO
           ELSE
              IF W-RETEM NOT = "S"
                 MOVE "SEM RETENCAO DA FOLHA" TO D-SITUACAO
              ELSE
                 IF W-DIAS > W-DOC-PRAZO
                    MOVE "VENCIDO - RETEM A FOLHA" TO D-SITUACAO
                    ADD 1 TO W-TOTVENC
                 ELSE
                    MOVE "NO PRAZO" TO D-SITUACAO.
           WRITE REGDOCTX FROM DET
           ADD 1 TO W-PENDCHAPA W-TOTPEND
           GO TO LER-DOC.

       LER-FUNC-TOT.
           IF W-PENDCHAPA NOT = ZEROS
              ADD 1 TO W-TOTCHAPA.
           GO TO LER-FUNC.

       FIM-DOC.
           MOVE W-TOTCHAPA TO T-TOTCHAPA
           MOVE W-TOTPEND  TO T-TOTPEND
           MOVE W-TOTVENC  TO T-TOTVENC
           WRITE REGDOCTX FROM CAB3
           WRITE REGDOCTX FROM LINTOT1
           WRITE REGDOCTX FROM LINTOT2
           WRITE REGDOCTX FROM LINTOT3.

           IF W-TOTPEND = ZEROS
              MOVE "* NENHUM DOCUMENTO DE ADMISSAO PENDENTE *" TO MENS
           ELSE
              MOVE "*** PENDENCIAS IMPRESSAS: DOCPEND.DOC ***"
              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC TBDOCADM ARQDOCTX
           IF W-DCFOK = "S"
              CLOSE ARQDOCFUN.
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
       FIM-ROT-DOC.
