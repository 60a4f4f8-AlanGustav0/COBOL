       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP161.
      ********************************************************
      * BENS DA EMPRESA EM PODER DE FUNCIONARIOS              *
      * LISTA AS ENTREGAS DO ARQCUSTOD AINDA NAO DEVOLVIDAS   *
      * (SITUACAO E), DE UMA CHAPA OU DE TODAS, COM O VALOR   *
      * E A AUTORIZACAO DE DESCONTO DO TERMO ASSINADO         *
      * GERA BENSPOD.DOC                                      *
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

           SELECT ARQBENS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BEM-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQCUSTOD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CUS-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBENSTX ASSIGN TO DISK
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
       FD ARQBENS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBENS.DAT".
       01 REGBENS.
           03 BEM-COD            PIC 9(06).
           03 BEM-TIPO           PIC X(01).
           03 BEM-DESCR          PIC X(30).
           03 BEM-PATRIM         PIC X(15).
           03 BEM-VALOR          PIC 9(06)V99.
           03 BEM-STATUS         PIC X(01).
           03 BEM-CHAPA          PIC 9(06).
           03 BEM-OPERADOR       PIC X(08).
           03 BEM-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCUSTOD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCUSTOD.DAT".
       01 REGCUSTOD.
           03 CUS-KEY.
            05 CUS-CHAPA          PIC 9(06).
            05 CUS-BEM            PIC 9(06).
            05 CUS-DTENTR         PIC 9(08).
           03 CUS-DTDEVOL        PIC 9(08).
           03 CUS-SITUACAO       PIC X(01).
           03 CUS-VALOR          PIC 9(06)V99.
           03 CUS-AUTDESC        PIC X(01).
           03 CUS-OBS            PIC X(30).
           03 CUS-OPERADOR       PIC X(08).
           03 CUS-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQBENSTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "BENSPOD.DOC".
       01 REGBENSTX                    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CHAPAANT      PIC 9(06) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 W-HOJE-MES   PIC 9(02).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-AMD           PIC 9(08) VALUE ZEROS.
       01 W-AMD-X REDEFINES W-AMD.
          03 W-AMD-ANO    PIC 9(04).
          03 W-AMD-MES    PIC 9(02).
          03 W-AMD-DIA    PIC 9(02).
       01 W-TOTITEM       PIC 9(05) VALUE ZEROS.
       01 W-TOTCHAPA      PIC 9(05) VALUE ZEROS.
       01 W-TOTVALOR      PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTAUT        PIC 9(08)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(044) VALUE
           "BENS DA EMPRESA EM PODER DE FUNCIONARIOS EM ".
           05  CAB1-DATA     PIC 99/99/9999.

       01  CAB2.
           05  FILLER PIC X(045) VALUE
           "CHAPA  NOME                           BEM    ".
           05  FILLER PIC X(045) VALUE
           "DESCRICAO                      PATRIMONIO    ".
           05  FILLER PIC X(025) VALUE
           "  ENTREGA         VALOR A".

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
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-BEM         PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PATRIM      PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTENTR      PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-VALOR       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-AUTDESC     PIC X(01) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** FUNCIONARIOS COM BENS EM PODER.: ".
           05  T-TOTCHAPA    PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** BENS EM PODER..................: ".
           05  T-TOTITEM     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** VALOR TOTAL DOS BENS...........: ".
           05  T-TOTVALOR    PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT4.
           05  FILLER PIC X(038) VALUE
           "*** VALOR COM DESCONTO AUTORIZADO..: ".
           05  T-TOTAUT      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELABPOD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** BENS DA EMPRESA EM PODER DE FUNCI".
           05  LINE 02  COLUMN 42
               VALUE  "ONARIOS ***".
           05  LINE 08  COLUMN 01
               VALUE  " CHAPA (ZERO=TODAS)           :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA IMPRESSAO (S/N)     :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CHAPA
               LINE 08  COLUMN 34  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTITEM W-TOTCHAPA W-TOTVALOR W-TOTAUT
                MOVE ZEROS TO W-CHAPA W-CHAPAANT
                DISPLAY TELABPOD.
       INC-CHAPA.
                ACCEPT TW-CHAPA.
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
           OPEN INPUT ARQCUSTOD
           IF ST-ERRO2 NOT = "00"
              MOVE "* NENHUMA ENTREGA DE BEM REGISTRADA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCUSTOD
              GO TO ROT-FIM2.
           OPEN INPUT ARQBENS
           IF ST-ERRO NOT = "00"
              MOVE "* CADASTRO DE BENS INEXISTENTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCUSTOD ARQFUNC
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQBENSTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO BENSPOD.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       INC-OP1.
           ACCEPT W-HOJE FROM DATE YYYYMMDD
           COMPUTE CAB1-DATA = (W-HOJE-DIA * 1000000)
                             + (W-HOJE-MES * 10000) + W-HOJE-ANO
           WRITE REGBENSTX FROM CAB1
           WRITE REGBENSTX FROM CAB3
           WRITE REGBENSTX FROM CAB2
           WRITE REGBENSTX FROM CAB3
           MOVE W-CHAPA TO CUS-CHAPA
           MOVE ZEROS   TO CUS-BEM CUS-DTENTR
           START ARQCUSTOD KEY IS NOT LESS CUS-KEY
               INVALID KEY GO TO FIM-BENS.

       LER-CUS.
           READ ARQCUSTOD NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO FIM-BENS.
           IF W-CHAPA NOT = ZEROS AND CUS-CHAPA NOT = W-CHAPA
              GO TO FIM-BENS.
           IF CUS-SITUACAO NOT = "E"
              GO TO LER-CUS.

       GRAVAR-DET.
           MOVE CUS-CHAPA TO D-CHAPA CHAPA
           MOVE SPACES TO D-NOME
           READ ARQFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO D-NOME.
           MOVE CUS-BEM TO D-BEM BEM-COD
           MOVE SPACES TO D-DESCR D-PATRIM
           READ ARQBENS
           IF ST-ERRO = "00"
              MOVE BEM-DESCR  TO D-DESCR
              MOVE BEM-PATRIM TO D-PATRIM.
           MOVE CUS-DTENTR TO W-AMD
           COMPUTE D-DTENTR = (W-AMD-DIA * 1000000)
                            + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE CUS-VALOR   TO D-VALOR
           MOVE CUS-AUTDESC TO D-AUTDESC
           WRITE REGBENSTX FROM DET
           ADD 1 TO W-TOTITEM
           ADD CUS-VALOR TO W-TOTVALOR
           IF CUS-AUTDESC = "S"
              ADD CUS-VALOR TO W-TOTAUT.
           IF CUS-CHAPA NOT = W-CHAPAANT
              ADD 1 TO W-TOTCHAPA
              MOVE CUS-CHAPA TO W-CHAPAANT.
           GO TO LER-CUS.

       FIM-BENS.
           MOVE W-TOTCHAPA TO T-TOTCHAPA
           MOVE W-TOTITEM  TO T-TOTITEM
           MOVE W-TOTVALOR TO T-TOTVALOR
           MOVE W-TOTAUT   TO T-TOTAUT
           WRITE REGBENSTX FROM CAB3
           WRITE REGBENSTX FROM LINTOT1
           WRITE REGBENSTX FROM LINTOT2
           WRITE REGBENSTX FROM LINTOT3
           WRITE REGBENSTX FROM LINTOT4.

           IF W-TOTITEM = ZEROS
              MOVE "* NENHUM BEM EM PODER DE FUNCIONARIO *" TO MENS
           ELSE
              MOVE "*** RELACAO IMPRESSA: BENSPOD.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQBENS ARQCUSTOD ARQBENSTX.
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
       FIM-ROT-BENS.
