       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP175.
      ********************************************************
      * POSICIONAMENTO SALARIAL NA FAIXA (COMPA-RATIO)        *
      * POR DEPARTAMENTO E CARGO, DOS ATIVOS (SEM ESTAGIO):   *
      *  SALARIO  - SALARIOEMP OU, SE ZERO, O DO CARGO NO     *
      *             NIVEL (SALARIOBASE X PERC. REFERENCIA)    *
      *  FAIXA    - SALARIOBASE X PERC. MIN/REF/MAX DO NIVEL  *
      *             EM TBNIVEL; O PONTO MEDIO E A REFERENCIA  *
      *  COMPA    - SALARIO / PONTO MEDIO X 100               *
      *  ULT.AUM. - DISSIDIO NO ARQLOG (DA CHAPA OU, PARA     *
      *             QUEM GANHA O DO CARGO, DO CARGO),         *
      *             PROPOSTA EFETIVADA (ARQPROPOS), AUMENTO   *
      *             NO HISTORICO SALARIAL (ARQHISSAL) OU,     *
      *             SEM NENHUM, A ADMISSAO                    *
      * MARCA ACIMA DO MAXIMO E ABAIXO DO PONTO MEDIO HA      *
      * MAIS MESES SEM AUMENTO QUE O LIMITE INFORMADO.        *
      * GERA COMPA.DOC                                        *
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
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT TBNIVEL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NIVEL-COD
                      ALTERNATE RECORD KEY IS NIVEL-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQPROPOS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRO-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQHISSAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HSA-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCMPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT WORKEVT ASSIGN TO DISK.

           SELECT WORKCMP ASSIGN TO DISK.
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
           03 DTADMISSAOX REDEFINES DTADMISSAO.
            05 ADM-DIA           PIC 9(02).
            05 ADM-MES           PIC 9(02).
            05 ADM-ANO           PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
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
       FD TBNIVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBNIVEL.DAT".
       01 REGNIVEL.
          03 NIVEL-COD                 PIC 9(02).
          03 NIVEL-DESC                PIC X(30).
          03 NIVEL-PERC                PIC 9(03)V99.
          03 NIVEL-PERCMIN             PIC 9(03)V99.
          03 NIVEL-PERCMAX             PIC 9(03)V99.
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
       FD ARQPROPOS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROPOS.DAT".
       01 REGPROPOS.
           03 PRO-KEY.
            05 PRO-CHAPA          PIC 9(06).
            05 PRO-COMPET         PIC 9(06).
           03 PRO-NOVOCARG       PIC 9(03).
           03 PRO-NOVODEP        PIC 9(03).
           03 PRO-NOVOSAL        PIC 9(06)V99.
           03 PRO-STATUS         PIC X(01).
           03 PRO-PROPONENTE     PIC X(08).
           03 PRO-DTPROP         PIC 9(08).
           03 PRO-APROVADOR      PIC X(08).
           03 PRO-DTAPROV        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.LOG".
       01 REGLOG.
          03 LOG-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01).
          03 LOG-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01).
          03 LOG-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01).
          03 LOG-ARQUIVO               PIC X(08).
          03 FILLER                    PIC X(01).
          03 LOG-ACAO                  PIC X(01).
          03 FILLER                    PIC X(01).
          03 LOG-CHAVE                 PIC X(10).
          03 FILLER                    PIC X(01).
          03 LOG-DESCR                 PIC X(30).
      *-----------------------------------------------------------------
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
       FD ARQCMPTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "COMPA.DOC".
       01 REGCMPTX                     PIC X(132).
      *-----------------------------------------------------------------
      *----[ AUMENTOS POR CHAPA, DATA AAAAMMDD CRESCENTE ]----
       SD WORKEVT.
       01 REGWEVT.
          03 EV-CHAPA         PIC 9(06).
          03 EV-DATA          PIC 9(08).
      *-----------------------------------------------------------------
      *----[ POSICAO NA FAIXA - ORDEM DEPTO/CARGO/NOME ]----
       SD WORKCMP.
       01 REGWORK.
          03 WK-CODDEP        PIC 9(03).
          03 WK-CODCARG       PIC 9(03).
          03 WK-NOME          PIC X(30).
          03 WK-CHAPA         PIC 9(06).
          03 WK-NIVEL         PIC 9(02).
          03 WK-SAL           PIC 9(06)V99.
          03 WK-MIN           PIC 9(06)V99.
          03 WK-MED           PIC 9(06)V99.
          03 WK-MAX           PIC 9(06)V99.
          03 WK-COMPA         PIC 9(03)V9.
          03 WK-DTAUM         PIC 9(08).
          03 WK-MESES         PIC 9(03).
      *----[ A=ACIMA DO MAXIMO B=ABAIXO DO MEDIO HA MUITO TEMPO ]----
      *----[ S=SEM FAIXA (NIVEL OU CARGO SEM REFERENCIA)       ]----
          03 WK-MARCA         PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-NIVELOK       PIC X(01) VALUE "N".
       01 W-DEPOK         PIC X(01) VALUE "N".
       01 W-PROPOK        PIC X(01) VALUE "N".
       01 W-LOGOK         PIC X(01) VALUE "N".
       01 W-FILTRO        PIC 9(03) VALUE ZEROS.
       01 W-MESESLIM      PIC 9(03) VALUE 24.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJEX REDEFINES W-DATAHOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-DSPDATA       PIC 9(08) VALUE ZEROS.
       01 W-DSPDATAX REDEFINES W-DSPDATA.
          03 W-DSP-DIA       PIC 9(02).
          03 W-DSP-MES       PIC 9(02).
          03 W-DSP-ANO       PIC 9(04).
      *----[ DATA AAAAMMDD DO ULTIMO AUMENTO ]----
       01 W-DTAUM         PIC 9(08) VALUE ZEROS.
       01 W-DTAUMX REDEFINES W-DTAUM.
          03 W-AUM-ANO       PIC 9(04).
          03 W-AUM-MES       PIC 9(02).
          03 W-AUM-DIA       PIC 9(02).
       01 W-DTADM         PIC 9(08) VALUE ZEROS.
       01 W-MESES         PIC S9(05) VALUE ZEROS.
       01 W-LOGCHAPA      PIC 9(06) VALUE ZEROS.
       01 W-LOGCOD        PIC 9(03) VALUE ZEROS.
      *----[ ULTIMO DISSIDIO DE CADA CARGO (POSICAO COD + 1) ]----
       01 TABCARG.
          03 TC-DTAUM OCCURS 1000 TIMES PIC 9(08).
      *----[ ULTIMO AUMENTO POR CHAPA, EM ORDEM DE CHAPA ]----
       01 W-QTDTR         PIC 9(04) VALUE ZEROS COMP.
       01 W-IR            PIC 9(04) VALUE ZEROS COMP.
       01 TABAUM.
          03 TR-ITEM OCCURS 9999 TIMES.
             05 TR-CHAPA      PIC 9(06).
             05 TR-DATA       PIC 9(08).
       01 W-IG            PIC 9(04) VALUE ZEROS COMP.
      *----[ QUEBRAS E TOTAIS ]----
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-DEPANT        PIC 9(03) VALUE ZEROS.
       01 W-CARGANT       PIC 9(03) VALUE ZEROS.
       01 W-QTDC          PIC 9(05) VALUE ZEROS.
       01 W-SOMAC         PIC 9(07)V9 VALUE ZEROS.
       01 W-QTDD          PIC 9(05) VALUE ZEROS.
       01 W-SOMAD         PIC 9(08)V9 VALUE ZEROS.
       01 W-QTDG          PIC 9(05) VALUE ZEROS.
       01 W-SOMAG         PIC 9(09)V9 VALUE ZEROS.
       01 W-MEDIA         PIC 9(03)V9 VALUE ZEROS.
       01 W-QTDACIMA      PIC 9(05) VALUE ZEROS.
       01 W-QTDABAIXO     PIC 9(05) VALUE ZEROS.
       01 W-QTDSEMFX      PIC 9(05) VALUE ZEROS.
       01 W-SAL           PIC 9(06)V99 VALUE ZEROS.
       01 W-MIN           PIC 9(06)V99 VALUE ZEROS.
       01 W-MED           PIC 9(06)V99 VALUE ZEROS.
       01 W-MAX           PIC 9(06)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(040) VALUE
           "POSICIONAMENTO SALARIAL NA FAIXA (COMPA-".
           05  FILLER PIC X(020) VALUE
           "RATIO) - GERADO EM ".
           05  CAB1-HOJE     PIC 9999/99/99.
           05  FILLER PIC X(020) VALUE
           "   DEPTO (0=TODOS): ".
           05  CAB1-FILTRO   PIC 999.

       01  CAB1B.
           05  FILLER PIC X(040) VALUE
           "COMPA = SALARIO / PONTO MEDIO DA FAIXA X".
           05  FILLER PIC X(040) VALUE
           " 100. MARCA: ACIMA DO MAXIMO E ABAIXO DO".
           05  FILLER PIC X(025) VALUE
           " MEDIO SEM AUMENTO HA >= ".
           05  CAB1B-LIM     PIC ZZ9.
           05  FILLER PIC X(006) VALUE
           " MESES".

       01  CABDEP.
           05  FILLER PIC X(014) VALUE
           "DEPARTAMENTO: ".
           05  CD-COD        PIC 999.
           05  FILLER PIC X(001) VALUE SPACES.
           05  CD-DENOM      PIC X(25).

       01  CABCARG.
           05  FILLER PIC X(010) VALUE
           "  CARGO: ".
           05  CC-COD        PIC 999.
           05  FILLER PIC X(001) VALUE SPACES.
           05  CC-DENOM      PIC X(45).

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           " CHAPA NOME                           NI".
           05  FILLER PIC X(040) VALUE
           "V    SALARIO     MINIMO      MEDIO     M".
           05  FILLER PIC X(040) VALUE
           "AXIMO COMPA ULT.AUMENT MES SITUACAO     ".

       01  CAB3.
           05  FILLER PIC X(066) VALUE ALL "-".
           05  FILLER PIC X(066) VALUE ALL "-".

       01  DET.
           05  D-CHAPA       PIC 9(06).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NIVEL       PIC Z9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SAL         PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MIN         PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MED         PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MAX         PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-COMPA       PIC ZZ9,9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTAUM       PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MESES       PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-MARCA       PIC X(20).

       01  LINSUB.
           05  FILLER        PIC X(004) VALUE SPACES.
           05  LS-ROTULO     PIC X(20).
           05  LS-QTD        PIC ZZZZ9.
           05  FILLER        PIC X(022) VALUE
           " FUNC.  COMPA MEDIO: ".
           05  LS-MEDIA      PIC ZZ9,9.

       01  LINRESUMO.
           05  FILLER PIC X(024) VALUE
           "*** ACIMA DO MAXIMO:    ".
           05  LR-ACIMA      PIC ZZZZ9.
           05  FILLER PIC X(032) VALUE
           "   ABAIXO DO MEDIO SEM AUMENTO: ".
           05  LR-ABAIXO     PIC ZZZZ9.
           05  FILLER PIC X(015) VALUE
           "   SEM FAIXA: ".
           05  LR-SEMFX      PIC ZZZZ9.

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACOMPA.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** POSICIONAMENTO SALARIAL NA FAIXA (C".
           05  LINE 02  COLUMN 42
               VALUE  "OMPA-RATIO) ***".
           05  LINE 06  COLUMN 01
               VALUE  " DEPARTAMENTO (0=TODOS)             :".
           05  LINE 08  COLUMN 01
               VALUE  " MESES SEM AUMENTO P/ MARCAR ABAIXO :".
           05  LINE 10  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )         :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-FILTRO
               LINE 06  COLUMN 39  PIC 999
               USING  W-FILTRO
               HIGHLIGHT.
           05  TW-MESESLIM
               LINE 08  COLUMN 39  PIC ZZ9
               USING  W-MESESLIM
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 10  COLUMN 39  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-FILTRO TABCARG W-QTDTR
                MOVE ZEROS TO W-QTDG W-SOMAG
                MOVE ZEROS TO W-QTDACIMA W-QTDABAIXO W-QTDSEMFX
                MOVE 24 TO W-MESESLIM
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                DISPLAY TELACOMPA.
       INC-FILTRO.
                ACCEPT TW-FILTRO.
       INC-LIM.
                ACCEPT TW-MESESLIM
                IF W-MESESLIM = ZEROS
                   MOVE "*** INFORME O LIMITE EM MESES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LIM.
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
           OPEN OUTPUT ARQCMPTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO COMPA.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           MOVE "N" TO W-CARGOK W-NIVELOK W-DEPOK W-PROPOK
           OPEN INPUT ARQCARG
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CARGOK.
           OPEN INPUT TBNIVEL
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-NIVELOK.
           OPEN INPUT ARQDEP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPOK.
           OPEN INPUT ARQPROPOS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROPOK.

           MOVE W-DATAHOJE TO CAB1-HOJE
           MOVE W-FILTRO   TO CAB1-FILTRO
           MOVE W-MESESLIM TO CAB1B-LIM
           WRITE REGCMPTX FROM CAB1
           WRITE REGCMPTX FROM CAB1B

      *----[ 1: DATA DO ULTIMO AUMENTO DE CADA CHAPA ]----
           SORT WORKEVT
                ON ASCENDING KEY EV-CHAPA EV-DATA
                INPUT PROCEDURE IS CARREGAR-EVT THRU CARREGAR-EVT-FIM
                OUTPUT PROCEDURE IS GUARDAR-EVT THRU GUARDAR-EVT-FIM.

      *----[ 2: POSICAO NA FAIXA, POR DEPARTAMENTO E CARGO ]----
           MOVE 1 TO W-IR
           SORT WORKCMP
                ON ASCENDING KEY WK-CODDEP WK-CODCARG WK-NOME
                INPUT PROCEDURE IS CARREGAR-CMP THRU CARREGAR-CMP-FIM
                OUTPUT PROCEDURE IS IMPRIMIR-CMP
                               THRU IMPRIMIR-CMP-FIM.

           MOVE "*** RELATORIO GERADO: COMPA.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *-----------[ AUMENTOS: DISSIDIO, PROPOSTAS E HISTORICO ]---------
       CARREGAR-EVT.
           MOVE "N" TO W-LOGOK
           OPEN INPUT ARQLOG
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-EVT-PRO.
           MOVE "S" TO W-LOGOK.
       CARREGAR-EVT-LOG.
           READ ARQLOG
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-EVT-PRO.
           IF LOG-DESCR NOT = "REAJUSTE DISSIDIO APLICADO"
              GO TO CARREGAR-EVT-LOG.
           IF LOG-ARQUIVO = "ARQCARG"
              IF LOG-CHAVE(1:3) IS NUMERIC
                 MOVE LOG-CHAVE(1:3) TO W-LOGCOD
                 COMPUTE W-IG = W-LOGCOD + 1
                 IF LOG-DATA > TC-DTAUM(W-IG)
                    MOVE LOG-DATA TO TC-DTAUM(W-IG).
           IF LOG-ARQUIVO NOT = "ARQFUNC"
              GO TO CARREGAR-EVT-LOG.
           IF LOG-CHAVE(1:6) IS NOT NUMERIC
              GO TO CARREGAR-EVT-LOG.
           MOVE LOG-CHAVE(1:6) TO W-LOGCHAPA
           MOVE W-LOGCHAPA TO EV-CHAPA
           MOVE LOG-DATA   TO EV-DATA
           RELEASE REGWEVT
           GO TO CARREGAR-EVT-LOG.
       CARREGAR-EVT-PRO.
           IF W-LOGOK = "S"
              CLOSE ARQLOG.
           IF W-PROPOK NOT = "S"
              GO TO CARREGAR-EVT-HSA.
           MOVE ZEROS TO PRO-KEY
           START ARQPROPOS KEY IS NOT LESS PRO-KEY
               INVALID KEY GO TO CARREGAR-EVT-HSA.
       CARREGAR-EVT-PRORD.
           READ ARQPROPOS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-EVT-HSA.
           IF PRO-STATUS NOT = "E" OR PRO-NOVOSAL = ZEROS
              GO TO CARREGAR-EVT-PRORD.
           MOVE PRO-CHAPA TO EV-CHAPA
           COMPUTE EV-DATA = PRO-COMPET * 100 + 1
           RELEASE REGWEVT
           GO TO CARREGAR-EVT-PRORD.
      *----[ AUMENTOS GRAVADOS NO HISTORICO SALARIAL (FPP176) ]----
       CARREGAR-EVT-HSA.
           OPEN INPUT ARQHISSAL
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-EVT-FIM.
       CARREGAR-EVT-HSARD.
           READ ARQHISSAL NEXT
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQHISSAL
              GO TO CARREGAR-EVT-FIM.
           IF HSA-SALANT = ZEROS OR HSA-SALNOVO NOT > HSA-SALANT
              GO TO CARREGAR-EVT-HSARD.
           MOVE HSA-CHAPA TO EV-CHAPA
           MOVE HSA-DTVIG TO EV-DATA
           RELEASE REGWEVT
           GO TO CARREGAR-EVT-HSARD.
       CARREGAR-EVT-FIM.
           EXIT.

      *----[ FICA SO A MAIS RECENTE DE CADA CHAPA ]----
       GUARDAR-EVT.
           RETURN WORKEVT AT END
               GO TO GUARDAR-EVT-FIM.
           IF W-QTDTR > ZEROS
              IF TR-CHAPA(W-QTDTR) = EV-CHAPA
                 MOVE EV-DATA TO TR-DATA(W-QTDTR)
                 GO TO GUARDAR-EVT.
           IF W-QTDTR NOT < 9999
              GO TO GUARDAR-EVT.
           ADD 1 TO W-QTDTR
           MOVE EV-CHAPA TO TR-CHAPA(W-QTDTR)
           MOVE EV-DATA  TO TR-DATA(W-QTDTR)
           GO TO GUARDAR-EVT.
       GUARDAR-EVT-FIM.
           EXIT.

      *----------------[ CARGA: ATIVOS COM A SUA FAIXA ]----------------
       CARREGAR-CMP.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO CARREGAR-CMP-FIM.
       CARREGAR-CMP-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-CMP-FIM.
           IF FUNCSTATUS NOT = "A" OR FUNC-TPCONTRATO = "T"
              GO TO CARREGAR-CMP-RD.
           IF W-FILTRO NOT = ZEROS AND CODDEP NOT = W-FILTRO
              GO TO CARREGAR-CMP-RD.
           PERFORM CALC-FAIXA THRU CALC-FAIXA-FIM
           PERFORM CALC-ULTAUM THRU CALC-ULTAUM-FIM
           MOVE CODDEP        TO WK-CODDEP
           MOVE CODIGOCARG    TO WK-CODCARG
           MOVE NOME          TO WK-NOME
           MOVE CHAPA         TO WK-CHAPA
           MOVE NIVELSALARIAL TO WK-NIVEL
           MOVE W-SAL         TO WK-SAL
           MOVE W-MIN         TO WK-MIN
           MOVE W-MED         TO WK-MED
           MOVE W-MAX         TO WK-MAX
           MOVE W-DTAUM       TO WK-DTAUM
           MOVE ZEROS         TO WK-COMPA
           MOVE SPACES        TO WK-MARCA
           MOVE ZEROS TO WK-MESES
           IF W-MESES > ZEROS
              MOVE W-MESES TO WK-MESES.
           IF W-MED = ZEROS
              MOVE "S" TO WK-MARCA
              RELEASE REGWORK
              GO TO CARREGAR-CMP-RD.
           COMPUTE WK-COMPA ROUNDED = W-SAL * 100 / W-MED
           IF W-SAL > W-MAX
              MOVE "A" TO WK-MARCA
           ELSE
              IF W-SAL < W-MED AND W-MESES NOT < W-MESESLIM
                 MOVE "B" TO WK-MARCA.
           RELEASE REGWORK
           GO TO CARREGAR-CMP-RD.
       CARREGAR-CMP-FIM.
           EXIT.

      *----[ FAIXA DO NIVEL SOBRE O SALARIO BASE DO CARGO ]----
       CALC-FAIXA.
           MOVE ZEROS TO W-MIN W-MED W-MAX SALARIOBASE
           MOVE SALARIOEMP TO W-SAL
           IF W-CARGOK = "S"
              MOVE CODIGOCARG TO COD
              READ ARQCARG
              IF ST-ERRO2 NOT = "00"
                 MOVE ZEROS TO SALARIOBASE.
           IF W-SAL = ZEROS
              MOVE SALARIOBASE TO W-SAL.
           IF W-NIVELOK NOT = "S" OR NIVELSALARIAL = ZEROS
                 OR SALARIOBASE = ZEROS
              GO TO CALC-FAIXA-FIM.
           MOVE NIVELSALARIAL TO NIVEL-COD
           READ TBNIVEL
           IF ST-ERRO2 NOT = "00"
              GO TO CALC-FAIXA-FIM.
           COMPUTE W-MIN ROUNDED = SALARIOBASE * NIVEL-PERCMIN / 100
           COMPUTE W-MED ROUNDED = SALARIOBASE * NIVEL-PERC / 100
           COMPUTE W-MAX ROUNDED = SALARIOBASE * NIVEL-PERCMAX / 100
           IF SALARIOEMP = ZEROS
              MOVE W-MED TO W-SAL.
       CALC-FAIXA-FIM.
           EXIT.

      *----[ MAIS RECENTE ENTRE ADMISSAO, DISSIDIO E PROPOSTA ]----
       CALC-ULTAUM.
           COMPUTE W-DTADM = (ADM-ANO * 10000) + (ADM-MES * 100)
                           + ADM-DIA
           MOVE W-DTADM TO W-DTAUM
           IF SALARIOEMP = ZEROS
              COMPUTE W-IG = CODIGOCARG + 1
              IF TC-DTAUM(W-IG) > W-DTAUM
                 MOVE TC-DTAUM(W-IG) TO W-DTAUM.
       CALC-ULTAUM-PROC.
           IF W-IR > W-QTDTR
              GO TO CALC-ULTAUM-MES.
           IF TR-CHAPA(W-IR) < CHAPA
              ADD 1 TO W-IR
              GO TO CALC-ULTAUM-PROC.
           IF TR-CHAPA(W-IR) = CHAPA AND TR-DATA(W-IR) > W-DTAUM
              MOVE TR-DATA(W-IR) TO W-DTAUM.
       CALC-ULTAUM-MES.
           COMPUTE W-MESES = (W-HOJE-ANO * 12 + W-HOJE-MES)
                           - (W-AUM-ANO * 12 + W-AUM-MES)
           IF W-HOJE-DIA < W-AUM-DIA
              SUBTRACT 1 FROM W-MESES.
           IF W-MESES > 999
              MOVE 999 TO W-MESES.
       CALC-ULTAUM-FIM.
           EXIT.

      *----------------[ RELATORIO COM QUEBRA POR DEPTO E CARGO ]-------
       IMPRIMIR-CMP.
           MOVE "S" TO W-PRIMEIRO.
       IMPRIMIR-CMP-RD.
           RETURN WORKCMP AT END
               GO TO IMPRIMIR-CMP-FECHA.
           IF W-PRIMEIRO = "S"
              GO TO IMPRIMIR-CMP-DEP.
           IF WK-CODDEP NOT = W-DEPANT
              PERFORM FECHAR-CARGO THRU FECHAR-CARGO-FIM
              PERFORM FECHAR-DEP THRU FECHAR-DEP-FIM
              GO TO IMPRIMIR-CMP-DEP.
           IF WK-CODCARG NOT = W-CARGANT
              PERFORM FECHAR-CARGO THRU FECHAR-CARGO-FIM
              GO TO IMPRIMIR-CMP-CARG.
           GO TO IMPRIMIR-CMP-DET.
       IMPRIMIR-CMP-DEP.
           MOVE "N" TO W-PRIMEIRO
           MOVE WK-CODDEP TO W-DEPANT CD-COD
           MOVE ZEROS TO W-QTDD W-SOMAD
           MOVE "*** NAO CADASTRADO" TO CD-DENOM
           IF W-DEPOK = "S"
              MOVE WK-CODDEP TO CODIGO
              READ ARQDEP
              IF ST-ERRO2 = "00"
                 MOVE DENOMINACAO TO CD-DENOM.
           WRITE REGCMPTX FROM CABBLANK
           WRITE REGCMPTX FROM CAB3
           WRITE REGCMPTX FROM CABDEP.
       IMPRIMIR-CMP-CARG.
           MOVE WK-CODCARG TO W-CARGANT CC-COD
           MOVE ZEROS TO W-QTDC W-SOMAC
           MOVE "*** NAO CADASTRADO" TO CC-DENOM
           IF W-CARGOK = "S"
              MOVE WK-CODCARG TO COD
              READ ARQCARG
              IF ST-ERRO2 = "00"
                 MOVE DENOM TO CC-DENOM.
           WRITE REGCMPTX FROM CABBLANK
           WRITE REGCMPTX FROM CABCARG
           WRITE REGCMPTX FROM CAB2.
       IMPRIMIR-CMP-DET.
           MOVE WK-CHAPA TO D-CHAPA
           MOVE WK-NOME  TO D-NOME
           MOVE WK-NIVEL TO D-NIVEL
           MOVE WK-SAL   TO D-SAL
           MOVE WK-MIN   TO D-MIN
           MOVE WK-MED   TO D-MED
           MOVE WK-MAX   TO D-MAX
           MOVE WK-COMPA TO D-COMPA
           MOVE WK-DTAUM(7:2) TO W-DSP-DIA
           MOVE WK-DTAUM(5:2) TO W-DSP-MES
           MOVE WK-DTAUM(1:4) TO W-DSP-ANO
           MOVE W-DSPDATA TO D-DTAUM
           MOVE WK-MESES TO D-MESES
           MOVE SPACES TO D-MARCA
           IF WK-MARCA = "A"
              MOVE "*ACIMA DO MAXIMO" TO D-MARCA
              ADD 1 TO W-QTDACIMA.
           IF WK-MARCA = "B"
              MOVE "*ABAIXO DO MEDIO" TO D-MARCA
              ADD 1 TO W-QTDABAIXO.
           IF WK-MARCA = "S"
              MOVE "SEM FAIXA NO NIVEL" TO D-MARCA
              ADD 1 TO W-QTDSEMFX
              WRITE REGCMPTX FROM DET
              GO TO IMPRIMIR-CMP-RD.
           WRITE REGCMPTX FROM DET
           ADD 1 TO W-QTDC W-QTDD W-QTDG
           ADD WK-COMPA TO W-SOMAC W-SOMAD W-SOMAG
           GO TO IMPRIMIR-CMP-RD.
       IMPRIMIR-CMP-FECHA.
           IF W-PRIMEIRO = "N"
              PERFORM FECHAR-CARGO THRU FECHAR-CARGO-FIM
              PERFORM FECHAR-DEP THRU FECHAR-DEP-FIM.
           WRITE REGCMPTX FROM CABBLANK
           WRITE REGCMPTX FROM CAB3
           MOVE "TOTAL GERAL" TO LS-ROTULO
           MOVE W-QTDG TO LS-QTD
           MOVE ZEROS TO W-MEDIA
           IF W-QTDG NOT = ZEROS
              COMPUTE W-MEDIA ROUNDED = W-SOMAG / W-QTDG.
           MOVE W-MEDIA TO LS-MEDIA
           WRITE REGCMPTX FROM LINSUB
           MOVE W-QTDACIMA  TO LR-ACIMA
           MOVE W-QTDABAIXO TO LR-ABAIXO
           MOVE W-QTDSEMFX  TO LR-SEMFX
           WRITE REGCMPTX FROM LINRESUMO.
       IMPRIMIR-CMP-FIM.
           EXIT.

       FECHAR-CARGO.
           MOVE "SUBTOTAL DO CARGO" TO LS-ROTULO
           MOVE W-QTDC TO LS-QTD
           MOVE ZEROS TO W-MEDIA
           IF W-QTDC NOT = ZEROS
              COMPUTE W-MEDIA ROUNDED = W-SOMAC / W-QTDC.
           MOVE W-MEDIA TO LS-MEDIA
           WRITE REGCMPTX FROM LINSUB.
       FECHAR-CARGO-FIM.
           EXIT.

       FECHAR-DEP.
           MOVE "TOTAL DO DEPTO" TO LS-ROTULO
           MOVE W-QTDD TO LS-QTD
           MOVE ZEROS TO W-MEDIA
           IF W-QTDD NOT = ZEROS
              COMPUTE W-MEDIA ROUNDED = W-SOMAD / W-QTDD.
           MOVE W-MEDIA TO LS-MEDIA
           WRITE REGCMPTX FROM LINSUB.
       FECHAR-DEP-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQCMPTX.
           IF W-CARGOK = "S"
              CLOSE ARQCARG.
           IF W-NIVELOK = "S"
              CLOSE TBNIVEL.
           IF W-DEPOK = "S"
              CLOSE ARQDEP.
           IF W-PROPOK = "S"
              CLOSE ARQPROPOS.
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
       FIM-ROT-CMP.
