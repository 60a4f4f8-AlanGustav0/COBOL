       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP180.
      ********************************************************
      * ACOMPANHAMENTO DO CICLO DE AVALIACAO DE DESEMPENHO    *
      * LISTA POR DEPARTAMENTO AS AVALIACOES ANUAIS DO ANO    *
      * (ARQAVAL TIPO A): CONCLUIDA, PENDENTE OU ATRASADA     *
      * (PENDENTE APOS A DATA LIMITE DO CICLO), COM TOTAIS,   *
      * PERCENTUAL CONCLUIDO E DISTRIBUICAO DOS CONCEITOS.    *
      * NO FINAL LISTA OS CONTRATOS DE EXPERIENCIA ATIVOS SEM *
      * AVALIACAO DE FIM DE EXPERIENCIA CONCLUIDA (FPP179).   *
      * DEPARTAMENTO ZERO = TODOS. GERA AVALCIC.DOC           *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQAVCIC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CIC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO2
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODDEP
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODIGOCARG
                      WITH DUPLICATES.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQAVCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.

           SELECT WORKAVC ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQAVAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-ANO            PIC 9(04).
      *----[ A=ANUAL  X=FIM DO CONTRATO DE EXPERIENCIA ]----
            05 AVA-TIPO           PIC X(01).
           03 AVA-CODDEP         PIC 9(03).
           03 AVA-AVALIADOR      PIC 9(06).
      *----[ NOTAS 1 A 5 NOS CINCO CRITERIOS DO FPP179 ]----
           03 AVA-NOTA           PIC 9(01) OCCURS 5 TIMES.
           03 AVA-MEDIA          PIC 9(01)V99.
      *----[ CONCEITO GERAL 1=INSUFICIENTE ... 5=EXCEPCIONAL ]----
           03 AVA-CONCEITO       PIC 9(01).
      *----[ SO NA EXPERIENCIA: E=EFETIVAR  D=NAO EFETIVAR ]----
           03 AVA-RESULT         PIC X(01).
      *----[ P=PENDENTE  C=CONCLUIDA ]----
           03 AVA-STATUS         PIC X(01).
           03 AVA-DTAVAL         PIC 9(08).
           03 AVA-OBS            PIC X(40).
           03 AVA-OPERADOR       PIC X(08).
           03 AVA-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQAVCIC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVCIC.DAT".
       01 REGAVCIC.
           03 CIC-KEY.
            05 CIC-ANO            PIC 9(04).
            05 CIC-CODDEP         PIC 9(03).
           03 CIC-DTINI          PIC 9(08).
           03 CIC-DTLIMITE       PIC 9(08).
           03 CIC-AVALIADOR      PIC 9(06).
      *----[ A=ABERTO  F=FECHADO ]----
           03 CIC-STATUS         PIC X(01).
           03 CIC-QTDFUNC        PIC 9(04).
           03 CIC-OPERADOR       PIC X(08).
           03 CIC-DTULTALT       PIC 9(08).
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
       FD ARQAVCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVALCIC.DOC".
       01 REGAVCTX                     PIC X(100).
      *-----------------------------------------------------------------
       SD WORKAVC.
       01 REGWORK.
          03 WK-CODDEP        PIC 9(03).
          03 WK-STATUS        PIC X(01).
          03 WK-CHAPA         PIC 9(06).
          03 WK-AVALIADOR     PIC 9(06).
          03 WK-DTAVAL        PIC 9(08).
          03 WK-CONCEITO      PIC 9(01).
          03 WK-MEDIA         PIC 9(01)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-CICOK         PIC X(01) VALUE "N".
       01 W-DEPOK         PIC X(01) VALUE "N".
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-FILTRO        PIC 9(03) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-DEPANT        PIC 9(03) VALUE ZEROS.
       01 W-DTLIMITE      PIC 9(08) VALUE ZEROS.
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-IC            PIC 9(01) VALUE ZEROS.
      *----[ AAAAMMDD PARA DD/MM/AAAA ]----
       01 W-DTAMD         PIC 9(08) VALUE ZEROS.
       01 W-DTAMD-X REDEFINES W-DTAMD.
          03 W-DTAMD-ANO     PIC 9(04).
          03 W-DTAMD-MES     PIC 9(02).
          03 W-DTAMD-DIA     PIC 9(02).
       01 W-DTDMA.
          03 W-DTDMA-DIA     PIC 9(02).
          03 W-DTDMA-MES     PIC 9(02).
          03 W-DTDMA-ANO     PIC 9(04).
       01 W-DTDMA-N REDEFINES W-DTDMA PIC 9(08).
      *----[ CONTADORES DO DEPARTAMENTO (1) E GERAL (2) ]----
       01 TABTOT.
          03 TT-ITEM OCCURS 2 TIMES.
             05 TT-TOTAL      PIC 9(05).
             05 TT-CONCL      PIC 9(05).
             05 TT-PEND       PIC 9(05).
             05 TT-ATRAS      PIC 9(05).
             05 TT-CONC       PIC 9(05) OCCURS 5 TIMES.
       01 W-IT            PIC 9(01) VALUE ZEROS.
       01 W-PERC          PIC 9(03)V9 VALUE ZEROS.
       01 W-QTDEXP        PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(040) VALUE
           "ACOMPANHAMENTO DAS AVALIACOES DE DESEMPE".
           05  FILLER PIC X(014) VALUE
           "NHO - CICLO: ".
           05  CAB1-ANO      PIC 9999.

       01  CABDEP.
           05  FILLER        PIC X(06) VALUE "DEPTO ".
           05  CD-COD        PIC 999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  CD-DENOM      PIC X(25).
           05  FILLER        PIC X(08) VALUE " LIMITE ".
           05  CD-LIMITE     PIC 99/99/9999.
           05  FILLER        PIC X(08) VALUE " CICLO: ".
           05  CD-STATUS     PIC X(10).

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "CHAPA  NOME                          AVA".
           05  FILLER PIC X(040) VALUE
           "LIADOR SITUACAO   DT.AVAL.    CONC MEDIA".

       01  DET.
           05  D-CHAPA       PIC 9(06).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-AVALIADOR   PIC ZZZZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-SITUACAO    PIC X(10).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTAVAL      PIC X(10).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  D-CONCEITO    PIC X(01).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  D-MEDIA       PIC X(04).

       01  LINTOT.
           05  LT-TITULO     PIC X(10).
           05  FILLER        PIC X(08) VALUE " TOTAL: ".
           05  LT-TOTAL      PIC ZZZZ9.
           05  FILLER        PIC X(13) VALUE "  CONCLUIDAS:".
           05  LT-CONCL      PIC ZZZZ9.
           05  FILLER        PIC X(02) VALUE " (".
           05  LT-PERC       PIC ZZ9,9.
           05  FILLER        PIC X(14) VALUE "%)  PENDENTES:".
           05  LT-PEND       PIC ZZZZ9.
           05  FILLER        PIC X(12) VALUE "  ATRASADAS:".
           05  LT-ATRAS      PIC ZZZZ9.

       01  LINCONC.
           05  FILLER        PIC X(23) VALUE
           "           CONCEITOS:  ".
           05  LINCONC-ITEM OCCURS 5 TIMES.
              07  LC-NUM     PIC 9.
              07  FILLER     PIC X(01) VALUE "=".
              07  LC-QTD     PIC ZZZZ9.
              07  FILLER     PIC X(03) VALUE SPACES.

       01  CAB3.
           05  FILLER PIC X(040) VALUE
           "CONTRATOS DE EXPERIENCIA ATIVOS SEM AVAL".
           05  FILLER PIC X(040) VALUE
           "IACAO DE FIM DE EXPERIENCIA CONCLUIDA   ".

       01  CAB4.
           05  FILLER PIC X(040) VALUE
           "CHAPA  NOME                            D".
           05  FILLER PIC X(012) VALUE
           "EP ADMISSAO".

       01  DETEXP.
           05  DE-CHAPA      PIC 9(06).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DE-NOME       PIC X(30).
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DE-CODDEP     PIC 999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DE-DTADM      PIC 99/99/9999.

       01  LINEXP.
           05  FILLER        PIC X(018) VALUE
           "*** TOTAL:".
           05  LE-QTD        PIC ZZZZ9.

       01  LINVAZIO.
           05  FILLER PIC X(040) VALUE
           "*** NENHUMA AVALIACAO ANUAL NO CICLO ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAAVC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ACOMPANHAMENTO DAS AVALIACOES DE DE".
           05  LINE 02  COLUMN 42
               VALUE  "SEMPENHO ***".
           05  LINE 06  COLUMN 01
               VALUE  " ANO DO CICLO                  :".
           05  LINE 08  COLUMN 01
               VALUE  " DEPARTAMENTO (0=TODOS)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )    :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANO
               LINE 06  COLUMN 35  PIC 9999
               USING  W-ANO
               HIGHLIGHT.
           05  TW-FILTRO
               LINE 08  COLUMN 35  PIC 999
               USING  W-FILTRO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO TABTOT W-FILTRO W-QTDEXP
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE(1:4) TO W-ANO
                DISPLAY TELAAVC.
       INC-ANO.
                ACCEPT TW-ANO
                IF W-ANO < 2000
                   MOVE "*** ANO INVALIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
       INC-FILTRO.
                ACCEPT TW-FILTRO.
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
           OPEN INPUT ARQAVAL
           IF ST-ERRO NOT = "00"
              MOVE "* ARQAVAL NAO EXISTE - ABRA O CICLO (FPP178) *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAVAL
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQAVCTX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AVALCIC.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQAVAL ARQFUNC
              GO TO ROT-FIM2.
           MOVE "N" TO W-CICOK W-DEPOK
           OPEN INPUT ARQAVCIC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CICOK.
           OPEN INPUT ARQDEP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPOK.
           MOVE W-ANO TO CAB1-ANO
           WRITE REGAVCTX FROM CAB1
           WRITE REGAVCTX FROM CABBLANK

      *----[ PARTE 1: AVALIACOES ANUAIS POR DEPARTAMENTO ]----
           SORT WORKAVC
                ON ASCENDING KEY WK-CODDEP WK-STATUS WK-CHAPA
                INPUT PROCEDURE IS CARREGAR-AVA
                              THRU CARREGAR-AVA-FIM
                OUTPUT PROCEDURE IS LISTAR-AVA
                               THRU LISTAR-AVA-FIM.
      *----[ PARTE 2: EXPERIENCIA SEM AVALIACAO FINAL ]----
           PERFORM LISTAR-EXP THRU LISTAR-EXP-FIM.
           MOVE "*** RELATORIO GERADO: AVALCIC.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------[ ENTRADA DO SORT ]------------------------------
       CARREGAR-AVA.
           MOVE LOW-VALUES TO AVA-KEY
           START ARQAVAL KEY IS NOT LESS AVA-KEY
               INVALID KEY GO TO CARREGAR-AVA-FIM.
       CARREGAR-AVA-RD.
           READ ARQAVAL NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-AVA-FIM.
           IF AVA-ANO NOT = W-ANO OR AVA-TIPO NOT = "A"
              GO TO CARREGAR-AVA-RD.
           IF W-FILTRO NOT = ZEROS AND AVA-CODDEP NOT = W-FILTRO
              GO TO CARREGAR-AVA-RD.
           MOVE AVA-CODDEP    TO WK-CODDEP
           MOVE AVA-STATUS    TO WK-STATUS
           MOVE AVA-CHAPA     TO WK-CHAPA
           MOVE AVA-AVALIADOR TO WK-AVALIADOR
           MOVE AVA-DTAVAL    TO WK-DTAVAL
           MOVE AVA-CONCEITO  TO WK-CONCEITO
           MOVE AVA-MEDIA     TO WK-MEDIA
           RELEASE REGWORK
           GO TO CARREGAR-AVA-RD.
       CARREGAR-AVA-FIM.
           EXIT.

      *----------------[ SAIDA DO SORT ]--------------------------------
       LISTAR-AVA.
           MOVE "S" TO W-PRIMEIRO.
       LISTAR-AVA-RD.
           RETURN WORKAVC AT END
               GO TO LISTAR-AVA-TOT.
           IF W-PRIMEIRO = "S" OR WK-CODDEP NOT = W-DEPANT
              IF W-PRIMEIRO = "N"
                 MOVE 1 TO W-IT
                 PERFORM IMPRIMIR-TOT THRU IMPRIMIR-TOT-FIM
              END-IF
              PERFORM CAB-DEP THRU CAB-DEP-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE WK-CHAPA TO D-CHAPA CHAPA
           MOVE "*** NAO CADASTRADO" TO D-NOME
           READ ARQFUNC
           IF ST-ERRO2 = "00"
              MOVE NOME TO D-NOME.
           MOVE WK-AVALIADOR TO D-AVALIADOR
           MOVE SPACES TO D-DTAVAL D-CONCEITO D-MEDIA
           ADD 1 TO TT-TOTAL(1) TT-TOTAL(2)
           IF WK-STATUS = "C"
              GO TO LISTAR-AVA-CONCL.
           IF W-DTLIMITE NOT = ZEROS AND W-HOJE > W-DTLIMITE
              MOVE "ATRASADA" TO D-SITUACAO
              ADD 1 TO TT-ATRAS(1) TT-ATRAS(2)
           ELSE
              MOVE "PENDENTE" TO D-SITUACAO
              ADD 1 TO TT-PEND(1) TT-PEND(2).
           WRITE REGAVCTX FROM DET
           GO TO LISTAR-AVA-RD.
       LISTAR-AVA-CONCL.
           MOVE "CONCLUIDA" TO D-SITUACAO
           ADD 1 TO TT-CONCL(1) TT-CONCL(2)
           MOVE WK-DTAVAL TO W-DTAMD
           PERFORM EDITAR-DATA THRU EDITAR-DATA-FIM
           MOVE W-DTDMA(1:2) TO D-DTAVAL(1:2)
           MOVE "/"          TO D-DTAVAL(3:1)
           MOVE W-DTDMA(3:2) TO D-DTAVAL(4:2)
           MOVE "/"          TO D-DTAVAL(6:1)
           MOVE W-DTDMA(5:4) TO D-DTAVAL(7:4)
           MOVE WK-CONCEITO TO D-CONCEITO
           MOVE WK-MEDIA(1:1) TO D-MEDIA(1:1)
           MOVE ","           TO D-MEDIA(2:1)
           MOVE WK-MEDIA(2:2) TO D-MEDIA(3:2)
           IF WK-CONCEITO > 0 AND WK-CONCEITO < 6
              ADD 1 TO TT-CONC(1, WK-CONCEITO) TT-CONC(2, WK-CONCEITO).
           WRITE REGAVCTX FROM DET
           GO TO LISTAR-AVA-RD.
       LISTAR-AVA-TOT.
           IF W-PRIMEIRO = "S"
              WRITE REGAVCTX FROM LINVAZIO
              GO TO LISTAR-AVA-FIM.
           MOVE 1 TO W-IT
           PERFORM IMPRIMIR-TOT THRU IMPRIMIR-TOT-FIM
           MOVE 2 TO W-IT
           PERFORM IMPRIMIR-TOT THRU IMPRIMIR-TOT-FIM.
       LISTAR-AVA-FIM.
           EXIT.

      *----[ CABECALHO DO DEPARTAMENTO COM OS DADOS DO CICLO ]----
       CAB-DEP.
           MOVE WK-CODDEP TO W-DEPANT CD-COD
           MOVE "*** NAO CADASTRADO" TO CD-DENOM
           IF W-DEPOK = "S"
              MOVE WK-CODDEP TO CODIGO
              READ ARQDEP
              IF ST-ERRO2 = "00"
                 MOVE DENOMINACAO TO CD-DENOM.
           MOVE ZEROS TO W-DTLIMITE CD-LIMITE
           MOVE "SEM CICLO" TO CD-STATUS
           IF W-CICOK NOT = "S"
              GO TO CAB-DEP-WR.
           MOVE W-ANO     TO CIC-ANO
           MOVE WK-CODDEP TO CIC-CODDEP
           READ ARQAVCIC
           IF ST-ERRO2 NOT = "00"
              GO TO CAB-DEP-WR.
           MOVE CIC-DTLIMITE TO W-DTLIMITE W-DTAMD
           PERFORM EDITAR-DATA THRU EDITAR-DATA-FIM
           MOVE W-DTDMA-N TO CD-LIMITE
           MOVE "ABERTO" TO CD-STATUS
           IF CIC-STATUS = "F"
              MOVE "FECHADO" TO CD-STATUS.
       CAB-DEP-WR.
           WRITE REGAVCTX FROM CABDEP
           WRITE REGAVCTX FROM CAB2.
       CAB-DEP-FIM.
           EXIT.

      *----[ TOTAIS DO DEPARTAMENTO (W-IT=1) OU GERAL (W-IT=2) ]----
       IMPRIMIR-TOT.
           MOVE "  DEPTO" TO LT-TITULO
           IF W-IT = 2
              MOVE "*** GERAL" TO LT-TITULO.
           MOVE TT-TOTAL(W-IT) TO LT-TOTAL
           MOVE TT-CONCL(W-IT) TO LT-CONCL
           MOVE TT-PEND(W-IT)  TO LT-PEND
           MOVE TT-ATRAS(W-IT) TO LT-ATRAS
           MOVE ZEROS TO W-PERC
           IF TT-TOTAL(W-IT) NOT = ZEROS
              COMPUTE W-PERC ROUNDED =
                      TT-CONCL(W-IT) * 100 / TT-TOTAL(W-IT).
           MOVE W-PERC TO LT-PERC
           WRITE REGAVCTX FROM LINTOT
           MOVE 1 TO W-IC.
       IMPRIMIR-TOT-CONC.
           MOVE W-IC TO LC-NUM(W-IC)
           MOVE TT-CONC(W-IT, W-IC) TO LC-QTD(W-IC)
           IF W-IC < 5
              ADD 1 TO W-IC
              GO TO IMPRIMIR-TOT-CONC.
           WRITE REGAVCTX FROM LINCONC
           WRITE REGAVCTX FROM CABBLANK
           MOVE ZEROS TO TT-ITEM(W-IT).
       IMPRIMIR-TOT-FIM.
           EXIT.

      *----[ CONTRATO TIPO E ATIVO SEM AVALIACAO X CONCLUIDA ]----
       LISTAR-EXP.
           WRITE REGAVCTX FROM CABBLANK
           WRITE REGAVCTX FROM CAB3
           WRITE REGAVCTX FROM CAB4
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO LISTAR-EXP-TOT.
       LISTAR-EXP-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LISTAR-EXP-TOT.
           IF FUNCSTATUS NOT = "A" OR FUNC-TPCONTRATO NOT = "E"
              GO TO LISTAR-EXP-RD.
           IF W-FILTRO NOT = ZEROS AND CODDEP NOT = W-FILTRO
              GO TO LISTAR-EXP-RD.
           PERFORM BUSCAR-EXP THRU BUSCAR-EXP-FIM
           IF W-ACHOU = "S"
              GO TO LISTAR-EXP-RD.
           MOVE CHAPA      TO DE-CHAPA
           MOVE NOME       TO DE-NOME
           MOVE CODDEP     TO DE-CODDEP
           MOVE DTADMISSAO TO DE-DTADM
           WRITE REGAVCTX FROM DETEXP
           ADD 1 TO W-QTDEXP
           GO TO LISTAR-EXP-RD.
       LISTAR-EXP-TOT.
           MOVE W-QTDEXP TO LE-QTD
           WRITE REGAVCTX FROM LINEXP.
       LISTAR-EXP-FIM.
           EXIT.

       BUSCAR-EXP.
           MOVE "N" TO W-ACHOU
           MOVE CHAPA TO AVA-CHAPA
           MOVE ZEROS TO AVA-ANO
           MOVE SPACES TO AVA-TIPO
           START ARQAVAL KEY IS NOT LESS AVA-KEY
               INVALID KEY GO TO BUSCAR-EXP-FIM.
       BUSCAR-EXP-RD.
           READ ARQAVAL NEXT
           IF ST-ERRO NOT = "00" OR AVA-CHAPA NOT = CHAPA
              GO TO BUSCAR-EXP-FIM.
           IF AVA-TIPO = "X" AND AVA-STATUS = "C"
              MOVE "S" TO W-ACHOU
              GO TO BUSCAR-EXP-FIM.
           GO TO BUSCAR-EXP-RD.
       BUSCAR-EXP-FIM.
           EXIT.

       EDITAR-DATA.
           MOVE W-DTAMD-DIA TO W-DTDMA-DIA
           MOVE W-DTAMD-MES TO W-DTDMA-MES
           MOVE W-DTAMD-ANO TO W-DTDMA-ANO.
       EDITAR-DATA-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQAVAL ARQFUNC ARQAVCTX.
           IF W-CICOK = "S"
              CLOSE ARQAVCIC.
           IF W-DEPOK = "S"
              CLOSE ARQDEP.
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
       FIM-ROT-AVC.
