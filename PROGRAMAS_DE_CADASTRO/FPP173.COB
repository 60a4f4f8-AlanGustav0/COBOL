       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP173.
      ********************************************************
      * PROJECAO DO CUSTO DE PESSOAL - PROXIMOS 12 MESES      *
      * POR DEPARTAMENTO E MES, A PARTIR DA COMPETENCIA       *
      * INICIAL INFORMADA. COMPOSICAO DO CUSTO DE CADA MES:   *
      *  - SALARIO ATUAL DOS ATIVOS (ARQFUNC)                 *
      *  - PROPOSTAS APROVADAS E AINDA NAO APLICADAS          *
      *    (ARQPROPOS STATUS A) A PARTIR DA SUA COMPETENCIA,  *
      *    COM NOVO SALARIO E NOVO DEPARTAMENTO               *
      *  - DISSIDIO: PERCENTUAL A PARTIR DO MES INFORMADO     *
      *    (SALARIO DE PROPOSTA POSTERIOR JA VEM NEGOCIADO)   *
      *  - 1/3 DAS FERIAS PLANEJADAS NO MES DE INICIO         *
      *    (ARQFERPLAN, PLANEJADAS E CONFIRMADAS)             *
      *  - 13o: METADE EM NOVEMBRO, SALDO EM DEZEMBRO         *
      *  - ENCARGOS VIGENTES DA EMPRESA (TBENCARGO: PATRONAL, *
      *    RAT X FAP, TERCEIROS) E FGTS 8% (APRENDIZ 2%);     *
      *    ESTAGIO SEM 13o, ENCARGOS OU FGTS                  *
      *  - VAGAS ABERTAS (DEP-VAGAS MENOS ATIVOS) PELO        *
      *    SALARIO MEDIO DO DEPARTAMENTO A PARTIR DO MES DE   *
      *    CONTRATACAO INFORMADO, COM 13o PROPORCIONAL        *
      * CADA DEPARTAMENTO SAI COM PROJETADO, ORCADO (ARQORCA) *
      * E DIFERENCA, EM REAIS. GERA PROJCUSTO.DOC             *
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

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPROPOS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRO-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFERPLAN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLF-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT TBENCARGO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ENC-KEY
                      FILE STATUS IS ST-ERRO4.

           SELECT ARQORCA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ORC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPROJTX ASSIGN TO DISK
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
       FD ARQFERPLAN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFERPLAN.DAT".
       01 REGFERPLAN.
           03 PLF-KEY.
            05 PLF-CHAPA          PIC 9(06).
            05 PLF-DTINI          PIC 9(08).
            05 PLF-DTINIX REDEFINES PLF-DTINI.
             07 PLF-ANOINI         PIC 9(04).
             07 PLF-MESINI         PIC 9(02).
             07 PLF-DIAINI         PIC 9(02).
           03 PLF-CODDEP         PIC 9(03).
           03 PLF-QTDDIAS        PIC 9(02).
      *----[ P=PLANEJADA C=CONFIRMADA NO ARQFER X=CANCELADA ]----
           03 PLF-STATUS         PIC X(01).
      *-----------------------------------------------------------------
       FD TBENCARGO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBENCARGO.DAT".
       01 REGENCARGO.
           03 ENC-KEY.
            05 ENC-EMPRESA        PIC X(02).
            05 ENC-VIGENCIA       PIC 9(08).
           03 ENC-PATRONAL       PIC 9(01)V9999.
           03 ENC-RAT            PIC 9(01)V9999.
           03 ENC-FAP            PIC 9(01)V9999.
           03 ENC-TERCEIROS      PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD ARQORCA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQORCA.DAT".
       01 REGORCA.
           03 ORC-KEY.
            05 ORC-CODDEP         PIC 9(03).
            05 ORC-COMPET         PIC 9(06).
           03 ORC-VALOR          PIC 9(09)V99.
      *-----------------------------------------------------------------
       FD ARQPROJTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROJCUSTO.DOC".
       01 REGPROJTX                    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 W-PROPOK        PIC X(01) VALUE "N".
       01 W-FERPOK        PIC X(01) VALUE "N".
       01 W-ENCOK         PIC X(01) VALUE "N".
       01 W-ORCOK         PIC X(01) VALUE "N".
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
      *----[ DISSIDIO E CONTRATACAO DAS VAGAS ]----
       01 W-DISMES        PIC 9(02) VALUE ZEROS.
       01 W-DISPCT        PIC 9(02)V99 VALUE ZEROS.
       01 W-DISIX         PIC 9(02) VALUE ZEROS.
       01 W-DISFATOR      PIC 9(01)V9999 VALUE 1.
       01 W-VAGENTR.
          03 W-VAGENTR-MES   PIC 9(02).
          03 W-VAGENTR-ANO   PIC 9(04).
       01 W-VAGCOMP       PIC 9(06) VALUE ZEROS.
       01 W-VAGIX         PIC 9(02) VALUE ZEROS.
      *----[ OS 12 MESES DA PROJECAO ]----
       01 TABMES.
          03 TM-ITEM OCCURS 12 TIMES.
             05 TM-COMPET     PIC 9(06).
             05 TM-COMPETX REDEFINES TM-COMPET.
                07 TM-ANO     PIC 9(04).
                07 TM-MES     PIC 9(02).
       01 W-M             PIC 9(02) VALUE ZEROS COMP.
       01 W-D             PIC 9(04) VALUE ZEROS COMP.
      *----[ SALARIO, DEPARTAMENTO E ADICIONAIS DA CHAPA POR MES ]----
       01 TABCHAPA.
          03 TCH-ITEM OCCURS 12 TIMES.
             05 TCH-SAL       PIC 9(07)V99.
             05 TCH-DEP       PIC 9(03).
             05 TCH-PROCOMP   PIC 9(06).
             05 TCH-TERCO     PIC 9(07)V99.
       01 W-13PARC1       PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTO         PIC 9(09)V99 VALUE ZEROS.
       01 W-PLFCOMP       PIC 9(06) VALUE ZEROS.
      *----[ ENCARGOS VIGENTES POR EMPRESA (TBENCARGO) ]----
       01 W-TAXDATA       PIC 9(08) VALUE ZEROS.
       01 W-ENCACHOU      PIC X(01) VALUE "N".
       01 W-ENCPAT        PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCRAT        PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCFAP        PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCTERC       PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCEMP        PIC X(02) VALUE SPACES.
       01 W-ENCEMPC       PIC X(02) VALUE LOW-VALUES.
       01 W-ENCTOT        PIC 9(01)V9999 VALUE ZEROS.
       01 W-FATOR         PIC 9(01)V9999 VALUE ZEROS.
       01 W-QTDSEMENC     PIC 9(05) VALUE ZEROS.
      *----[ ACUMULADO POR DEPARTAMENTO ]----
       01 TABPROJ.
          03 TP-DEP OCCURS 999 TIMES.
             05 TP-ATIVOS     PIC 9(04).
             05 TP-SOMASAL    PIC 9(09)V99.
             05 TP-FATOR      PIC 9(01)V9999.
             05 TP-VALOR      PIC 9(09)V99 OCCURS 12 TIMES.
       01 W-ABERTAS       PIC 9(04) VALUE ZEROS.
       01 W-SALMED        PIC 9(07)V99 VALUE ZEROS.
       01 W-SALVAG        PIC 9(07)V99 VALUE ZEROS.
       01 W-AVOS          PIC 9(02) VALUE ZEROS.
       01 W-QTDSEMREF     PIC 9(03) VALUE ZEROS.
       01 W-QTDATIVOS     PIC 9(05) VALUE ZEROS.
      *----[ LINHAS DO RELATORIO ]----
       01 W-TOTPROJ       PIC 9(10)V99 VALUE ZEROS.
       01 W-TOTORC        PIC 9(10)V99 VALUE ZEROS.
       01 W-DIF           PIC S9(10)V99 VALUE ZEROS.
       01 TABORC.
          03 TO-VALOR        PIC 9(09)V99 OCCURS 12 TIMES.
       01 TABGT.
          03 TG-ITEM OCCURS 12 TIMES.
             05 TG-PROJ       PIC 9(10)V99.
             05 TG-ORC        PIC 9(10)V99.

       01  CAB1.
           05  FILLER PIC X(040) VALUE
           "PROJECAO DO CUSTO DE PESSOAL (12 MESES) ".
           05  FILLER PIC X(015) VALUE
           "- INICIO EM:   ".
           05  CAB1-MES      PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999.
           05  FILLER PIC X(012) VALUE
           "  GERADO EM ".
           05  CAB1-HOJE     PIC 9999/99/99.

       01  CAB1B.
           05  FILLER PIC X(018) VALUE
           "DISSIDIO: MES ".
           05  CAB1B-DISMES  PIC Z9.
           05  FILLER PIC X(003) VALUE
           " - ".
           05  CAB1B-DISPCT  PIC Z9,99.
           05  FILLER PIC X(026) VALUE
           "%     VAGAS CONTRATADAS EM".
           05  FILLER PIC X(001) VALUE SPACE.
           05  CAB1B-VAGMES  PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1B-VAGANO  PIC 9999.

       01  CAB1C.
           05  FILLER PIC X(040) VALUE
           "CUSTO = SALARIO/PROPOSTAS/DISSIDIO + 1/3".
           05  FILLER PIC X(040) VALUE
           " FERIAS PLANEJADAS + 13o + ENCARGOS + FG".
           05  FILLER PIC X(040) VALUE
           "TS + VAGAS ABERTAS (VALORES EM REAIS)   ".

       01  CAB2.
           05  FILLER PIC X(014) VALUE
           "DEP".
           05  CAB2-MES OCCURS 12 TIMES.
               07  FILLER    PIC X(01) VALUE SPACES.
               07  CAB2-MM   PIC 99.
               07  FILLER    PIC X(01) VALUE SPACES.
               07  CAB2-AAAA PIC 9999.
               07  FILLER    PIC X(01) VALUE SPACES.
           05  FILLER PIC X(010) VALUE
           "     TOTAL".

       01  CAB3.
           05  FILLER PIC X(066) VALUE ALL "-".
           05  FILLER PIC X(066) VALUE ALL "-".

       01  DETDEP.
           05  DD-COD        PIC 999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-DENOM      PIC X(25).
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DD-ATIVOS     PIC ZZZ9.
           05  FILLER        PIC X(08) VALUE " ATIVOS ".
           05  DD-VAGAS      PIC ZZZ9.
           05  FILLER        PIC X(15) VALUE " VAGAS ABERTAS".

       01  DETVAL.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DV-ROTULO     PIC X(10).
           05  DV-ITEM OCCURS 12 TIMES.
               07  DV-VALOR  PIC ZZZZZZZ9.
               07  FILLER    PIC X(01) VALUE SPACES.
           05  DV-TOTAL      PIC ZZZZZZZZZ9.

       01  DETDIF.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DF-ROTULO     PIC X(10) VALUE "DIFERENCA".
           05  DF-ITEM OCCURS 12 TIMES.
               07  DF-VALOR  PIC -ZZZZZZ9.
               07  FILLER    PIC X(01) VALUE SPACES.
           05  DF-TOTAL      PIC -ZZZZZZZZ9.

       01  LINSEMENC.
           05  FILLER PIC X(040) VALUE
           "*** CHAPAS DE EMPRESA SEM ENCARGO VIGENT".
           05  FILLER PIC X(033) VALUE
           "E NO TBENCARGO (SO FGTS):        ".
           05  LS-QTD        PIC ZZZZ9.

       01  LINSEMREF.
           05  FILLER PIC X(040) VALUE
           "*** DEPARTAMENTOS COM VAGA E SEM ATIVO P".
           05  FILLER PIC X(034) VALUE
           "/ SALARIO MEDIO (VAGA NAO CUSTEADA".
           05  FILLER PIC X(002) VALUE "):".
           05  LR-QTD        PIC ZZZZ9.

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPROJ.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** PROJECAO DO CUSTO DE PESSOAL - 12 M".
           05  LINE 02  COLUMN 42
               VALUE  "ESES ***".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA INICIAL (MM/AAAA)        :".
           05  LINE 08  COLUMN 01
               VALUE  " MES DO DISSIDIO (01-12, 00=SEM)      :".
           05  LINE 09  COLUMN 01
               VALUE  " PERCENTUAL DO DISSIDIO               :".
           05  LINE 11  COLUMN 01
               VALUE  " CONTRATACAO DAS VAGAS (MM/AAAA)      :".
           05  LINE 11  COLUMN 50
               VALUE  "(00/0000=NAO PROJETAR)".
           05  LINE 13  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )           :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 06  COLUMN 41  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-DISMES
               LINE 08  COLUMN 41  PIC 99
               USING  W-DISMES
               HIGHLIGHT.
           05  TW-DISPCT
               LINE 09  COLUMN 41  PIC Z9,99
               USING  W-DISPCT
               HIGHLIGHT.
           05  TW-VAGENTR
               LINE 11  COLUMN 41  PIC 99/9999
               USING  W-VAGENTR
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 41  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
                MOVE W-DATAHOJE(5:2) TO W-COMPENTR-MES
                MOVE W-DATAHOJE(1:4) TO W-COMPENTR-ANO
                ADD 1 TO W-COMPENTR-MES
                IF W-COMPENTR-MES > 12
                   MOVE 1 TO W-COMPENTR-MES
                   ADD 1 TO W-COMPENTR-ANO.
                MOVE ZEROS TO W-DISMES W-DISPCT W-VAGENTR
                MOVE ZEROS TO TABPROJ TABGT W-QTDSEMENC W-QTDSEMREF
                MOVE ZEROS TO W-QTDATIVOS
                DISPLAY TELAPROJ.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                PERFORM MONTAR-MESES THRU MONTAR-MESES-FIM.
       INC-DISMES.
                ACCEPT TW-DISMES
                IF W-DISMES > 12
                   MOVE "*** MES DO DISSIDIO DE 01 A 12 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISMES.
                IF W-DISMES = ZEROS
                   MOVE ZEROS TO W-DISPCT
                   DISPLAY TW-DISPCT
                   GO TO INC-VAG.
       INC-DISPCT.
                ACCEPT TW-DISPCT
                IF W-DISPCT = ZEROS
                   MOVE "*** INFORME O PERCENTUAL DO DISSIDIO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DISPCT.
       INC-VAG.
                ACCEPT TW-VAGENTR
                MOVE ZEROS TO W-VAGIX
                IF W-VAGENTR-MES = ZEROS AND W-VAGENTR-ANO = ZEROS
                   GO TO INC-OPC.
                COMPUTE W-VAGCOMP = W-VAGENTR-ANO * 100 + W-VAGENTR-MES
                MOVE 1 TO W-M.
       INC-VAG-BUSCA.
                IF W-M > 12
                   MOVE "*** CONTRATACAO FORA DOS 12 MESES ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-VAG.
                IF TM-COMPET(W-M) = W-VAGCOMP
                   MOVE W-M TO W-VAGIX
                   GO TO INC-OPC.
                ADD 1 TO W-M
                GO TO INC-VAG-BUSCA.
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
           OPEN INPUT ARQDEP
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQDEP NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQPROJTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PROJCUSTO.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC ARQDEP
              GO TO ROT-FIM2.
           MOVE "N" TO W-PROPOK W-FERPOK W-ENCOK W-ORCOK
           OPEN INPUT ARQPROPOS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROPOK.
           OPEN INPUT ARQFERPLAN
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FERPOK.
           OPEN INPUT ARQORCA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ORCOK.
           OPEN INPUT TBENCARGO
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-ENCOK.
           COMPUTE W-TAXDATA = TM-COMPET(1) * 100 + 31
      *----[ PRIMEIRO MES DA JANELA QUE E O MES DO DISSIDIO ]----
           MOVE ZEROS TO W-DISIX
           MOVE 1 TO W-DISFATOR
           IF W-DISMES NOT = ZEROS
              COMPUTE W-DISFATOR = 1 + W-DISPCT / 100
              MOVE 1 TO W-M
              PERFORM ACHAR-DISSIDIO THRU ACHAR-DISSIDIO-FIM.

      *------[ CUSTO DE CADA ATIVO MES A MES ]--------------------------
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO PROJETAR-VAGAS.
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO PROJETAR-VAGAS.
           IF FUNCSTATUS NOT = "A" OR CODDEP < 1
              GO TO LER-FUNC.
           ADD 1 TO W-QTDATIVOS
           PERFORM FATOR-ENCARGO THRU FATOR-ENCARGO-FIM
           MOVE CODDEP TO W-D
           ADD 1 TO TP-ATIVOS(W-D)
           ADD SALARIOEMP TO TP-SOMASAL(W-D)
           MOVE W-FATOR TO TP-FATOR(W-D)
           MOVE 1 TO W-M.
       LER-FUNC-INI.
           MOVE SALARIOEMP TO TCH-SAL(W-M)
           MOVE CODDEP     TO TCH-DEP(W-M)
           MOVE ZEROS      TO TCH-PROCOMP(W-M) TCH-TERCO(W-M)
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO LER-FUNC-INI.
           PERFORM APLICAR-PROPOSTAS THRU APLICAR-PROPOSTAS-FIM
           PERFORM APLICAR-DISSIDIO THRU APLICAR-DISSIDIO-FIM
           PERFORM APLICAR-FERIAS THRU APLICAR-FERIAS-FIM
           MOVE 1 TO W-M.
       LER-FUNC-MES.
           COMPUTE W-CUSTO = TCH-SAL(W-M) + TCH-TERCO(W-M)
      *----[ 13o: 1a PARCELA EM NOVEMBRO, SALDO EM DEZEMBRO ]----
           IF FUNC-TPCONTRATO NOT = "T"
              IF TM-MES(W-M) = 11
                 COMPUTE W-13PARC1 = TCH-SAL(W-M) / 2
                 ADD W-13PARC1 TO W-CUSTO
              ELSE
                 IF TM-MES(W-M) = 12
                    IF W-M > 1
                       COMPUTE W-CUSTO = W-CUSTO + TCH-SAL(W-M)
                                       - (TCH-SAL(W-M - 1) / 2)
                    ELSE
                       COMPUTE W-CUSTO = W-CUSTO + TCH-SAL(W-M) / 2.
           MOVE TCH-DEP(W-M) TO W-D
           COMPUTE TP-VALOR(W-D, W-M) ROUNDED = TP-VALOR(W-D, W-M)
                                              + W-CUSTO * W-FATOR
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO LER-FUNC-MES.
           GO TO LER-FUNC.

      *------[ VAGAS ABERTAS PELO SALARIO MEDIO DO DEPARTAMENTO ]-------
       PROJETAR-VAGAS.
           IF W-VAGIX = ZEROS
              GO TO IMPRIMIR.
           MOVE ZEROS TO CODIGO
           START ARQDEP KEY IS NOT LESS CODIGO
               INVALID KEY GO TO IMPRIMIR.
       PROJETAR-VAGAS-RD.
           READ ARQDEP NEXT
           IF ST-ERRO NOT = "00"
              GO TO IMPRIMIR.
           IF DEPSTATUS NOT = "A" OR CODIGO < 1
              GO TO PROJETAR-VAGAS-RD.
           MOVE CODIGO TO W-D
           IF DEP-VAGAS NOT > TP-ATIVOS(W-D)
              GO TO PROJETAR-VAGAS-RD.
           IF TP-ATIVOS(W-D) = ZEROS
              ADD 1 TO W-QTDSEMREF
              GO TO PROJETAR-VAGAS-RD.
           COMPUTE W-ABERTAS = DEP-VAGAS - TP-ATIVOS(W-D)
           COMPUTE W-SALMED ROUNDED = TP-SOMASAL(W-D) / TP-ATIVOS(W-D)
           MOVE W-VAGIX TO W-M.
       PROJETAR-VAGAS-MES.
           MOVE W-SALMED TO W-SALVAG
           IF W-DISIX NOT = ZEROS AND W-M NOT < W-DISIX
              COMPUTE W-SALVAG ROUNDED = W-SALMED * W-DISFATOR.
           COMPUTE W-CUSTO = W-SALVAG * W-ABERTAS
      *----[ 13o PROPORCIONAL AOS MESES DESDE A CONTRATACAO ]----
           MOVE 12 TO W-AVOS
           IF TM-ANO(W-M) = TM-ANO(W-VAGIX)
              COMPUTE W-AVOS = 13 - TM-MES(W-VAGIX).
           IF TM-MES(W-M) = 11 OR TM-MES(W-M) = 12
              COMPUTE W-CUSTO = W-CUSTO
                              + W-SALVAG * W-ABERTAS * W-AVOS / 24.
           COMPUTE TP-VALOR(W-D, W-M) ROUNDED = TP-VALOR(W-D, W-M)
                                        + W-CUSTO * TP-FATOR(W-D)
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO PROJETAR-VAGAS-MES.
           GO TO PROJETAR-VAGAS-RD.

      *------[ RELATORIO: PROJETADO X ORCADO POR DEPARTAMENTO ]---------
       IMPRIMIR.
           MOVE TM-MES(1)    TO CAB1-MES
           MOVE TM-ANO(1)    TO CAB1-ANO
           MOVE W-DATAHOJE   TO CAB1-HOJE
           MOVE W-DISMES     TO CAB1B-DISMES
           MOVE W-DISPCT     TO CAB1B-DISPCT
           MOVE W-VAGENTR-MES TO CAB1B-VAGMES
           MOVE W-VAGENTR-ANO TO CAB1B-VAGANO
           MOVE SPACES TO CAB2
           MOVE "DEP" TO CAB2(1:3)
           MOVE "     TOTAL" TO CAB2(123:10)
           MOVE 1 TO W-M.
       IMPRIMIR-CAB.
           MOVE TM-MES(W-M) TO CAB2-MM(W-M)
           MOVE TM-ANO(W-M) TO CAB2-AAAA(W-M)
           MOVE "/" TO CAB2-MES(W-M)(4:1)
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO IMPRIMIR-CAB.
           WRITE REGPROJTX FROM CAB1
           WRITE REGPROJTX FROM CAB1B
           WRITE REGPROJTX FROM CAB1C
           WRITE REGPROJTX FROM CAB3
           WRITE REGPROJTX FROM CAB2
           WRITE REGPROJTX FROM CAB3
           MOVE 1 TO W-D.
       IMPRIMIR-DEP.
           IF W-D > 999
              GO TO IMPRIMIR-GT.
           MOVE ZEROS TO W-TOTPROJ W-TOTORC
           MOVE 1 TO W-M.
       IMPRIMIR-DEP-SOMA.
           ADD TP-VALOR(W-D, W-M) TO W-TOTPROJ
           MOVE ZEROS TO TO-VALOR(W-M)
           IF W-ORCOK = "S"
              MOVE W-D TO ORC-CODDEP
              MOVE TM-COMPET(W-M) TO ORC-COMPET
              READ ARQORCA
              IF ST-ERRO2 = "00"
                 MOVE ORC-VALOR TO TO-VALOR(W-M)
                 ADD ORC-VALOR TO W-TOTORC.
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO IMPRIMIR-DEP-SOMA.
           IF W-TOTPROJ = ZEROS AND W-TOTORC = ZEROS
              ADD 1 TO W-D
              GO TO IMPRIMIR-DEP.
           MOVE W-D TO CODIGO
           READ ARQDEP
           IF ST-ERRO NOT = "00"
              MOVE "*** DEPTO NAO CADASTRADO" TO DENOMINACAO
              MOVE ZEROS TO DEP-VAGAS.
           MOVE W-D              TO DD-COD
           MOVE DENOMINACAO      TO DD-DENOM
           MOVE TP-ATIVOS(W-D)   TO DD-ATIVOS
           MOVE ZEROS TO DD-VAGAS
           IF DEP-VAGAS > TP-ATIVOS(W-D)
              COMPUTE DD-VAGAS = DEP-VAGAS - TP-ATIVOS(W-D).
           WRITE REGPROJTX FROM DETDEP
           MOVE 1 TO W-M.
       IMPRIMIR-DEP-LIN.
           COMPUTE DV-VALOR(W-M) ROUNDED = TP-VALOR(W-D, W-M)
           ADD TP-VALOR(W-D, W-M) TO TG-PROJ(W-M)
           ADD TO-VALOR(W-M)      TO TG-ORC(W-M)
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO IMPRIMIR-DEP-LIN.
           MOVE "PROJETADO" TO DV-ROTULO
           COMPUTE DV-TOTAL ROUNDED = W-TOTPROJ
           WRITE REGPROJTX FROM DETVAL
           MOVE 1 TO W-M.
       IMPRIMIR-DEP-ORC.
           COMPUTE DV-VALOR(W-M) ROUNDED = TO-VALOR(W-M)
           COMPUTE W-DIF = TP-VALOR(W-D, W-M) - TO-VALOR(W-M)
           COMPUTE DF-VALOR(W-M) ROUNDED = W-DIF
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO IMPRIMIR-DEP-ORC.
           MOVE "ORCADO" TO DV-ROTULO
           COMPUTE DV-TOTAL ROUNDED = W-TOTORC
           WRITE REGPROJTX FROM DETVAL
           COMPUTE W-DIF = W-TOTPROJ - W-TOTORC
           COMPUTE DF-TOTAL ROUNDED = W-DIF
           WRITE REGPROJTX FROM DETDIF
           WRITE REGPROJTX FROM CABBLANK
           ADD 1 TO W-D
           GO TO IMPRIMIR-DEP.

       IMPRIMIR-GT.
           WRITE REGPROJTX FROM CAB3
           MOVE ZEROS TO DD-COD DD-ATIVOS DD-VAGAS
           MOVE "*** TOTAL GERAL" TO DD-DENOM
           MOVE W-QTDATIVOS TO DD-ATIVOS
           WRITE REGPROJTX FROM DETDEP
           MOVE ZEROS TO W-TOTPROJ W-TOTORC
           MOVE 1 TO W-M.
       IMPRIMIR-GT-LIN.
           COMPUTE DV-VALOR(W-M) ROUNDED = TG-PROJ(W-M)
           ADD TG-PROJ(W-M) TO W-TOTPROJ
           ADD TG-ORC(W-M)  TO W-TOTORC
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO IMPRIMIR-GT-LIN.
           MOVE "PROJETADO" TO DV-ROTULO
           COMPUTE DV-TOTAL ROUNDED = W-TOTPROJ
           WRITE REGPROJTX FROM DETVAL
           MOVE 1 TO W-M.
       IMPRIMIR-GT-ORC.
           COMPUTE DV-VALOR(W-M) ROUNDED = TG-ORC(W-M)
           COMPUTE W-DIF = TG-PROJ(W-M) - TG-ORC(W-M)
           COMPUTE DF-VALOR(W-M) ROUNDED = W-DIF
           ADD 1 TO W-M
           IF W-M NOT > 12
              GO TO IMPRIMIR-GT-ORC.
           MOVE "ORCADO" TO DV-ROTULO
           COMPUTE DV-TOTAL ROUNDED = W-TOTORC
           WRITE REGPROJTX FROM DETVAL
           COMPUTE W-DIF = W-TOTPROJ - W-TOTORC
           COMPUTE DF-TOTAL ROUNDED = W-DIF
           WRITE REGPROJTX FROM DETDIF
           WRITE REGPROJTX FROM CABBLANK
           IF W-QTDSEMENC NOT = ZEROS
              MOVE W-QTDSEMENC TO LS-QTD
              WRITE REGPROJTX FROM LINSEMENC.
           IF W-QTDSEMREF NOT = ZEROS
              MOVE W-QTDSEMREF TO LR-QTD
              WRITE REGPROJTX FROM LINSEMREF.

           MOVE "*** RELATORIO GERADO: PROJCUSTO.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
      *----[ COMPETENCIAS AAAAMM DOS 12 MESES A PARTIR DA INICIAL ]----
       MONTAR-MESES.
           MOVE W-COMPENTR-ANO TO TM-ANO(1)
           MOVE W-COMPENTR-MES TO TM-MES(1)
           MOVE 2 TO W-M.
       MONTAR-MESES-LOOP.
           IF W-M > 12
              GO TO MONTAR-MESES-FIM.
           MOVE TM-ANO(W-M - 1) TO TM-ANO(W-M)
           COMPUTE TM-MES(W-M) = TM-MES(W-M - 1) + 1
           IF TM-MES(W-M) > 12
              MOVE 1 TO TM-MES(W-M)
              ADD 1 TO TM-ANO(W-M).
           ADD 1 TO W-M
           GO TO MONTAR-MESES-LOOP.
       MONTAR-MESES-FIM.
           EXIT.

       ACHAR-DISSIDIO.
           IF W-M > 12
              GO TO ACHAR-DISSIDIO-FIM.
           IF TM-MES(W-M) = W-DISMES
              MOVE W-M TO W-DISIX
              GO TO ACHAR-DISSIDIO-FIM.
           ADD 1 TO W-M
           GO TO ACHAR-DISSIDIO.
       ACHAR-DISSIDIO-FIM.
           EXIT.

      *----[ PROPOSTA APROVADA VALE DA SUA COMPETENCIA EM DIANTE; ]----
      *----[ JA VENCIDA E NAO APLICADA VALE DESDE O PRIMEIRO MES  ]----
       APLICAR-PROPOSTAS.
           IF W-PROPOK NOT = "S"
              GO TO APLICAR-PROPOSTAS-FIM.
           MOVE CHAPA TO PRO-CHAPA
           MOVE ZEROS TO PRO-COMPET
           START ARQPROPOS KEY IS NOT LESS PRO-KEY
               INVALID KEY GO TO APLICAR-PROPOSTAS-FIM.
       APLICAR-PROPOSTAS-RD.
           READ ARQPROPOS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO APLICAR-PROPOSTAS-FIM.
           IF PRO-CHAPA NOT = CHAPA
              GO TO APLICAR-PROPOSTAS-FIM.
           IF PRO-STATUS NOT = "A"
              GO TO APLICAR-PROPOSTAS-RD.
           MOVE 1 TO W-M.
       APLICAR-PROPOSTAS-MES.
           IF W-M > 12
              GO TO APLICAR-PROPOSTAS-RD.
           IF TM-COMPET(W-M) NOT < PRO-COMPET
              MOVE PRO-COMPET TO TCH-PROCOMP(W-M)
              IF PRO-NOVOSAL > ZEROS
                 MOVE PRO-NOVOSAL TO TCH-SAL(W-M).
           IF TM-COMPET(W-M) NOT < PRO-COMPET AND PRO-NOVODEP > ZEROS
              MOVE PRO-NOVODEP TO TCH-DEP(W-M).
           ADD 1 TO W-M
           GO TO APLICAR-PROPOSTAS-MES.
       APLICAR-PROPOSTAS-FIM.
           EXIT.

       APLICAR-DISSIDIO.
           IF W-DISIX = ZEROS
              GO TO APLICAR-DISSIDIO-FIM.
           MOVE W-DISIX TO W-M.
       APLICAR-DISSIDIO-MES.
           IF W-M > 12
              GO TO APLICAR-DISSIDIO-FIM.
           IF TCH-PROCOMP(W-M) < TM-COMPET(W-DISIX)
              COMPUTE TCH-SAL(W-M) ROUNDED = TCH-SAL(W-M) * W-DISFATOR.
           ADD 1 TO W-M
           GO TO APLICAR-DISSIDIO-MES.
       APLICAR-DISSIDIO-FIM.
           EXIT.

      *----[ 1/3 CONSTITUCIONAL DOS DIAS PLANEJADOS, NO MES DE INICIO ]-
       APLICAR-FERIAS.
           IF W-FERPOK NOT = "S"
              GO TO APLICAR-FERIAS-FIM.
           MOVE CHAPA TO PLF-CHAPA
           MOVE ZEROS TO PLF-DTINI
           START ARQFERPLAN KEY IS NOT LESS PLF-KEY
               INVALID KEY GO TO APLICAR-FERIAS-FIM.
       APLICAR-FERIAS-RD.
           READ ARQFERPLAN NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO APLICAR-FERIAS-FIM.
           IF PLF-CHAPA NOT = CHAPA
              GO TO APLICAR-FERIAS-FIM.
           IF PLF-STATUS NOT = "P" AND PLF-STATUS NOT = "C"
              GO TO APLICAR-FERIAS-RD.
           COMPUTE W-PLFCOMP = PLF-ANOINI * 100 + PLF-MESINI
           MOVE 1 TO W-M.
       APLICAR-FERIAS-MES.
           IF W-M > 12
              GO TO APLICAR-FERIAS-RD.
           IF TM-COMPET(W-M) = W-PLFCOMP
              COMPUTE TCH-TERCO(W-M) ROUNDED = TCH-TERCO(W-M)
                         + TCH-SAL(W-M) * PLF-QTDDIAS / 90
              GO TO APLICAR-FERIAS-RD.
           ADD 1 TO W-M
           GO TO APLICAR-FERIAS-MES.
       APLICAR-FERIAS-FIM.
           EXIT.

      *----[ FATOR SOBRE O CUSTO: 1 + ENCARGOS DA EMPRESA + FGTS ]----
       FATOR-ENCARGO.
           IF FUNC-EMPRESA NOT = W-ENCEMPC
              MOVE FUNC-EMPRESA TO W-ENCEMP
              IF W-ENCEMP = SPACES
                 MOVE "01" TO W-ENCEMP
              END-IF
              PERFORM BUSCAR-ENC THRU BUSCAR-ENC-FIM
              MOVE FUNC-EMPRESA TO W-ENCEMPC.
           IF FUNC-TPCONTRATO = "T"
              MOVE 1 TO W-FATOR
              GO TO FATOR-ENCARGO-FIM.
           IF W-ENCACHOU NOT = "S"
              ADD 1 TO W-QTDSEMENC.
           IF FUNC-TPCONTRATO = "A"
              COMPUTE W-FATOR = 1 + W-ENCTOT + 0,02
           ELSE
              COMPUTE W-FATOR = 1 + W-ENCTOT + 0,08.
       FATOR-ENCARGO-FIM.
           EXIT.

      *--[ ENCARGOS VIGENTES DA EMPRESA NO PRIMEIRO MES (TBENCARGO) ]---
       BUSCAR-ENC.
           MOVE "N" TO W-ENCACHOU
           MOVE ZEROS TO W-ENCPAT W-ENCRAT W-ENCTERC W-ENCTOT
           MOVE 1 TO W-ENCFAP
           IF W-ENCOK NOT = "S"
              GO TO BUSCAR-ENC-FIM.
           MOVE W-ENCEMP TO ENC-EMPRESA
           MOVE ZEROS TO ENC-VIGENCIA
           START TBENCARGO KEY IS NOT LESS ENC-KEY
               INVALID KEY GO TO BUSCAR-ENC-FIM.
       BUSCAR-ENC-RD.
           READ TBENCARGO NEXT
           IF ST-ERRO4 NOT = "00"
              GO TO BUSCAR-ENC-TOT.
           IF ENC-EMPRESA NOT = W-ENCEMP
              GO TO BUSCAR-ENC-TOT.
           IF ENC-VIGENCIA > W-TAXDATA
              GO TO BUSCAR-ENC-TOT.
           MOVE "S" TO W-ENCACHOU
           MOVE ENC-PATRONAL  TO W-ENCPAT
           MOVE ENC-RAT       TO W-ENCRAT
           MOVE ENC-FAP       TO W-ENCFAP
           MOVE ENC-TERCEIROS TO W-ENCTERC
           GO TO BUSCAR-ENC-RD.
       BUSCAR-ENC-TOT.
           COMPUTE W-ENCTOT = W-ENCPAT + (W-ENCRAT * W-ENCFAP)
                            + W-ENCTERC.
       BUSCAR-ENC-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQDEP ARQPROJTX.
           IF W-PROPOK = "S"
              CLOSE ARQPROPOS.
           IF W-FERPOK = "S"
              CLOSE ARQFERPLAN.
           IF W-ORCOK = "S"
              CLOSE ARQORCA.
           IF W-ENCOK = "S"
              CLOSE TBENCARGO.
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
       FIM-ROT-PROJ.
