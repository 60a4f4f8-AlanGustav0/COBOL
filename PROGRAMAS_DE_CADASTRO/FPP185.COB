       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP185.
      ********************************************************
      * CONSOLIDACAO DA FOLHA DE PAGAMENTO PARTICIONADA       *
      * CONFERE OS CHECKPOINTS FPP015nn.CKP DAS PARTICOES     *
      * (TODAS CONCLUIDAS NA COMPETENCIA, FAIXAS SEM          *
      * SOBREPOSICAO) E JUNTA FOLPARTnn.DOC/.CSV NO RELATORIO *
      * ARQFUNCRL.DOC E NO ARQFUNCRL.CSV DA FOLHA INTEIRA,    *
      * COM OS TOTAIS SOMADOS E O CHECKPOINT FPP015.CKP       *
      * CONCLUIDO. RETURN-CODE 1 SE FALTAR PARTICAO - O       *
      * FPP028 USA NO LUGAR DO FPP015 QUANDO PARTICIONADO     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCKPT ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQPARTE ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNCCSV ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCKPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCKP.
       01 REGCKPT.
          03 CKPT-CHAPA                PIC 9(06).
          03 CKPT-CONLIN1              PIC 9(04).
          03 CKPT-TOTFOLHA             PIC 9(06)V99.
          03 CKPT-TOTFGTS              PIC 9(07)V99.
          03 CKPT-TOTVT                PIC 9(07)V99.
          03 CKPT-TOTVR                PIC 9(07)V99.
          03 CKPT-CARGLIDOS            PIC 9(04).
      *----[ EXECUCAO PARTICIONADA: DEFINICAO DA PARTICAO E SITUACAO ]-
      *----[ F=CONCLUIDA (TOTAIS FINAIS P/ CONSOLIDACAO NO FPP185)   ]-
          03 CKPT-COMPET               PIC 9(06).
          03 CKPT-PARTE                PIC 9(02).
          03 CKPT-EMPRESA              PIC X(02).
          03 CKPT-CHINI                PIC 9(06).
          03 CKPT-CHFIM                PIC 9(06).
          03 CKPT-SITUACAO             PIC X(01).
      *-----------------------------------------------------------------
       FD ARQPARTE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQPNOME.
       01 REGPARTE                     PIC X(250).
      *-----------------------------------------------------------------
       FD ARQFUNCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCRL.DOC".
       01 REGARQFUNCTX                 PIC X(180).
      *-----------------------------------------------------------------
       FD ARQFUNCCSV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFUNCRL.CSV".
       01 REGARQFUNCCSV                PIC X(250).
      *-----------------------------------------------------------------
       FD TBPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBPARAM.DAT".
       01 REGPARAM.
          03 PARAM-COD                 PIC X(02).
          03 PARAM-RAZSOCIAL           PIC X(40).
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       77 W-ARQCKP        PIC X(14) VALUE "FPP015.CKP".
       77 W-ARQPNOME      PIC X(14) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-BATCHFLAG     PIC X(01) VALUE SPACES.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-RAZSOCIAL     PIC X(40) VALUE SPACES.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-DATAREL       PIC 9(06) VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-COMPETENV     PIC X(06) VALUE SPACES.
       01 W-COMPETENV-N REDEFINES W-COMPETENV.
          03 W-COMPETENV-MES PIC 9(02).
          03 W-COMPETENV-ANO PIC 9(04).
       01 W-PARTENV       PIC X(02) VALUE SPACES.
      *----[ PARTICOES CONFERIDAS (NOMES IGUAIS AOS DO FPP015) ]----
       01 W-QTDPART       PIC 9(02) VALUE ZEROS.
       01 W-P             PIC 9(02) VALUE ZEROS.
       01 W-Q             PIC 9(02) VALUE ZEROS.
       01 W-PARTED        PIC 9(02) VALUE ZEROS.
       01 W-ARQPART.
          03 FILLER          PIC X(07) VALUE "FOLPART".
          03 W-ARQPART-NUM   PIC 9(02) VALUE ZEROS.
          03 W-ARQPART-EXT   PIC X(04) VALUE ".DOC".
       01 W-ARQCKPP.
          03 FILLER          PIC X(06) VALUE "FPP015".
          03 W-ARQCKPP-NUM   PIC 9(02) VALUE ZEROS.
          03 FILLER          PIC X(04) VALUE ".CKP".
       01 TABPART.
          03 TP-ITEM OCCURS 20 TIMES INDEXED BY IDXPT IDXPQ.
             05 TP-EMPRESA  PIC X(02).
             05 TP-CHINI    PIC 9(06).
             05 TP-CHFIM    PIC 9(06).
             05 TP-QTD      PIC 9(04).
      *----[ ACUMULADOS DA CONSOLIDACAO ]----
       01 W-SECAO         PIC X(01) VALUE SPACES.
       01 W-TEMPEN        PIC X(01) VALUE "N".
       01 W-QTDLIN        PIC 9(05) VALUE ZEROS.
       01 W-QTDFUNC       PIC 9(05) VALUE ZEROS.
       01 W-QTDEXC        PIC 9(05) VALUE ZEROS.
       01 W-TOTFOLHA      PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTFGTS       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTVT         PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTVR         PIC 9(09)V99 VALUE ZEROS.
       01 CONLIN          PIC 9(03) VALUE ZEROS.
       01 CONPAG          PIC 9(03) VALUE ZEROS.

      *----[ LAYOUTS DO RELATORIO DA FOLHA (MESMOS DO FPP015) ]----
       01  CSVCAB.
           05 FILLER PIC X(050) VALUE
           "CHAPA;NOME;CARGO;SALARIO_BRUTO;INSS;IMP_RENDA;".
           05 FILLER PIC X(051) VALUE
           "SALARIO_LIQUIDO;FGTS;VALE_TRANSPORTE;VALE_REFEICAO;".
           05 FILLER PIC X(030) VALUE
           "HE_50;HE_100;ADIC_NOTURNO;".
           05 FILLER PIC X(012) VALUE
           "DESC_VT;".
           05 FILLER PIC X(010) VALUE
           "PENSAO;".
           05 FILLER PIC X(012) VALUE
           "EMPRESTIMO;".
           05 FILLER PIC X(014) VALUE
           "ADIANTAMENTO;".
           05 FILLER PIC X(016) VALUE
           "SALARIO_FAMILIA".

       01  CAB1.
           05  CAB1-EMPRESA           PIC X(040) VALUE SPACES.
           05  FILLER                 PIC X(002) VALUE SPACES.
           05  FILLER                 PIC X(024) VALUE
           "***FOLHA DE PAGAMENTO***".
           05  FILLER                 PIC X(008) VALUE
           "PAGINA:".
           05  NUMPAG   VALUE ZEROS  PIC Z99.
           05  FILLER                 PIC X(008) VALUE
           "   DATA:".
           05  DATAREL  VALUE ZEROS  PIC 99.99.99.

       01  CAB1B.
           05  FILLER                 PIC X(007) VALUE
           "CNPJ: ".
           05  CAB1B-CNPJ             PIC X(018) VALUE SPACES.
           05  FILLER                 PIC X(015) VALUE
           "  COMPETENCIA: ".
           05  CAB1B-COMPMES          PIC 99 VALUE ZEROS.
           05  FILLER                 PIC X(001) VALUE "/".
           05  CAB1B-COMPANO          PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER                 PIC X(037) VALUE
           "CODIGO NOME DO FUNCIONARIO    CARGO".
           05  FILLER                 PIC X(044) VALUE
           "    S.BRU   INSS  I.RENDA  S.LIQUIDO    FGTS".
           05  FILLER                 PIC X(022) VALUE
           "  V.TRANSP  V.REFEIC".
           05  FILLER                 PIC X(027) VALUE
           "     HE50    HE100  AD.NOT".
           05  FILLER                 PIC X(010) VALUE
           "  DESC.VT".
           05  FILLER                 PIC X(010) VALUE
           "   PENSAO".
           05  FILLER                 PIC X(010) VALUE
           "  EMPREST".
           05  FILLER                 PIC X(010) VALUE
           "   ADIANT".
           05  FILLER                 PIC X(010) VALUE
           "  SAL.FAM".

       01  CAB3.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(016) VALUE
           "----------------".

       01  CABBLANK.
           05  FILLER                 PIC X(083) VALUE
           "                                                          ".

       01  CAB4.
           05  FILLER              PIC X(057) VALUE
           "TOTAL DA FOLHA DE PAGAMENTO..........:                 ".

       01  CAB5.
           05  FILLER              PIC X(057) VALUE
           "TOTAL DE FUNCIONARIOS:     ".

       01  LINTOTAIS.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL FOLHA DE PAGAMENTO..........: ".
           05  TOTFOLHA               PIC 9(09)V99 VALUE ZEROS.
           05  FILLER                 PIC X(004) VALUE
           " ***".
       01  LINTOTFGTS.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DE FGTS A RECOLHER..........: ".
           05  TOTFGTS-ED             PIC 9(09)V99 VALUE ZEROS.
           05  FILLER                 PIC X(004) VALUE
           " ***".
       01  LINTOTVT.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DE VALE-TRANSPORTE..........: ".
           05  TOTVT-ED               PIC 9(09)V99 VALUE ZEROS.
           05  FILLER                 PIC X(004) VALUE
           " ***".
       01  LINTOTVR.
           05  FILLER                 PIC X(040) VALUE
           "***TOTAL DE VALE-REFEICAO.............: ".
           05  TOTVR-ED               PIC 9(09)V99 VALUE ZEROS.
           05  FILLER                 PIC X(004) VALUE
           " ***".
       01  LINTOT.
           05  FILLER                 PIC X(051) VALUE
           "                       ***TOTAL DE FUNCIONARIOS : ".
           05  TOTFUNC   VALUE ZEROS  PIC ZZZZ9.
           05  FILLER                 PIC X(004) VALUE
           " ***".
       01  LINHABR                    PIC X(150) VALUE SPACES.

       01  CABEXC1.
           05  FILLER PIC X(060) VALUE
           "*** FUNCIONARIOS NAO PROCESSADOS (STATUS <> ATIVO) ***".

       01  CABEXC2.
           05  FILLER PIC X(060) VALUE
           "CHAPA  NOME                           STATUS".

       01  CABPEN1.
           05  FILLER PIC X(060) VALUE
           "*** PENSAO ALIMENTICIA - REMESSA POR BENEFICIARIO ***".

       01  CABPEN2.
           05  FILLER PIC X(060) VALUE
           "BENEFICIARIO                    TOTAL A REPASSAR".

       01  LINTOTEXC.
           05  FILLER PIC X(041) VALUE
           "*** TOTAL DE EXCECOES (NAO PROCESSADOS): ".
           05  TOTEXC          PIC ZZZZ9 VALUE ZEROS.

       01  CABPART.
           05  FILLER PIC X(045) VALUE
           "*** FOLHA CONSOLIDADA DE PARTICOES - QTDE.: ".
           05  CP-QTDPART      PIC Z9 VALUE ZEROS.
           05  FILLER PIC X(004) VALUE " ***".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACONSOL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "   *** CONSOLIDACAO DA FOLHA DE PAGAMENTO".
           05  LINE 02  COLUMN 42
               VALUE  " PARTICIONADA ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA DA FOLHA (MM/AAAA) :".
           05  LINE 10  COLUMN 01
               VALUE  " QUANTIDADE DE PARTICOES (01-20):".
           05  LINE 12  COLUMN 01
               VALUE  " EMPRESA DO CABECALHO (BR=TODAS):".
           05  LINE 14  COLUMN 01
               VALUE  " CONFIRMA CONSOLIDACAO (S ou N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 36  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-QTDPART
               LINE 10  COLUMN 36  PIC 9(02)
               USING  W-QTDPART
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 12  COLUMN 36  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 36  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-QTDPART W-QTDLIN W-QTDFUNC W-QTDEXC
                MOVE ZEROS TO W-TOTFOLHA W-TOTFGTS W-TOTVT W-TOTVR
                MOVE ZEROS TO CONLIN CONPAG
                MOVE "N" TO W-TEMPEN
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP185_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-COMPB.
                DISPLAY TELACONSOL.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
       INC-QTD.
                ACCEPT TW-QTDPART
                IF W-QTDPART < 1 OR W-QTDPART > 20
                   MOVE "*** QUANTIDADE DE PARTICOES DE 01 A 20 ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-QTD.
       INC-EMP.
                ACCEPT TW-EMPRESA.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                GO TO INC-REF.

       INC-COMPB.
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP185_COMP"
                IF W-COMPETENV = SPACES
                   MOVE "* COMPETENCIA NAO INFORMADA (FPP185_COMP) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                MOVE W-COMPETENV-MES TO W-COMPENTR-MES
                MOVE W-COMPETENV-ANO TO W-COMPENTR-ANO
                MOVE SPACES TO W-PARTENV
                ACCEPT W-PARTENV FROM ENVIRONMENT "FPP185_PARTES"
                IF W-PARTENV NUMERIC
                   MOVE W-PARTENV TO W-QTDPART.
                IF W-QTDPART < 1 OR W-QTDPART > 20
                   MOVE "* PARTICOES INVALIDAS (FPP185_PARTES) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM2.
                ACCEPT W-EMPRESA FROM ENVIRONMENT "FPP185_EMP".

       INC-REF.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO
                MOVE 1 TO W-P.

      *--[ CADA PARTICAO PRECISA ESTAR CONCLUIDA NA COMPETENCIA; OS  ]--
      *--[ TOTAIS VEM DO CHECKPOINT FINAL GRAVADO PELO FPP015        ]--
       VERIF-PARTE.
           IF W-P > W-QTDPART
              GO TO VERIF-FAIXA.
           MOVE W-P TO W-ARQCKPP-NUM W-PARTED
           MOVE W-ARQCKPP TO W-ARQCKP
           OPEN INPUT ARQCKPT
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MENS
              STRING "* PARTICAO " DELIMITED BY SIZE
                     W-PARTED      DELIMITED BY SIZE
                     " SEM CHECKPOINT - NAO EXECUTADA *"
                                   DELIMITED BY SIZE
                     INTO MENS
              END-STRING
              GO TO ROT-ERRO.
           READ ARQCKPT
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO REGCKPT.
           CLOSE ARQCKPT
           IF CKPT-COMPET NOT = W-COMPET-N OR CKPT-PARTE NOT = W-P
                 OR CKPT-SITUACAO NOT = "F"
              MOVE SPACES TO MENS
              STRING "* PARTICAO " DELIMITED BY SIZE
                     W-PARTED      DELIMITED BY SIZE
                     " NAO CONCLUIDA NA COMPETENCIA *"
                                   DELIMITED BY SIZE
                     INTO MENS
              END-STRING
              GO TO ROT-ERRO.
           SET IDXPT TO W-P
           MOVE CKPT-EMPRESA TO TP-EMPRESA(IDXPT)
           MOVE CKPT-CHINI   TO TP-CHINI(IDXPT)
           MOVE CKPT-CHFIM   TO TP-CHFIM(IDXPT)
           IF CKPT-CHFIM = ZEROS
              MOVE 999999 TO TP-CHFIM(IDXPT).
           MOVE CKPT-CONLIN1 TO TP-QTD(IDXPT)
           ADD CKPT-CONLIN1  TO W-QTDFUNC
           ADD CKPT-TOTFOLHA TO W-TOTFOLHA
           ADD CKPT-TOTFGTS  TO W-TOTFGTS
           ADD CKPT-TOTVT    TO W-TOTVT
           ADD CKPT-TOTVR    TO W-TOTVR
           ADD 1 TO W-P
           GO TO VERIF-PARTE.

      *--[ DUAS PARTICOES DA MESMA EMPRESA (OU SEM EMPRESA) NAO PODEM ]-
      *--[ TER FAIXAS DE CHAPA EM COMUM - A CHAPA SAIRIA EM DOBRO     ]-
       VERIF-FAIXA.
           MOVE 1 TO W-P.
       VERIF-FAIXA-P.
           IF W-P NOT < W-QTDPART
              GO TO INC-OP0.
           COMPUTE W-Q = W-P + 1.
       VERIF-FAIXA-Q.
           IF W-Q > W-QTDPART
              ADD 1 TO W-P
              GO TO VERIF-FAIXA-P.
           SET IDXPT TO W-P
           SET IDXPQ TO W-Q
           IF TP-EMPRESA(IDXPT) NOT = TP-EMPRESA(IDXPQ)
                 AND TP-EMPRESA(IDXPT) NOT = SPACES
                 AND TP-EMPRESA(IDXPQ) NOT = SPACES
              GO TO VERIF-FAIXA-PROX.
           IF TP-CHINI(IDXPT) > TP-CHFIM(IDXPQ)
                 OR TP-CHINI(IDXPQ) > TP-CHFIM(IDXPT)
              GO TO VERIF-FAIXA-PROX.
           MOVE W-P TO W-PARTED
           MOVE SPACES TO MENS
           STRING "* PARTICOES " DELIMITED BY SIZE
                  W-PARTED       DELIMITED BY SIZE
                  " E "          DELIMITED BY SIZE
                  W-Q            DELIMITED BY SIZE
                  " COM FAIXAS SOBREPOSTAS *" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           GO TO ROT-ERRO.
       VERIF-FAIXA-PROX.
           ADD 1 TO W-Q
           GO TO VERIF-FAIXA-Q.

       INC-OP0.
           OPEN OUTPUT ARQFUNCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCTX" TO MENS
              GO TO ROT-ERRO.
           OPEN OUTPUT ARQFUNCCSV
           IF ST-ERRO NOT = "00"
              CLOSE ARQFUNCTX
              MOVE "ERRO ABERTURA DO ARQUIVO ARQFUNCCSV" TO MENS
              GO TO ROT-ERRO.
           WRITE REGARQFUNCCSV FROM CSVCAB.

           MOVE "EMPRESA FATEC - ZL" TO W-RAZSOCIAL
           MOVE SPACES TO W-CNPJ
           OPEN INPUT TBPARAM
           IF ST-ERRO = "00"
              IF W-EMPRESA NOT = SPACES
                 MOVE W-EMPRESA TO PARAM-COD
              ELSE
                 MOVE "01" TO PARAM-COD
              END-IF
              READ TBPARAM
              IF ST-ERRO = "00"
                 MOVE PARAM-RAZSOCIAL TO W-RAZSOCIAL
                 MOVE PARAM-CNPJ      TO W-CNPJ
              END-IF
              CLOSE TBPARAM.
           ACCEPT W-DATAREL FROM DATE
           MOVE W-RAZSOCIAL  TO CAB1-EMPRESA
           IF W-EMPRESA = SPACES
              MOVE "TODAS AS EMPRESAS (CONSOLIDADO)" TO CAB1-EMPRESA.
           MOVE W-DATAREL    TO DATAREL
           MOVE W-CNPJ       TO CAB1B-CNPJ
           MOVE W-COMPET-MES TO CAB1B-COMPMES
           MOVE W-COMPET-ANO TO CAB1B-COMPANO
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           MOVE 1 TO W-P.

      *----[ 1A PASSADA: LINHAS DE DETALHE E CSV DE CADA PARTICAO ]----
       JUNTAR-DET.
           IF W-P > W-QTDPART
              GO TO IMPRIMIR-TOT.
           MOVE ZEROS TO W-QTDLIN
           MOVE ".DOC" TO W-ARQPART-EXT
           PERFORM ABRIR-PARTE THRU ABRIR-PARTE-FIM.
       JUNTAR-DET-RD.
           READ ARQPARTE
           IF ST-ERRO NOT = "00"
              GO TO JUNTAR-DET-FIM.
           IF REGPARTE(1:60) = CABEXC1
              GO TO JUNTAR-DET-FIM.
           IF REGPARTE = SPACES
              GO TO JUNTAR-DET-RD.
           WRITE REGARQFUNCTX FROM REGPARTE
           WRITE REGARQFUNCTX FROM CABBLANK
           ADD 1 TO W-QTDLIN
           ADD 1 TO CONLIN
           IF CONLIN < 34
              GO TO JUNTAR-DET-RD.
           MOVE ZEROS TO CONLIN
           WRITE REGARQFUNCTX FROM CAB4
           WRITE REGARQFUNCTX FROM CABBLANK
           WRITE REGARQFUNCTX FROM CAB5
           WRITE REGARQFUNCTX FROM LINHABR
           PERFORM ROT-CABEC THRU ROT-CABEC-FIM
           GO TO JUNTAR-DET-RD.
       JUNTAR-DET-FIM.
           CLOSE ARQPARTE
      *----[ RELATORIO DA PARTICAO DIFERENTE DO CHECKPOINT: ABORTA ]----
           SET IDXPT TO W-P
           IF W-QTDLIN NOT = TP-QTD(IDXPT)
              MOVE W-P TO W-PARTED
              MOVE SPACES TO MENS
              STRING "* PARTICAO " DELIMITED BY SIZE
                     W-PARTED      DELIMITED BY SIZE
                     " COM RELATORIO DIVERGENTE *" DELIMITED BY SIZE
                     INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.
           MOVE ".CSV" TO W-ARQPART-EXT
           PERFORM ABRIR-PARTE THRU ABRIR-PARTE-FIM.
       JUNTAR-CSV-RD.
           READ ARQPARTE
           IF ST-ERRO NOT = "00"
              GO TO JUNTAR-CSV-FIM.
           IF REGPARTE = SPACES
              GO TO JUNTAR-CSV-RD.
           WRITE REGARQFUNCCSV FROM REGPARTE
           GO TO JUNTAR-CSV-RD.
       JUNTAR-CSV-FIM.
           CLOSE ARQPARTE
           ADD 1 TO W-P
           GO TO JUNTAR-DET.

       IMPRIMIR-TOT.
           WRITE REGARQFUNCTX FROM LINHABR
           MOVE W-TOTFOLHA TO TOTFOLHA
           WRITE REGARQFUNCTX FROM LINTOTAIS
           MOVE W-TOTFGTS  TO TOTFGTS-ED
           WRITE REGARQFUNCTX FROM LINTOTFGTS
           MOVE W-TOTVT    TO TOTVT-ED
           WRITE REGARQFUNCTX FROM LINTOTVT
           MOVE W-TOTVR    TO TOTVR-ED
           WRITE REGARQFUNCTX FROM LINTOTVR
           MOVE W-QTDFUNC  TO TOTFUNC
           WRITE REGARQFUNCTX FROM LINTOT
           MOVE W-QTDPART  TO CP-QTDPART
           WRITE REGARQFUNCTX FROM CABPART.

           WRITE REGARQFUNCTX FROM CABBLANK
           WRITE REGARQFUNCTX FROM CABEXC1
           WRITE REGARQFUNCTX FROM CABEXC2
           MOVE 1 TO W-P.

      *----[ 2A PASSADA: EXCECOES (ENTRE CABEXC2 E O TOTAL; SEM ]----
      *----[ EXCECAO A PARTE NAO TEM TOTAL E A SECAO ACABA NA     ]----
      *----[ LINHA EM BRANCO OU NO CABECALHO DA PENSAO)          ]----
       JUNTAR-EXC.
           IF W-P > W-QTDPART
              GO TO JUNTAR-EXC-TOT.
           MOVE ".DOC" TO W-ARQPART-EXT
           PERFORM ABRIR-PARTE THRU ABRIR-PARTE-FIM
           MOVE "D" TO W-SECAO.
       JUNTAR-EXC-RD.
           READ ARQPARTE
           IF ST-ERRO NOT = "00"
              GO TO JUNTAR-EXC-FIM.
           IF W-SECAO = "D"
              IF REGPARTE(1:60) = CABEXC2
                 MOVE "E" TO W-SECAO
              END-IF
              GO TO JUNTAR-EXC-RD.
           IF REGPARTE(1:20) = LINTOTEXC(1:20)
              GO TO JUNTAR-EXC-FIM.
           IF REGPARTE = SPACES OR REGPARTE(1:60) = CABPEN1
              GO TO JUNTAR-EXC-FIM.
           WRITE REGARQFUNCTX FROM REGPARTE
           ADD 1 TO W-QTDEXC
           GO TO JUNTAR-EXC-RD.
       JUNTAR-EXC-FIM.
           CLOSE ARQPARTE
           ADD 1 TO W-P
           GO TO JUNTAR-EXC.
       JUNTAR-EXC-TOT.
           MOVE W-QTDEXC TO TOTEXC
           WRITE REGARQFUNCTX FROM LINTOTEXC
           MOVE 1 TO W-P.

      *----[ 3A PASSADA: PENSAO POR BENEFICIARIO (APOS CABPEN2) ]----
       JUNTAR-PEN.
           IF W-P > W-QTDPART
              GO TO GRAVAR-CKPT.
           MOVE ".DOC" TO W-ARQPART-EXT
           PERFORM ABRIR-PARTE THRU ABRIR-PARTE-FIM
           MOVE "D" TO W-SECAO.
       JUNTAR-PEN-RD.
           READ ARQPARTE
           IF ST-ERRO NOT = "00"
              GO TO JUNTAR-PEN-FIM.
           IF W-SECAO = "D"
              IF REGPARTE(1:60) = CABPEN2
                 MOVE "P" TO W-SECAO
              END-IF
              GO TO JUNTAR-PEN-RD.
           IF REGPARTE = SPACES
              GO TO JUNTAR-PEN-RD.
           IF W-TEMPEN = "N"
              MOVE "S" TO W-TEMPEN
              WRITE REGARQFUNCTX FROM CABBLANK
              WRITE REGARQFUNCTX FROM CABPEN1
              WRITE REGARQFUNCTX FROM CABPEN2.
           WRITE REGARQFUNCTX FROM REGPARTE
           GO TO JUNTAR-PEN-RD.
       JUNTAR-PEN-FIM.
           CLOSE ARQPARTE
           ADD 1 TO W-P
           GO TO JUNTAR-PEN.

      *--[ CHECKPOINT DA FOLHA INTEIRA CONCLUIDO, COMO NUMA EXECUCAO ]--
      *--[ UNICA; OS DAS PARTICOES FICAM P/ CONFERENCIA              ]--
       GRAVAR-CKPT.
           MOVE "FPP015.CKP" TO W-ARQCKP
           OPEN OUTPUT ARQCKPT
           MOVE ZEROS TO REGCKPT
           MOVE W-COMPET-N TO CKPT-COMPET
           MOVE W-EMPRESA  TO CKPT-EMPRESA
           MOVE "F"        TO CKPT-SITUACAO
           WRITE REGCKPT
           CLOSE ARQCKPT.

           MOVE "*** FOLHA CONSOLIDADA: ARQFUNCRL.DOC/.CSV ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE 0 TO RETURN-CODE
           GO TO ROT-FIM.

      *----[ CABECALHO DE PAGINA DO RELATORIO DA FOLHA ]----
       ROT-CABEC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           WRITE REGARQFUNCTX FROM CAB1
           WRITE REGARQFUNCTX FROM CAB1B
           WRITE REGARQFUNCTX FROM CAB3
           WRITE REGARQFUNCTX FROM CAB2
           WRITE REGARQFUNCTX FROM CAB3.
       ROT-CABEC-FIM.
           EXIT.

      *----[ ABRE FOLPARTnn COM A EXTENSAO EM W-ARQPART-EXT ]----
       ABRIR-PARTE.
           MOVE W-P TO W-ARQPART-NUM
           MOVE W-ARQPART TO W-ARQPNOME
           OPEN INPUT ARQPARTE
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO MENS
              STRING "* ARQUIVO " DELIMITED BY SIZE
                     W-ARQPNOME   DELIMITED BY SPACE
                     " NAO EXISTE *" DELIMITED BY SIZE
                     INTO MENS
              END-STRING
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO RETURN-CODE
              GO TO ROT-FIM.
       ABRIR-PARTE-FIM.
           EXIT.

      *----[ ERRO ANTES DE ABRIR OS ARQUIVOS DE SAIDA ]----
       ROT-ERRO.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE 1 TO RETURN-CODE
           GO TO ROT-FIM2.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNCTX ARQFUNCCSV.
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
       FIM-ROT-CONSOL.
