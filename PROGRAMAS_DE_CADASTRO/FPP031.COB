       PROGRAM-ID. FPP031.
      ************************
      * EMISSAO DE HOLERITE (DEMONSTRATIVO DE PAGAMENTO)   *
      * FPP031_BATCH=S: UM HOLERITE (FPP031_CHAPA/_COMP/   *
      * _TIPO) NO DOCUMENTO FPP031_ARQ - USADO PELO FPP141  *
      ************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      RECORD KEY IS SNEG-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQHOLTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
          03 SNEG-ULTREC               PIC 9(07)V99.
          03 SNEG-ULTNAO               PIC 9(07)V99.
          03 SNEG-ULTTIPO              PIC X(01).
      *-----------------------------------------------------------------
      *----[ DETALHE DA FOLHA: UM REGISTRO POR RUBRICA PAGA OU   ]----
      *----[ DESCONTADA. ORIGEM F = RUBRICA FIXA DO CALCULO,     ]----
      *----[ E = EVENTO DO CATALOGO TBEVENT (MESMO CODIGO)       ]----
      *----[ NATUREZA P=PROVENTO D=DESCONTO I=INFORMATIVA        ]----
      *----[ FIXAS: 001-099 PROVENTOS 101-199 DESCONTOS 9XX INF. ]----
       FD ARQFOLDET
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFOLDET.DAT".
       01 REGFOLDET.
           03 FDET-KEY.
            05 FDET-CHAPA         PIC 9(06).
            05 FDET-COMPET        PIC 9(06).
            05 FDET-TIPO          PIC X(01).
            05 FDET-ORIGEM        PIC X(01).
            05 FDET-RUBRICA       PIC 9(03).
           03 FDET-NATUREZA      PIC X(01).
           03 FDET-DESCR         PIC X(30).
           03 FDET-BASE          PIC 9(07)V99.
           03 FDET-REFER         PIC 9(05)V99.
           03 FDET-VALOR         PIC 9(07)V99.
           03 FDET-INCINSS       PIC X(01).
           03 FDET-INCIRRF       PIC X(01).
           03 FDET-INCFGTS       PIC X(01).
      *-----------------------------------------------------------------
       FD ARQHOLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQHOL.
       01 REGARQHOLTX    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
          03 W-ESC-OPERADOR  PIC X(08).
          03 W-ESC-CODDEP    PIC 9(03).
          03 W-ESC-RESULT    PIC X(01).
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP031".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "R".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       77 W-SEGUNDOS PIC 9(02) VALUE 1.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       01 W-TIPOENTR  PIC X(01) VALUE SPACES.
       01 ST-ERRO2    PIC X(02) VALUE "00".
       01 W-SNEGOK    PIC X(01) VALUE "N".
       01 ST-ERRO3    PIC X(02) VALUE "00".
       01 W-DETOK     PIC X(01) VALUE "N".
       01 W-DETNAT    PIC X(01) VALUE SPACES.
       01 W-DETQTD    PIC 9(03) VALUE ZEROS.
       01 W-ARQHOL    PIC X(30) VALUE "HOLERITE.DOC".
       01 W-ARQENV    PIC X(30) VALUE SPACES.
       01 W-BATCHFLAG PIC X(01) VALUE SPACES.
       01 W-COMPETENV PIC X(06) VALUE SPACES.
       01 W-COMPETENV-N REDEFINES W-COMPETENV.
          03 W-COMPETENV-MES PIC 9(02).
          03 W-COMPETENV-ANO PIC 9(04).
       01 W-CHAPAENV  PIC X(06) VALUE SPACES.
       01 W-CHAPAENV-N REDEFINES W-CHAPAENV PIC 9(06).

       01 HOLSNEG.
          05  FILLER        PIC X(035) VALUE
           "----------------".

       01  HOLCOLS.
           05  FILLER                 PIC X(039) VALUE
           "DESCRICAO                         REFER".
           05  FILLER                 PIC X(020) VALUE
           " PROVENTOS DESCONTOS".

       01  HOLDET.
           05  HOLD-DESCR             PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HOLD-REFER             PIC ZZZZ9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HOLD-PROV              PIC ZZZZZ9,99 BLANK WHEN ZERO.
           05  FILLER                 PIC X(01) VALUE SPACES.
           05  HOLD-DESC              PIC ZZZZZ9,99 BLANK WHEN ZERO.
       01  HOLLIQ.
           05  FILLER                 PIC X(030) VALUE
           "VALOR LIQUIDO A RECEBER.....:".
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  HOLL-LIQ               PIC ZZZZZ9,99.

       01  HOLFGTS.
           05  FILLER                 PIC X(030) VALUE
           "FGTS DO MES (NAO DESCONTADO):".
           05  FILLER                 PIC X(10) VALUE SPACES.
           05  HOLF-FGTS              PIC ZZZZZ9,99.

       01  HOLASS1.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-CHAPAENTR W-TOTEMITIDOS
                MOVE SPACES TO W-TIPOENTR
                MOVE "HOLERITE.DOC" TO W-ARQHOL
                MOVE 2 TO RETURN-CODE
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP031_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-BATCH.
                DISPLAY TELAHOL.
       INC-COMP.
                ACCEPT TW-COMPET
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                GO TO INC-OP0.

      *----[ EXECUCAO CHAMADA: UM HOLERITE EM DOCUMENTO PROPRIO ]----
       INC-BATCH.
                ACCEPT W-COMPETENV FROM ENVIRONMENT "FPP031_COMP"
                ACCEPT W-CHAPAENV FROM ENVIRONMENT "FPP031_CHAPA"
                IF W-COMPETENV = SPACES OR W-CHAPAENV = SPACES
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIMP.
                MOVE W-COMPETENV-MES TO W-COMPET-MES
                MOVE W-COMPETENV-ANO TO W-COMPET-ANO
                MOVE W-CHAPAENV-N    TO W-CHAPAENTR
                ACCEPT W-TIPOENTR FROM ENVIRONMENT "FPP031_TIPO"
                IF W-TIPOENTR = SPACE
                   MOVE "M" TO W-TIPOENTR.
                ACCEPT W-ARQENV FROM ENVIRONMENT "FPP031_ARQ"
                IF W-ARQENV NOT = SPACES
                   MOVE W-ARQENV TO W-ARQHOL.

       INC-OP0.
           OPEN INPUT ARQFOLHA
           OPEN INPUT ARQSALDONEG
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-SNEGOK.
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-DETOK.

       INC-OP1.
           MOVE "N" TO W-PARAMOK

       FIM-EMISSAO.
           IF W-TOTEMITIDOS = ZEROS
              MOVE 1 TO RETURN-CODE
              MOVE "* NENHUM HOLERITE EMITIDO P/ COMPET. *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-TOTEMITIDOS TO T-TOTEMIT
           WRITE REGARQHOLTX FROM LINHABR
           MOVE 0 TO RETURN-CODE
           IF W-BATCHFLAG = "S" OR "s"
              GO TO ROT-FIM.
           WRITE REGARQHOLTX FROM LINTOT
           MOVE "*** HOLERITES GERADOS: HOLERITE.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM

      *----------------[ EMISSAO DE UM HOLERITE ]------------------------
       EMITIR-HOL.
           MOVE FOLHA-CHAPA  TO W-ACS-CHAPA
           MOVE FOLHA-COMPET TO W-ACS-REF
           CALL "FPP165" USING W-ACS-PARM.
      *----[ RAZAO SOCIAL/CNPJ DA EMPRESA DO FUNCIONARIO ]----
           MOVE FOLHA-EMPRESA TO W-EMPHOL
           IF W-EMPHOL = SPACES
           WRITE REGARQHOLTX FROM HOLSEP
           WRITE REGARQHOLTX FROM HOLCOLS

      *----[ COM DETALHE POR RUBRICA (ARQFOLDET) A LISTA VEM DELE; ]----
      *----[ COMPETENCIAS ANTERIORES AO DETALHE USAM AS COLUNAS    ]----
           MOVE ZEROS TO W-DETQTD HOLD-REFER
           IF W-DETOK = "S"
              PERFORM EMITIR-DET THRU EMITIR-DET-FIM
              IF W-DETQTD NOT = ZEROS
                 GO TO EMITIR-HOL-LIQ.

      *----[ O CONTRATUAL E O BRUTO MENOS OS VARIAVEIS DO MES ]----
           COMPUTE W-SALCONTR = FOLHA-SALBRUTO - FOLHA-HE50
                              - FOLHA-HE100 - FOLHA-ADNOT
              MOVE FOLHA-ADIANT TO HOLD-DESC
              WRITE REGARQHOLTX FROM HOLDET.

       EMITIR-HOL-LIQ.
           WRITE REGARQHOLTX FROM HOLSEP
           MOVE FOLHA-SALLIQ TO HOLL-LIQ
           WRITE REGARQHOLTX FROM HOLLIQ
           MOVE FOLHA-FGTS TO HOLF-FGTS
           WRITE REGARQHOLTX FROM HOLFGTS
           IF W-DETQTD NOT = ZEROS
              MOVE "I" TO W-DETNAT
              PERFORM LER-DET THRU LER-DET-FIM.

      *----[ BENEFICIOS INFORMATIVOS (NAO ENTRAM NO LIQUIDO) ]----
           IF FOLHA-VT NOT = ZEROS
       EMITIR-HOL-FIM.
           EXIT.

      *----[ DETALHE DO HOLERITE: PROVENTOS E DEPOIS DESCONTOS ]--------
       EMITIR-DET.
           MOVE "P" TO W-DETNAT
           PERFORM LER-DET THRU LER-DET-FIM
           MOVE "D" TO W-DETNAT
           PERFORM LER-DET THRU LER-DET-FIM.
       EMITIR-DET-FIM.
           EXIT.

      *----[ IMPRIME AS RUBRICAS DA NATUREZA W-DETNAT DESTA FOLHA ]----
      *----[ (O FGTS - RUBRICA 901 - JA SAI NA LINHA PROPRIA)     ]----
       LER-DET.
           MOVE FOLHA-CHAPA  TO FDET-CHAPA
           MOVE FOLHA-COMPET TO FDET-COMPET
           MOVE FOLHA-TIPO   TO FDET-TIPO
           MOVE LOW-VALUES   TO FDET-ORIGEM
           MOVE ZEROS        TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO LER-DET-FIM.
       LER-DET-RD.
           READ ARQFOLDET NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO LER-DET-FIM.
           IF FDET-CHAPA NOT = FOLHA-CHAPA
                 OR FDET-COMPET NOT = FOLHA-COMPET
                 OR FDET-TIPO NOT = FOLHA-TIPO
              GO TO LER-DET-FIM.
           ADD 1 TO W-DETQTD
           IF FDET-NATUREZA NOT = W-DETNAT
              GO TO LER-DET-RD.
           IF FDET-NATUREZA = "I" AND FDET-RUBRICA = 901
              GO TO LER-DET-RD.
           IF FDET-VALOR = ZEROS
              GO TO LER-DET-RD.
           MOVE FDET-DESCR TO HOLD-DESCR
           MOVE FDET-REFER TO HOLD-REFER
           MOVE ZEROS TO HOLD-PROV HOLD-DESC
           IF FDET-NATUREZA = "D"
              MOVE FDET-VALOR TO HOLD-DESC
           ELSE
              MOVE FDET-VALOR TO HOLD-PROV.
           WRITE REGARQHOLTX FROM HOLDET
           MOVE ZEROS TO HOLD-REFER
           GO TO LER-DET-RD.
       LER-DET-FIM.
           EXIT.

      *----[ DESCRICAO DO TIPO DE FOLHA NO CABECALHO ]------------------
       DESCR-TIPO.
           IF FOLHA-TIPO = "A"
                CLOSE ARQFOLHA ARQCARG ARQDEP ARQHOLTX.
                IF W-PARAMOK = "S"
                   CLOSE TBPARAM.
                IF W-DETOK = "S"
                   CLOSE ARQFOLDET.
                IF W-SNEGOK = "S"
                   CLOSE ARQSALDONEG.
       ROT-FIMP.
                EXIT PROGRAM.

