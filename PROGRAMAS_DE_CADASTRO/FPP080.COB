                      RECORD KEY IS RAT-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQLANC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
            05 RAT-FIMMES         PIC 9(02).
            05 RAT-FIMANO         PIC 9(04).
           03 RAT-STATUS         PIC X(01).
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
       FD ARQLANC
               LABEL RECORD IS STANDARD
       01 W-TEMRAT        PIC X(01) VALUE "N".
       01 W-RATREFI       PIC 9(06) VALUE ZEROS.
       01 W-RATREFF       PIC 9(06) VALUE ZEROS.
      *----[ VALORES DA CHAPA: DO DETALHE (ARQFOLDET) OU DA FOLHA ]----
       01 W-DETOK         PIC X(01) VALUE "N".
       01 W-LCBRUTO       PIC 9(07)V99 VALUE ZEROS.
       01 W-LCINSS        PIC 9(07)V99 VALUE ZEROS.
       01 W-LCIRRF        PIC 9(07)V99 VALUE ZEROS.
       01 W-LCFGTS        PIC 9(07)V99 VALUE ZEROS.
       01 W-LCDESC        PIC 9(07)V99 VALUE ZEROS.
      *----[ ENCARGOS POR EMPRESA COM VIGENCIA (TBENCARGO) ]----
       01 W-ENCOK        PIC X(01) VALUE "N".
       01 W-ENCACHOU     PIC X(01) VALUE "N".
           OPEN INPUT TBENCARGO
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-ENCOK.
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-DETOK.

      *----------------[ CARGA DAS ALIQUOTAS PATRONAIS ]-----------------
       CARREGAR-TAX.
           IF FOLHA-CODDEP < 1
              GO TO LER-FOLHA.

           PERFORM SOMAR-DET THRU SOMAR-DET-FIM

      *----[ RATEIO ENTRE DEPARTAMENTOS (ARQRATEIO), SE HOUVER ]----
           SET IDXDEP TO FOLHA-CODDEP
           ADD 1 TO TD-QTD(IDXDEP)
           PERFORM RATEAR-CUSTO THRU RATEAR-CUSTO-FIM
           IF W-TEMRAT = "N"
              SET IDXDEP TO FOLHA-CODDEP
              ADD W-LCBRUTO TO TD-BRUTO(IDXDEP)
              ADD W-LCINSS  TO TD-INSS(IDXDEP)
              ADD W-LCIRRF  TO TD-IRRF(IDXDEP)
              ADD W-LCFGTS  TO TD-FGTS(IDXDEP).
           GO TO LER-FOLHA.

      *--[ VALORES DA CHAPA PELAS RUBRICAS DO DETALHE (ARQFOLDET). O ]--
      *--[ BRUTO SEGUE O CRITERIO DA FOLHA: PROVENTOS SEM SALARIO-   ]--
      *--[ FAMILIA, MENOS FALTAS (101) E EVENTOS DESCONTADOS. SEM    ]--
      *--[ DETALHE (COMPETENCIAS ANTIGAS) FICAM AS COLUNAS DA FOLHA  ]--
       SOMAR-DET.
           MOVE FOLHA-SALBRUTO TO W-LCBRUTO
           MOVE FOLHA-INSS     TO W-LCINSS
           MOVE FOLHA-IRRF     TO W-LCIRRF
           MOVE FOLHA-FGTS     TO W-LCFGTS
           IF W-DETOK NOT = "S"
              GO TO SOMAR-DET-FIM.
           MOVE FOLHA-CHAPA  TO FDET-CHAPA
           MOVE FOLHA-COMPET TO FDET-COMPET
           MOVE FOLHA-TIPO   TO FDET-TIPO
           MOVE LOW-VALUES   TO FDET-ORIGEM
           MOVE ZEROS        TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO SOMAR-DET-FIM.
           READ ARQFOLDET NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO SOMAR-DET-FIM.
           IF FDET-CHAPA NOT = FOLHA-CHAPA
                 OR FDET-COMPET NOT = FOLHA-COMPET
                 OR FDET-TIPO NOT = FOLHA-TIPO
              GO TO SOMAR-DET-FIM.
           MOVE ZEROS TO W-LCBRUTO W-LCINSS W-LCIRRF W-LCFGTS W-LCDESC.
       SOMAR-DET-SOMA.
           IF FDET-NATUREZA = "P"
              IF FDET-ORIGEM = "E" OR FDET-RUBRICA NOT = 008
                 ADD FDET-VALOR TO W-LCBRUTO.
           IF FDET-NATUREZA = "D"
              IF FDET-ORIGEM = "E" OR FDET-RUBRICA = 101
                 ADD FDET-VALOR TO W-LCDESC.
           IF FDET-ORIGEM = "F" AND FDET-RUBRICA = 102
              ADD FDET-VALOR TO W-LCINSS.
           IF FDET-ORIGEM = "F" AND FDET-RUBRICA = 103
              ADD FDET-VALOR TO W-LCIRRF.
           IF FDET-ORIGEM = "F" AND FDET-RUBRICA = 901
              ADD FDET-VALOR TO W-LCFGTS.
           READ ARQFOLDET NEXT
           IF ST-ERRO3 = "00" AND FDET-CHAPA = FOLHA-CHAPA
                 AND FDET-COMPET = FOLHA-COMPET
                 AND FDET-TIPO = FOLHA-TIPO
              GO TO SOMAR-DET-SOMA.
           IF W-LCDESC > W-LCBRUTO
              MOVE ZEROS TO W-LCBRUTO
           ELSE
              SUBTRACT W-LCDESC FROM W-LCBRUTO.
       SOMAR-DET-FIM.
           EXIT.

      *--[ APLICA OS PERCENTUAIS VIGENTES DA CHAPA POR DEPARTAMENTO ]---
       RATEAR-CUSTO.
           MOVE "N" TO W-TEMRAT
                 GO TO RATEAR-CUSTO-RD.
           MOVE "S" TO W-TEMRAT
           SET IDXDEP TO RAT-CODDEP
           COMPUTE W-VLRLANC = W-LCBRUTO * RAT-PERC / 100
           ADD W-VLRLANC TO TD-BRUTO(IDXDEP)
           COMPUTE W-VLRLANC = W-LCINSS * RAT-PERC / 100
           ADD W-VLRLANC TO TD-INSS(IDXDEP)
           COMPUTE W-VLRLANC = W-LCIRRF * RAT-PERC / 100
           ADD W-VLRLANC TO TD-IRRF(IDXDEP)
           COMPUTE W-VLRLANC = W-LCFGTS * RAT-PERC / 100
           ADD W-VLRLANC TO TD-FGTS(IDXDEP)
           GO TO RATEAR-CUSTO-RD.
       RATEAR-CUSTO-FIM.
              CLOSE ARQRATEIO.
           IF W-ENCOK = "S"
              CLOSE TBENCARGO.
           IF W-DETOK = "S"
              CLOSE ARQFOLDET.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
