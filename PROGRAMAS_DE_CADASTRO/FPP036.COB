                      RECORD KEY IS ENC-KEY
                      FILE STATUS IS ST-ERRO4.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO5.

      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           03 ENC-RAT            PIC 9(01)V9999.
           03 ENC-FAP            PIC 9(01)V9999.
           03 ENC-TERCEIROS      PIC 9(01)V9999.
      *-----------------------------------------------------------------
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
       FD ARQCUSTOTX
               LABEL RECORD IS STANDARD
       01 W-RECTERC      PIC 9(09)V99 VALUE ZEROS.
       01 W-RATPART      PIC 9(09)V99 VALUE ZEROS.

      *----[ PGBL - PARTE DA EMPRESA (RUBRICA 903 DO ARQFOLDET) ]----
       77 ST-ERRO5   PIC X(02) VALUE "00".
       01 W-DETOK        PIC X(01) VALUE "N".
       01 W-RECPREV      PIC 9(09)V99 VALUE ZEROS.

       01 TABDEP.
          03 TABDEP-ITEM OCCURS 999 TIMES INDEXED BY IDXDEP.
             05 TD-BRUTO     PIC 9(09)V99.
             05 TD-PATRONAL  PIC 9(09)V99.
             05 TD-RAT       PIC 9(09)V99.
             05 TD-TERC      PIC 9(09)V99.
             05 TD-PREV      PIC 9(09)V99.

       01 W-GT-BRUTO      PIC 9(09)V99 VALUE ZEROS.
       01 W-GT-PATRONAL   PIC 9(09)V99 VALUE ZEROS.
       01 W-GT-RAT        PIC 9(09)V99 VALUE ZEROS.
       01 W-GT-TERC       PIC 9(09)V99 VALUE ZEROS.
       01 W-GT-FGTS       PIC 9(09)V99 VALUE ZEROS.
       01 W-GT-PREV       PIC 9(09)V99 VALUE ZEROS.
       01 W-GT-CUSTO      PIC 9(09)V99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(070) VALUE
           "DEP DENOMINACAO               QTD      BRUTO   PATRONAL
      -    "    RAT".
           05  FILLER PIC X(053) VALUE
           "  TERCEIROS        FGTS   PREV.PRIV.      CUSTO TOTAL".

       01  CAB3.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".
           05  FILLER                 PIC X(046) VALUE
           "----------------------------------------------".
           05  FILLER                 PIC X(013) VALUE
           "-------------".

       01  DET.
           05  D-CODDEP      PIC 999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-FGTS        PIC ZZZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PREV        PIC ZZZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CUSTO       PIC ZZZZZZZZ9,99.

       01  LINGT.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  GT-FGTS       PIC ZZZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  GT-PREV       PIC ZZZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  GT-CUSTO      PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
           OPEN INPUT TBENCARGO
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-ENCOK.
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-DETOK.

      *----------------[ CARGA DAS ALIQUOTAS PATRONAIS ]-----------------
       CARREGAR-TAX.
              MOVE ZEROS TO TD-BRUTO(IDXDEP) TD-FGTS(IDXDEP)
                            TD-QTD(IDXDEP) TD-PATRONAL(IDXDEP)
                            TD-RAT(IDXDEP) TD-TERC(IDXDEP)
                            TD-PREV(IDXDEP)
           END-PERFORM.

           MOVE LOW-VALUES TO FOLHA-KEY
      *----[ PLR NAO ENTRA NA BASE DO INSS PATRONAL/RAT ]----
           IF FOLHA-TIPO = "L"
              MOVE ZEROS TO W-RECPAT W-RECRAT W-RECTERC.
           PERFORM BUSCAR-PREV THRU BUSCAR-PREV-FIM.

      *----[ RATEIO ENTRE DEPARTAMENTOS (ARQRATEIO), SE HOUVER ]----
           SET IDXDEP TO FOLHA-CODDEP
              ADD FOLHA-FGTS     TO TD-FGTS(IDXDEP)
              ADD W-RECPAT       TO TD-PATRONAL(IDXDEP)
              ADD W-RECRAT       TO TD-RAT(IDXDEP)
              ADD W-RECTERC      TO TD-TERC(IDXDEP)
              ADD W-RECPREV      TO TD-PREV(IDXDEP).
           GO TO LER-FOLHA.

      *--[ CONTRAPARTIDA DA EMPRESA NA PREVIDENCIA PRIVADA (PGBL) ]-----
       BUSCAR-PREV.
           MOVE ZEROS TO W-RECPREV
           IF W-DETOK NOT = "S" OR FOLHA-TIPO NOT = "M"
              GO TO BUSCAR-PREV-FIM.
           MOVE FOLHA-CHAPA  TO FDET-CHAPA
           MOVE FOLHA-COMPET TO FDET-COMPET
           MOVE "M"          TO FDET-TIPO
           MOVE "F"          TO FDET-ORIGEM
           MOVE 903          TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO5 = "00"
              MOVE FDET-VALOR TO W-RECPREV.
       BUSCAR-PREV-FIM.
           EXIT.

      *--[ APLICA OS PERCENTUAIS VIGENTES DA CHAPA POR DEPARTAMENTO ]---
       RATEAR-CUSTO.
           MOVE "N" TO W-TEMRAT
           ADD W-RATPART TO TD-RAT(IDXDEP)
           COMPUTE W-RATPART = W-RECTERC * RAT-PERC / 100
           ADD W-RATPART TO TD-TERC(IDXDEP)
           COMPUTE W-RATPART = W-RECPREV * RAT-PERC / 100
           ADD W-RATPART TO TD-PREV(IDXDEP)
           GO TO RATEAR-CUSTO-RD.
       RATEAR-CUSTO-FIM.
           EXIT.
           WRITE REGARQCUSTOTX FROM CAB3.

           MOVE ZEROS TO W-GT-BRUTO W-GT-PATRONAL W-GT-RAT W-GT-TERC
                         W-GT-FGTS W-GT-CUSTO W-GT-PREV
           MOVE 1 TO IND.
       IMPRIMIR-DEP.
           IF IND > 999
           MOVE TD-RAT(IDXDEP)      TO W-RAT
           COMPUTE W-CUSTODEP = TD-BRUTO(IDXDEP) + W-PATRONAL
                              + W-RAT + TD-TERC(IDXDEP)
                              + TD-FGTS(IDXDEP) + TD-PREV(IDXDEP)

           MOVE IND TO CODIGO
           READ ARQDEP
           MOVE W-RAT             TO D-RAT
           MOVE TD-TERC(IDXDEP)   TO D-TERC
           MOVE TD-FGTS(IDXDEP)   TO D-FGTS
           MOVE TD-PREV(IDXDEP)   TO D-PREV
           MOVE W-CUSTODEP        TO D-CUSTO
           WRITE REGARQCUSTOTX FROM DET

           ADD W-RAT            TO W-GT-RAT
           ADD TD-TERC(IDXDEP)  TO W-GT-TERC
           ADD TD-FGTS(IDXDEP)  TO W-GT-FGTS
           ADD TD-PREV(IDXDEP)  TO W-GT-PREV
           ADD W-CUSTODEP       TO W-GT-CUSTO
           ADD 1 TO IND
           GO TO IMPRIMIR-DEP.
           MOVE W-GT-RAT      TO GT-RAT
           MOVE W-GT-TERC     TO GT-TERC
           MOVE W-GT-FGTS     TO GT-FGTS
           MOVE W-GT-PREV     TO GT-PREV
           MOVE W-GT-CUSTO    TO GT-CUSTO
           WRITE REGARQCUSTOTX FROM LINGT.

                   CLOSE ARQRATEIO.
                IF W-ENCOK = "S"
                   CLOSE TBENCARGO.
                IF W-DETOK = "S"
                   CLOSE ARQFOLDET.
                EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
