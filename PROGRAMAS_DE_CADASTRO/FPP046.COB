                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
          03 FOLHA-DSRDESC             PIC 9(06)V99.
          03 FOLHA-ADTEMPO             PIC 9(06)V99.
          03 FOLHA-SIND                PIC 9(06)V99.
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
       FD TBPARAM
               LABEL RECORD IS STANDARD
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
      *--[ LOTE (FERIAS COLETIVAS - FPP186): FPP046_BATCH=S, CHAPA, ]--
      *--[ FPP046_PER (DDMMAAAA) E FPP046_ABONO; AVISO E ACUMULADO  ]--
       01 W-BATCHFLAG     PIC X(01) VALUE SPACES.
       01 W-CHAPAENV      PIC X(06) VALUE SPACES.
       01 W-PERENV        PIC X(08) VALUE SPACES.
       01 W-PERENTR.
          03 W-PERENTR-DIA   PIC 9(02).
          03 W-PERENTR-MES   PIC 9(02).
       01 W-IRRFFER     PIC 9(07)V99    VALUE ZEROS.
       01 W-BASEIRFER   PIC 9(08)V99    VALUE ZEROS.
       01 W-VLRLIQFER   PIC 9(08)V99    VALUE ZEROS.
      *----[ DETALHE POR RUBRICA (ARQFOLDET) ]----
       01 W-DETTIPO      PIC X(01) VALUE SPACES.
       01 W-DETCOMP      PIC 9(06) VALUE ZEROS.
       01 W-DET.
          03 W-DET-ORIGEM   PIC X(01).
          03 W-DET-RUBRICA  PIC 9(03).
          03 W-DET-NATUREZA PIC X(01).
          03 W-DET-DESCR    PIC X(30).
          03 W-DET-BASE     PIC 9(07)V99.
          03 W-DET-REFER    PIC 9(05)V99.
          03 W-DET-VALOR    PIC 9(07)V99.
          03 W-DET-INCINSS  PIC X(01).
          03 W-DET-INCIRRF  PIC X(01).
          03 W-DET-INCFGTS  PIC X(01).
       01 W-DIASMES     PIC 9(02)       VALUE ZEROS.
       01 W-RESTO4      PIC 9(04)       VALUE ZEROS.
       01 W-RESTO100    PIC 9(04)       VALUE ZEROS.
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE SPACES TO W-BATCHFLAG
                ACCEPT W-BATCHFLAG FROM ENVIRONMENT "FPP046_BATCH"
                IF W-BATCHFLAG = "S" OR "s"
                   GO TO INC-BATCH.
                DISPLAY TELAAVISO.
       INC-CHAPA.
                ACCEPT TW-CHAPA
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
                GO TO INC-OP0.

       INC-BATCH.
                MOVE 1 TO RETURN-CODE
                MOVE SPACES TO W-CHAPAENV W-PERENV W-ABONO
                ACCEPT W-CHAPAENV FROM ENVIRONMENT "FPP046_CHAPA"
                ACCEPT W-PERENV FROM ENVIRONMENT "FPP046_PER"
                ACCEPT W-ABONO FROM ENVIRONMENT "FPP046_ABONO"
                IF W-ABONO NOT = "S"
                   MOVE "N" TO W-ABONO.
                IF W-CHAPAENV NOT NUMERIC OR W-PERENV NOT NUMERIC
                   MOVE "* PARAMETROS DO LOTE INVALIDOS (FPP046) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                MOVE W-CHAPAENV TO W-CHAPAENTR
                MOVE W-PERENV   TO W-PERENTR.

       INC-OP0.
           OPEN INPUT ARQFUNC
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQFOLDET
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQFOLDET
                 CLOSE ARQFOLDET
                 OPEN I-O ARQFOLDET
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLDET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQPAGPEND
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
           COMPUTE W-VLRFERIAS = (W-SALMENSAL / 30) * QTDDIASFERIAS
           COMPUTE W-VLRTERCO  = W-VLRFERIAS / 3

      *--[ RECESSO DE ESTAGIO (LEI 11.788 ART.13): SEM 1/3 E ABONO ]--
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO W-VLRTERCO
              MOVE "N" TO W-ABONO.

           IF W-ABONO = "S"
              COMPUTE W-VLRABONO = (W-SALMENSAL / 30) * 10
              COMPUTE W-VLRABONO = W-VLRABONO + (W-VLRABONO / 3)
           MOVE W-INSSFER    TO FOLHA-INSS
           MOVE W-IRRFFER    TO FOLHA-IRRF
           MOVE W-VLRLIQFER  TO FOLHA-SALLIQ
           IF FUNC-TPCONTRATO = "A"
              COMPUTE FOLHA-FGTS = W-VLRTOTAL * 0,02
           ELSE
              IF FUNC-TPCONTRATO = "T"
                 MOVE ZEROS TO FOLHA-FGTS
              ELSE
                 COMPUTE FOLHA-FGTS = W-VLRTOTAL * 0,08.
           WRITE REGFOLHA
           IF ST-ERRO2 = "22"
              REWRITE REGFOLHA.
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "F"          TO W-DETTIPO
           COMPUTE W-DETCOMP = (ANOGOZO * 100) + MESGOZO
           PERFORM LIMPAR-DET THRU LIMPAR-DET-FIM
           MOVE "S" TO W-DET-INCINSS
           MOVE "S" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE "P" TO W-DET-NATUREZA
           MOVE 030 TO W-DET-RUBRICA
           MOVE "FERIAS" TO W-DET-DESCR
           MOVE W-SALMENSAL TO W-DET-BASE
           MOVE QTDDIASFERIAS TO W-DET-REFER
           MOVE W-VLRFERIAS TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 031 TO W-DET-RUBRICA
           MOVE "1/3 CONSTITUCIONAL DE FERIAS" TO W-DET-DESCR
           MOVE W-VLRTERCO TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS
           MOVE "N" TO W-DET-INCIRRF
           MOVE "N" TO W-DET-INCFGTS
           MOVE 032 TO W-DET-RUBRICA
           MOVE "ABONO PECUNIARIO + 1/3" TO W-DET-DESCR
           MOVE 10 TO W-DET-REFER
           MOVE W-VLRABONO TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "D" TO W-DET-NATUREZA
           MOVE 102 TO W-DET-RUBRICA
           MOVE "INSS" TO W-DET-DESCR
           MOVE W-VLRTOTAL TO W-DET-BASE
           MOVE W-INSSFER TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 103 TO W-DET-RUBRICA
           MOVE "IMPOSTO DE RENDA" TO W-DET-DESCR
           MOVE W-BASEIRFER TO W-DET-BASE
           MOVE W-IRRFFER TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "I" TO W-DET-NATUREZA
           MOVE 901 TO W-DET-RUBRICA
           MOVE "FGTS S/ FERIAS" TO W-DET-DESCR
           MOVE W-VLRTOTAL TO W-DET-BASE
           MOVE 8 TO W-DET-REFER
           IF FUNC-TPCONTRATO = "A"
              MOVE 2 TO W-DET-REFER.
           MOVE FOLHA-FGTS TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.

      *----[ EMISSAO DO AVISO/RECIBO ]----
       EMITIR-AVISO.
           IF W-BATCHFLAG = "S" OR "s"
              OPEN EXTEND ARQAVISOTX
           ELSE
              OPEN OUTPUT ARQAVISOTX.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AVISOFER.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE "*** AVISO GERADO: AVISOFER.DOC + HISTORICO ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE 0 TO RETURN-CODE
           GO TO ROT-FIM.

      *--[ PENDENCIA DE PAGAMENTO AVULSO: FERIAS VENCEM 2 DIAS ANTES ]--
           READ ARQPAGPEND
           IF ST-ERRO2 = "00" AND PGP-STATUS = "E"
              MOVE "N" TO W-OPCAO
      *----[ NO LOTE NAO PERGUNTA: A PENDENCIA PAGA E MANTIDA ]----
              IF W-BATCHFLAG NOT = "S" AND "s"
                 DISPLAY (23, 12) "JA PAGO (FPP072). REABRIR (S/N): "
                 ACCEPT (23, 46) W-OPCAO WITH UPDATE
                 DISPLAY (23, 12) LIMPA
              END-IF
              IF W-OPCAO NOT = "S" AND "s"
                 MOVE "* PENDENCIA PAGA MANTIDA (NAO REABERTA) *"
                 TO MENS
                  COMPUTE W-INSSFER = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-INSS-LIM2 - W-INSS-LIM1) * W-INSS-ALIQ2)
                      + ((W-VLRTOTAL - W-INSS-LIM2) * W-INSS-ALIQ3).
      *----[ ESTAGIARIO: SEM INSS OBRIGATORIO, SO IRRF ]----
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO W-INSSFER.
           COMPUTE W-BASEIRFER = W-VLRTOTAL - W-INSSFER.
           IF W-BASEIRFER NOT GREATER W-IRRF-LIM1
              MOVE ZEROS TO W-IRRFFER
       CALC-MEDIAS-FIM.
           EXIT.

      *----[ GRAVA UMA LINHA DO DETALHE (SO VALOR DIFERENTE DE 0; ]----
      *----[ INSS 102 E IRRF 103 FICAM TAMBEM SO COM A BASE)      ]----
       GRAVAR-DET.
           IF W-DET-VALOR = ZEROS
              IF W-DET-BASE = ZEROS
                    OR (W-DET-RUBRICA NOT = 102 AND NOT = 103)
                 GO TO GRAVAR-DET-LIMPA.
           MOVE CHAPA          TO FDET-CHAPA
           MOVE W-DETCOMP      TO FDET-COMPET
           MOVE W-DETTIPO      TO FDET-TIPO
           MOVE "F"            TO FDET-ORIGEM
           MOVE W-DET-RUBRICA  TO FDET-RUBRICA
           MOVE W-DET-NATUREZA TO FDET-NATUREZA
           MOVE W-DET-DESCR    TO FDET-DESCR
           MOVE W-DET-BASE     TO FDET-BASE
           MOVE W-DET-REFER    TO FDET-REFER
           MOVE W-DET-VALOR    TO FDET-VALOR
           MOVE W-DET-INCINSS  TO FDET-INCINSS
           MOVE W-DET-INCIRRF  TO FDET-INCIRRF
           MOVE W-DET-INCFGTS  TO FDET-INCFGTS
           WRITE REGFOLDET
           IF ST-ERRO2 = "22"
              REWRITE REGFOLDET.
       GRAVAR-DET-LIMPA.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR.
       GRAVAR-DET-FIM.
           EXIT.

      *----[ REPROCESSAMENTO: APAGA O DETALHE ANTERIOR DO TIPO ]----
       LIMPAR-DET.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR
           MOVE CHAPA      TO FDET-CHAPA
           MOVE W-DETCOMP  TO FDET-COMPET
           MOVE W-DETTIPO  TO FDET-TIPO
           MOVE LOW-VALUES TO FDET-ORIGEM
           MOVE ZEROS      TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO LIMPAR-DET-FIM.
       LIMPAR-DET-RD.
           READ ARQFOLDET NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LIMPAR-DET-FIM.
           IF FDET-CHAPA NOT = CHAPA OR FDET-COMPET NOT = W-DETCOMP
                 OR FDET-TIPO NOT = W-DETTIPO
              GO TO LIMPAR-DET-FIM.
           DELETE ARQFOLDET RECORD
           GO TO LIMPAR-DET-RD.
       LIMPAR-DET-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQCARG ARQFER ARQFOLHA ARQAVISOTX
                 ARQPAGPEND ARQFOLDET.
           IF W-TAXOK = "S"
              CLOSE TBTAX.
           EXIT PROGRAM.
