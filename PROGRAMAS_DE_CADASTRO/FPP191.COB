       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP191.
      ********************************************************
      * SIMULADOR SALARIO LIQUIDO X BRUTO (PROPOSTA DE VAGA)  *
      * L = A PARTIR DO LIQUIDO PROMETIDO ACHA O BRUTO        *
      * B = A PARTIR DO BRUTO CALCULA O LIQUIDO               *
      * INSS/IRRF/VT PELAS FAIXAS DO TBTAX (MESMA REGRA DA    *
      * FOLHA) E CUSTO DO EMPREGADOR PELO TBENCARGO           *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBTAX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TBTAX-KEY
                      ALTERNATE RECORD KEY IS TBTAX-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT TBENCARGO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ENC-KEY
                      FILE STATUS IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-SENTIDO       PIC X(01) VALUE "L".
       01 W-VALOR         PIC 9(06)V99 VALUE ZEROS.
       01 W-QTDDEPIR      PIC 9(02) VALUE ZEROS.
       01 W-VALETRANSP    PIC 9(06)V99 VALUE ZEROS.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).

      *----[ FAIXAS VIGENTES NA COMPETENCIA (TBTAX) ]----
       01 W-INSS-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-INSS-ALIQ1  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-INSS-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-TETO   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-LIM3   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-ALIQ4  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-DEPDED PIC 9(06)V99    VALUE ZEROS.
       01 W-ALIQ-PATRONAL PIC 9(01)V9999 VALUE ZEROS.
       01 W-ALIQ-RAT      PIC 9(01)V9999 VALUE ZEROS.
       01 W-TAXCOD      PIC X(03)       VALUE SPACES.
       01 W-TAXDATA     PIC 9(08)       VALUE ZEROS.
       01 W-TAXACHOU    PIC X(01)       VALUE "N".
       01 W-TAXERRO     PIC X(01)       VALUE "N".
       01 W-TAXLIMITE   PIC 9(06)V99    VALUE ZEROS.
       01 W-TAXALIQ     PIC 9(01)V9999  VALUE ZEROS.

      *----[ ENCARGOS POR EMPRESA COM VIGENCIA (TBENCARGO) ]----
       01 W-ENCOK        PIC X(01) VALUE "N".
       01 W-ENCACHOU     PIC X(01) VALUE "N".
       01 W-ENCPAT       PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCRAT       PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCFAP       PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCTERC      PIC 9(01)V9999 VALUE ZEROS.
       01 W-ENCEMP       PIC X(02) VALUE SPACES.

      *----[ CALCULO DO FUNCIONARIO ]----
       01 W-BRUTO        PIC 9(06)V99 VALUE ZEROS.
       01 W-BASECALC     PIC 9(06)V99 VALUE ZEROS.
       01 INSS           PIC 9(06)V99 VALUE ZEROS.
       01 W-BASEIRRF     PIC S9(07)V99 VALUE ZEROS.
       01 IMP-RENDA      PIC 9(06)V99 VALUE ZEROS.
       01 W-VTDESC       PIC 9(06)V99 VALUE ZEROS.
       01 W-LIQUIDO      PIC S9(07)V99 VALUE ZEROS.

      *----[ CALCULO DO EMPREGADOR ]----
       01 W-RECPAT       PIC 9(07)V99 VALUE ZEROS.
       01 W-RECRAT       PIC 9(07)V99 VALUE ZEROS.
       01 W-RECTERC      PIC 9(07)V99 VALUE ZEROS.
       01 FGTS           PIC 9(07)V99 VALUE ZEROS.
       01 W-VTEMP        PIC 9(07)V99 VALUE ZEROS.
       01 W-CUSTO        PIC 9(08)V99 VALUE ZEROS.

      *----[ BUSCA DO BRUTO POR BISSECAO, EM CENTAVOS ]----
       01 W-CENTINF      PIC 9(10) VALUE ZEROS COMP.
       01 W-CENTSUP      PIC 9(10) VALUE ZEROS COMP.
       01 W-CENTMEIO     PIC 9(10) VALUE ZEROS COMP.
       01 W-ESTOURO      PIC X(01) VALUE "N".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASIM.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "*** SIMULADOR SALARIO LIQUIDO X BRUTO ***".
           05  LINE 03  COLUMN 02
               VALUE  "SENTIDO (L=LIQUIDO P/ BRUTO  B=BRUTO P/ LIQ".
           05  LINE 03  COLUMN 45
               VALUE  "UIDO):".
           05  LINE 04  COLUMN 02
               VALUE  "VALOR INFORMADO (LIQUIDO OU BRUTO):".
           05  LINE 05  COLUMN 02
               VALUE  "DEPENDENTES P/ IRRF               :".
           05  LINE 06  COLUMN 02
               VALUE  "VALE-TRANSPORTE DO MES (0=NAO USA):".
           05  LINE 07  COLUMN 02
               VALUE  "COMPETENCIA (MM/AAAA)             :".
           05  LINE 08  COLUMN 02
               VALUE  "EMPRESA (BRANCO = 01)             :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-SENTIDO
               LINE 03  COLUMN 52  PIC X(01)
               USING  W-SENTIDO
               HIGHLIGHT.
           05  TW-VALOR
               LINE 04  COLUMN 38  PIC ZZZ.ZZ9,99
               USING  W-VALOR
               HIGHLIGHT.
           05  TW-QTDDEPIR
               LINE 05  COLUMN 38  PIC 9(02)
               USING  W-QTDDEPIR
               HIGHLIGHT.
           05  TW-VALETRANSP
               LINE 06  COLUMN 38  PIC ZZZ.ZZ9,99
               USING  W-VALETRANSP
               HIGHLIGHT.
           05  TW-COMPET
               LINE 07  COLUMN 38  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 08  COLUMN 38  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.

      *----[ RESULTADO: FUNCIONARIO A ESQUERDA, EMPREGADOR A DIREITA ]--
       01  TELARES.
           05  LINE 10  COLUMN 02
               VALUE  "------- FUNCIONARIO -------".
           05  LINE 10  COLUMN 42
               VALUE  "-------- EMPREGADOR --------".
           05  LINE 11  COLUMN 02
               VALUE  "SALARIO BRUTO......:".
           05  LINE 12  COLUMN 02
               VALUE  "(-) INSS...........:".
           05  LINE 13  COLUMN 02
               VALUE  "BASE IRRF..........:".
           05  LINE 14  COLUMN 02
               VALUE  "(-) IRRF...........:".
           05  LINE 15  COLUMN 02
               VALUE  "(-) VALE-TRANSP. 6%:".
           05  LINE 16  COLUMN 02
               VALUE  "SALARIO LIQUIDO....:".
           05  LINE 11  COLUMN 42
               VALUE  "SALARIO BRUTO......:".
           05  LINE 12  COLUMN 42
               VALUE  "INSS PATRONAL......:".
           05  LINE 13  COLUMN 42
               VALUE  "RAT X FAP..........:".
           05  LINE 14  COLUMN 42
               VALUE  "TERCEIROS..........:".
           05  LINE 15  COLUMN 42
               VALUE  "FGTS...............:".
           05  LINE 16  COLUMN 42
               VALUE  "VALE-TRANSP.(EMPR.):".
           05  LINE 17  COLUMN 42
               VALUE  "CUSTO TOTAL........:".
           05  TR-BRUTO
               LINE 11  COLUMN 23  PIC ZZZ.ZZ9,99
               FROM   W-BRUTO.
           05  TR-INSS
               LINE 12  COLUMN 23  PIC ZZZ.ZZ9,99
               FROM   INSS.
           05  TR-BASEIRRF
               LINE 13  COLUMN 23  PIC ZZZ.ZZ9,99
               FROM   W-BASEIRRF.
           05  TR-IRRF
               LINE 14  COLUMN 23  PIC ZZZ.ZZ9,99
               FROM   IMP-RENDA.
           05  TR-VTDESC
               LINE 15  COLUMN 23  PIC ZZZ.ZZ9,99
               FROM   W-VTDESC.
           05  TR-LIQUIDO
               LINE 16  COLUMN 23  PIC ZZZ.ZZ9,99
               FROM   W-LIQUIDO.
           05  TR-BRUTOE
               LINE 11  COLUMN 63  PIC Z.ZZZ.ZZ9,99
               FROM   W-BRUTO.
           05  TR-RECPAT
               LINE 12  COLUMN 63  PIC Z.ZZZ.ZZ9,99
               FROM   W-RECPAT.
           05  TR-RECRAT
               LINE 13  COLUMN 63  PIC Z.ZZZ.ZZ9,99
               FROM   W-RECRAT.
           05  TR-RECTERC
               LINE 14  COLUMN 63  PIC Z.ZZZ.ZZ9,99
               FROM   W-RECTERC.
           05  TR-FGTS
               LINE 15  COLUMN 63  PIC Z.ZZZ.ZZ9,99
               FROM   FGTS.
           05  TR-VTEMP
               LINE 16  COLUMN 63  PIC Z.ZZZ.ZZ9,99
               FROM   W-VTEMP.
           05  TR-CUSTO
               LINE 17  COLUMN 62  PIC ZZ.ZZZ.ZZ9,99
               FROM   W-CUSTO.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-OP0.
           OPEN INPUT TBTAX
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO TBTAX NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-ENCOK
           OPEN INPUT TBENCARGO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ENCOK.
       INC-001.
                DISPLAY TELASIM.
       INC-SENT.
                ACCEPT TW-SENTIDO
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO ROT-FIM.
                IF W-SENTIDO = "l"
                   MOVE "L" TO W-SENTIDO.
                IF W-SENTIDO = "b"
                   MOVE "B" TO W-SENTIDO.
                IF W-SENTIDO NOT = "L" AND W-SENTIDO NOT = "B"
                   MOVE "*** SENTIDO DEVE SER L OU B ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SENT.
       INC-VALOR.
                ACCEPT TW-VALOR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-SENT.
                IF W-VALOR = ZEROS
                   MOVE "*** INFORME O VALOR DO SALARIO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-VALOR.
       INC-DEP.
                ACCEPT TW-QTDDEPIR
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-VALOR.
       INC-VT.
                ACCEPT TW-VALETRANSP
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-DEP.
       INC-COMP.
                ACCEPT TW-COMPET
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-VT.
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO
                PERFORM CARREGAR-TAX THRU CARREGAR-TAX-FIM
                IF W-TAXERRO = "S"
                   GO TO INC-COMP.
       INC-EMP.
                ACCEPT TW-EMPRESA
                ACCEPT W-ACT FROM ESCAPE KEY
                IF W-ACT = 01
                   GO TO INC-COMP.
                MOVE W-EMPRESA TO W-ENCEMP
                IF W-ENCEMP = SPACES
                   MOVE "01" TO W-ENCEMP.
                PERFORM BUSCAR-ENC THRU BUSCAR-ENC-FIM.

      *------[ BRUTO -> LIQUIDO DIRETO; LIQUIDO -> BRUTO POR BUSCA ]----
       CALCULAR.
           MOVE "N" TO W-ESTOURO
           IF W-SENTIDO = "B"
              MOVE W-VALOR TO W-BRUTO
              PERFORM CALC-LIQ THRU CALC-LIQ-FIM
           ELSE
              PERFORM ACHAR-BRUTO THRU ACHAR-BRUTO-FIM.
           IF W-ESTOURO = "S"
              MOVE "*** LIQUIDO ACIMA DO LIMITE DO SIMULADOR ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO INC-VALOR.
           PERFORM CALC-CUSTO THRU CALC-CUSTO-FIM
           DISPLAY TELARES.

       NOV-SOL.
           DISPLAY (20, 02) "OUTRA SIMULACAO (S/N): "
           MOVE "N" TO W-OPCAO
           ACCEPT (20, 26) W-OPCAO WITH UPDATE
           IF W-OPCAO = "S" OR "s"
              GO TO INC-001.
           GO TO ROT-FIM.

      *------[ LIQUIDO DO BRUTO: MESMAS REGRAS DA FOLHA MENSAL ]--------
       CALC-LIQ.
           MOVE W-BRUTO TO W-BASECALC
           IF W-INSS-TETO > ZEROS AND W-BASECALC > W-INSS-TETO
              MOVE W-INSS-TETO TO W-BASECALC.

      *----[ INSS PROGRESSIVO: ALIQUOTA SO SOBRE A FATIA DA FAIXA ]----
           IF W-BASECALC NOT GREATER W-INSS-LIM1
              COMPUTE INSS = W-BASECALC * W-INSS-ALIQ1
           ELSE
               IF W-BASECALC NOT GREATER W-INSS-LIM2
                  COMPUTE INSS = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-BASECALC - W-INSS-LIM1) * W-INSS-ALIQ2)
               ELSE
                  COMPUTE INSS = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-INSS-LIM2 - W-INSS-LIM1) * W-INSS-ALIQ2)
                      + ((W-BASECALC - W-INSS-LIM2) * W-INSS-ALIQ3).

           COMPUTE W-BASEIRRF = W-BRUTO - INSS
                                - (W-QTDDEPIR * W-IRRF-DEPDED).
           IF W-BASEIRRF < ZEROS
              MOVE ZEROS TO W-BASEIRRF.

      *----[ IRRF PROGRESSIVO: ALIQUOTA SO SOBRE A FATIA DA FAIXA ]----
           IF W-BASEIRRF NOT GREATER W-IRRF-LIM1
              MOVE 0 TO IMP-RENDA
           ELSE
               IF W-BASEIRRF NOT GREATER W-IRRF-LIM2
                  COMPUTE IMP-RENDA =
                      (W-BASEIRRF - W-IRRF-LIM1) * W-IRRF-ALIQ2
               ELSE
                  IF W-BASEIRRF NOT GREATER W-IRRF-LIM3
                     COMPUTE IMP-RENDA =
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-BASEIRRF - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                  ELSE
                     COMPUTE IMP-RENDA =
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-IRRF-LIM3 - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                      + ((W-BASEIRRF - W-IRRF-LIM3) * W-IRRF-ALIQ4).

      *----[ COPARTICIPACAO LEGAL DO VALE-TRANSPORTE (6% LIMITADO) ]----
           MOVE ZEROS TO W-VTDESC.
           IF W-VALETRANSP NOT = ZEROS
              COMPUTE W-VTDESC = W-BRUTO * 0,06
              IF W-VTDESC > W-VALETRANSP
                 MOVE W-VALETRANSP TO W-VTDESC.

           COMPUTE W-LIQUIDO = (W-BRUTO - INSS) - IMP-RENDA - W-VTDESC.
       CALC-LIQ-FIM.
           EXIT.

      *--[ MENOR BRUTO CUJO LIQUIDO ALCANCA O VALOR PROMETIDO. O   ]----
      *--[ LIQUIDO CRESCE COM O BRUTO, ENTAO A BISSECAO CONVERGE   ]----
      *--[ EM CENTAVOS; O BRUTO NUNCA PASSA DE 3X O LIQUIDO + VT   ]----
       ACHAR-BRUTO.
           COMPUTE W-CENTINF = (W-VALOR * 100) - 1
           COMPUTE W-CENTSUP = (W-VALOR * 300) + (W-VALETRANSP * 100)
           IF W-CENTSUP > 99999999
              MOVE 99999999 TO W-CENTSUP.
       ACHAR-BRUTO-LOOP.
           IF W-CENTSUP - W-CENTINF NOT GREATER 1
              GO TO ACHAR-BRUTO-OK.
           COMPUTE W-CENTMEIO = (W-CENTINF + W-CENTSUP) / 2
           COMPUTE W-BRUTO = W-CENTMEIO / 100
           PERFORM CALC-LIQ THRU CALC-LIQ-FIM
           IF W-LIQUIDO < W-VALOR
              MOVE W-CENTMEIO TO W-CENTINF
           ELSE
              MOVE W-CENTMEIO TO W-CENTSUP.
           GO TO ACHAR-BRUTO-LOOP.
       ACHAR-BRUTO-OK.
           COMPUTE W-BRUTO = W-CENTSUP / 100
           PERFORM CALC-LIQ THRU CALC-LIQ-FIM
           IF W-LIQUIDO < W-VALOR
              MOVE "S" TO W-ESTOURO.
       ACHAR-BRUTO-FIM.
           EXIT.

      *------[ CUSTO DO EMPREGADOR SOBRE O BRUTO SIMULADO ]-------------
       CALC-CUSTO.
           COMPUTE W-RECPAT  = W-BRUTO * W-ENCPAT
           COMPUTE W-RECRAT  = W-BRUTO * W-ENCRAT * W-ENCFAP
           COMPUTE W-RECTERC = W-BRUTO * W-ENCTERC
           MULTIPLY W-BRUTO BY 0,08 GIVING FGTS
           COMPUTE W-VTEMP = W-VALETRANSP - W-VTDESC
           COMPUTE W-CUSTO = W-BRUTO + W-RECPAT + W-RECRAT + W-RECTERC
                           + FGTS + W-VTEMP.
       CALC-CUSTO-FIM.
           EXIT.

      *----------------[ CARGA DAS FAIXAS DE INSS/IRRF ]----------------
       CARREGAR-TAX.
           MOVE "N" TO W-TAXERRO
           COMPUTE W-TAXDATA = (W-COMPET-N * 100) + 31.

           MOVE "I01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-LIM1
           MOVE W-TAXALIQ   TO W-INSS-ALIQ1

           MOVE "I02" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-LIM2
           MOVE W-TAXALIQ   TO W-INSS-ALIQ2

           MOVE "I03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-TETO
           MOVE W-TAXALIQ   TO W-INSS-ALIQ3

           MOVE "R01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-LIM1

           MOVE "R02" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-LIM2
           MOVE W-TAXALIQ   TO W-IRRF-ALIQ2

           MOVE "R03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-LIM3
           MOVE W-TAXALIQ   TO W-IRRF-ALIQ3

           MOVE "R04" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXALIQ   TO W-IRRF-ALIQ4

           MOVE "R05" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-DEPDED

           MOVE "E01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXALIQ TO W-ALIQ-PATRONAL

           MOVE "E02" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXALIQ TO W-ALIQ-RAT.
       CARREGAR-TAX-FIM.
           EXIT.

      *---[ BUSCA A FAIXA VIGENTE DO CODIGO P/ A DATA DE REFERENCIA ]---
       BUSCAR-TAX.
           MOVE "N" TO W-TAXACHOU
           MOVE ZEROS TO W-TAXLIMITE W-TAXALIQ
           IF W-TAXERRO = "S"
              GO TO BUSCAR-TAX-FIM.
           MOVE W-TAXCOD TO TBTAX-COD
           MOVE ZEROS TO TBTAX-VIGENCIA
           START TBTAX KEY IS NOT LESS TBTAX-KEY
               INVALID KEY GO TO BUSCAR-TAX-TST.
       BUSCAR-TAX-RD.
           READ TBTAX NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCAR-TAX-TST.
           IF TBTAX-COD NOT = W-TAXCOD
              GO TO BUSCAR-TAX-TST.
           IF TBTAX-VIGENCIA > W-TAXDATA
              GO TO BUSCAR-TAX-TST.
           MOVE "S" TO W-TAXACHOU
           MOVE TBTAX-LIMITE   TO W-TAXLIMITE
           MOVE TBTAX-ALIQUOTA TO W-TAXALIQ
           GO TO BUSCAR-TAX-RD.
       BUSCAR-TAX-TST.
           IF W-TAXACHOU = "S"
              GO TO BUSCAR-TAX-FIM.
       BUSCAR-TAX-ERRO.
           MOVE "S" TO W-TAXERRO
           MOVE SPACES TO MENS
           STRING "* FAIXA " DELIMITED BY SIZE
                  W-TAXCOD   DELIMITED BY SIZE
                  " SEM VIGENCIA P/ COMPETENCIA *" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       BUSCAR-TAX-FIM.
           EXIT.

      *--[ ENCARGOS VIGENTES DA EMPRESA (TBENCARGO); SEM REGISTRO ]-----
      *--[ VIGENTE VALEM E01/E02 DO TBTAX COM FAP=1 E TERCEIROS=0 ]-----
       BUSCAR-ENC.
           MOVE "N" TO W-ENCACHOU
           MOVE W-ALIQ-PATRONAL TO W-ENCPAT
           MOVE W-ALIQ-RAT      TO W-ENCRAT
           MOVE 1               TO W-ENCFAP
           MOVE ZEROS           TO W-ENCTERC
           IF W-ENCOK NOT = "S"
              GO TO BUSCAR-ENC-FIM.
           MOVE W-ENCEMP TO ENC-EMPRESA
           MOVE ZEROS TO ENC-VIGENCIA
           START TBENCARGO KEY IS NOT LESS ENC-KEY
               INVALID KEY GO TO BUSCAR-ENC-FIM.
       BUSCAR-ENC-RD.
           READ TBENCARGO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCAR-ENC-FIM.
           IF ENC-EMPRESA NOT = W-ENCEMP
              GO TO BUSCAR-ENC-FIM.
           IF ENC-VIGENCIA > W-TAXDATA
              GO TO BUSCAR-ENC-FIM.
           MOVE "S" TO W-ENCACHOU
           MOVE ENC-PATRONAL  TO W-ENCPAT
           MOVE ENC-RAT       TO W-ENCRAT
           MOVE ENC-FAP       TO W-ENCFAP
           MOVE ENC-TERCEIROS TO W-ENCTERC
           GO TO BUSCAR-ENC-RD.
       BUSCAR-ENC-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE TBTAX
           IF W-ENCOK = "S"
              CLOSE TBENCARGO.
           DISPLAY (01, 01) ERASE.
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
       FIM-ROT-SIM.
