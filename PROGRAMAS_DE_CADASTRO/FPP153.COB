       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP153.
      ********************************************************
      * PROCESSAMENTO MENSAL DO PRO-LABORE (ARQSOCIO)         *
      * SOCIOS E DIRETORES COM MANDATO NA COMPETENCIA: INSS   *
      * DE 11% DO CONTRIBUINTE INDIVIDUAL ATE O TETO (I03),   *
      * IRRF PELA TABELA VIGENTE E SEM FGTS. GRAVA ARQPROLAB, *
      * LIDO PELAS GUIAS (FPP070), ESOCIAL (FPP067), DIRF     *
      * (FPP069) E REMESSA BANCARIA (FPP033), E EMITE RECIBO  *
      * REPROCESSAR A COMPETENCIA REFAZ OS REGISTROS DELA     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-COD
                      ALTERNATE RECORD KEY IS SOC-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT TBTAX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TBTAX-KEY
                      ALTERNATE RECORD KEY IS TBTAX-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLB-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FECHA-COMPET
                      FILE STATUS IS ST-ERRO.

           SELECT ARQPLBTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-COD            PIC 9(04).
           03 SOC-NOME           PIC X(30).
           03 SOC-CPF            PIC 9(11).
           03 SOC-NIT            PIC 9(11).
           03 SOC-TIPO           PIC X(01).
           03 SOC-EMPRESA        PIC X(02).
           03 SOC-VALOR          PIC 9(06)V99.
           03 SOC-VIGVALOR       PIC 9(06).
           03 SOC-VALORANT       PIC 9(06)V99.
           03 SOC-DTINI          PIC 9(08).
           03 SOC-DTINIX REDEFINES SOC-DTINI.
            05 SOC-DIAINI         PIC 9(02).
            05 SOC-MESINI         PIC 9(02).
            05 SOC-ANOINI         PIC 9(04).
           03 SOC-DTFIM          PIC 9(08).
           03 SOC-DTFIMX REDEFINES SOC-DTFIM.
            05 SOC-DIAFIM         PIC 9(02).
            05 SOC-MESFIM         PIC 9(02).
            05 SOC-ANOFIM         PIC 9(04).
           03 SOC-QTDDEP         PIC 9(02).
           03 SOC-BANCO          PIC 9(03).
           03 SOC-AGENCIA        PIC 9(05).
           03 SOC-CONTA          PIC X(12).
           03 SOC-STATUS         PIC X(01).
           03 SOC-OPERADOR       PIC X(08).
           03 SOC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
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
      *----[ PRO-LABORE CALCULADO, UM REGISTRO POR SOCIO/COMPETENCIA ]--
      *----[ DADOS BANCARIOS COPIADOS DO ARQSOCIO NO PROCESSAMENTO  ]--
       FD ARQPROLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROLAB.DAT".
       01 REGPROLAB.
          03 PLB-KEY.
             05 PLB-COD                PIC 9(04).
             05 PLB-COMPET             PIC 9(06).
          03 PLB-NOME                  PIC X(30).
          03 PLB-CPF                   PIC 9(11).
          03 PLB-NIT                   PIC 9(11).
          03 PLB-TIPO                  PIC X(01).
          03 PLB-EMPRESA               PIC X(02).
          03 PLB-VALOR                 PIC 9(06)V99.
          03 PLB-INSS                  PIC 9(06)V99.
          03 PLB-IRRF                  PIC 9(06)V99.
          03 PLB-LIQUIDO               PIC 9(06)V99.
          03 PLB-BANCO                 PIC 9(03).
          03 PLB-AGENCIA               PIC 9(05).
          03 PLB-CONTA                 PIC X(12).
          03 PLB-DATAPROC              PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECHA.DAT".
       01 REGFECHA.
          03 FECHA-COMPET              PIC 9(06).
          03 FECHA-STATUS              PIC X(01).
          03 FECHA-DATA                PIC 9(08).
          03 FECHA-HORA                PIC 9(06).
          03 FECHA-OPERADOR            PIC X(08).
      *-----------------------------------------------------------------
       FD ARQPLBTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PROLAB.DOC".
       01 REGPLBTX                     PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-INIAM         PIC 9(06) VALUE ZEROS.
       01 W-FIMAM         PIC 9(06) VALUE ZEROS.
       01 W-TAXCOD      PIC X(03)       VALUE SPACES.
       01 W-TAXDATA     PIC 9(08)       VALUE ZEROS.
       01 W-TAXACHOU    PIC X(01)       VALUE "N".
       01 W-TAXLIMITE   PIC 9(06)V99    VALUE ZEROS.
       01 W-TAXALIQ     PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-TETO   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-LIM3   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-ALIQ4  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-DEPDED PIC 9(06)V99    VALUE ZEROS.
       01 W-VALORPLB    PIC 9(06)V99 VALUE ZEROS.
       01 W-BASEINSS    PIC 9(06)V99 VALUE ZEROS.
       01 W-INSSPLB     PIC 9(06)V99 VALUE ZEROS.
       01 W-IRRFPLB     PIC 9(06)V99 VALUE ZEROS.
       01 W-LIQPLB      PIC 9(06)V99 VALUE ZEROS.
       01 W-BASEIR      PIC S9(07)V99 VALUE ZEROS.
       01 W-TOTPLB      PIC 9(05) VALUE ZEROS.
       01 W-TOTVALOR    PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTINSS     PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRRF     PIC 9(09)V99 VALUE ZEROS.

       01  RCAB1.
           05  FILLER PIC X(042) VALUE
           "RECIBO DE PRO-LABORE - COMPETENCIA.....: ".
           05  RCAB1-COMPMES PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  RCAB1-COMPANO PIC 9999 VALUE ZEROS.

       01  RSEP.
           05  FILLER                 PIC X(057) VALUE
           "---------------------------------------------------------".

       01  RDET1.
           05  FILLER     PIC X(009) VALUE "CODIGO: ".
           05  RD-COD     PIC 9999.
           05  FILLER     PIC X(007) VALUE "  NOME:".
           05  RD-NOME    PIC X(30) VALUE SPACES.

       01  RDET2.
           05  FILLER     PIC X(006) VALUE "CPF: ".
           05  RD-CPF     PIC 9(11).
           05  FILLER     PIC X(007) VALUE "  NIT: ".
           05  RD-NIT     PIC 9(11).
           05  FILLER     PIC X(011) VALUE "  EMPRESA: ".
           05  RD-EMP     PIC X(02).

       01  RDET3.
           05  FILLER     PIC X(012) VALUE "QUALIDADE: ".
           05  RD-TIPO    PIC X(30) VALUE SPACES.

       01  RDET4.
           05  RD-DESCR   PIC X(40) VALUE SPACES.
           05  FILLER     PIC X(01) VALUE SPACES.
           05  RD-VALOR   PIC ZZZZZ9,99.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** PRO-LABORES PROCESSADOS........: ".
           05  T-TOTPLB      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** VALOR BRUTO TOTAL..............: ".
           05  T-TOTVALOR    PIC ZZZZZZZZ9,99.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** INSS RETIDO (11%)..............: ".
           05  T-TOTINSS     PIC ZZZZZZZZ9,99.

       01  LINTOT4.
           05  FILLER PIC X(038) VALUE
           "*** IRRF RETIDO....................: ".
           05  T-TOTIRRF     PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPLB.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** PROCESSAMENTO MENSAL DO PRO-LABOR".
           05  LINE 02  COLUMN 42
               VALUE  "E (SOCIOS/DIRETORES) ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)        :".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)       :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA PROCESSAMENTO (S/N) :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 34  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTPLB W-TOTVALOR W-TOTINSS W-TOTIRRF
                DISPLAY TELAPLB.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO.
       INC-EMP.
                ACCEPT TW-EMPRESA.
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

      *----[ COMPETENCIA FECHADA JA FOI P/ GUIAS E ESOCIAL ]----
       INC-FECHA.
           OPEN INPUT ARQFECHA
           IF ST-ERRO NOT = "00"
              GO TO INC-OP0.
           MOVE W-COMPET-N TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO = "00" AND FECHA-STATUS = "F"
              CLOSE ARQFECHA
              MOVE "*** COMPETENCIA JA FECHADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           CLOSE ARQFECHA.

       INC-OP0.
           OPEN INPUT ARQSOCIO
           IF ST-ERRO NOT = "00"
              MOVE "* ARQSOCIO INEXISTENTE - USE O FPP152 *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT TBTAX
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO TBTAX NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSOCIO
              GO TO ROT-FIM2.
           OPEN I-O ARQPROLAB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPROLAB
                 CLOSE ARQPROLAB
                 OPEN I-O ARQPROLAB
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROLAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQSOCIO TBTAX
                 GO TO ROT-FIM2.
           OPEN OUTPUT ARQPLBTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO PROLAB.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQSOCIO TBTAX ARQPROLAB
              GO TO ROT-FIM2.

      *----[ TETO DO INSS E FAIXAS DE IRRF (MESMOS CODIGOS FPP015) ]----
       CARREGAR-TAX.
           COMPUTE W-TAXDATA = (W-COMPET-N * 100) + 31.

           MOVE "I03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-TETO

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
           GO TO LIMPAR-PROLAB.

      *---[ BUSCA A FAIXA VIGENTE DO CODIGO P/ A DATA DE REFERENCIA ]---
       BUSCAR-TAX.
           MOVE "N" TO W-TAXACHOU
           MOVE ZEROS TO W-TAXLIMITE W-TAXALIQ
           MOVE W-TAXCOD TO TBTAX-COD
           MOVE ZEROS TO TBTAX-VIGENCIA
           START TBTAX KEY IS NOT LESS TBTAX-KEY
               INVALID KEY GO TO BUSCAR-TAX-ERRO.
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
           MOVE SPACES TO MENS
           STRING "* FAIXA " DELIMITED BY SIZE
                  W-TAXCOD   DELIMITED BY SIZE
                  " SEM VIGENCIA P/ COMPETENCIA *" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       BUSCAR-TAX-FIM.
           EXIT.

      *----[ REPROCESSAMENTO: REMOVE O CALCULO ANTERIOR DA COMPET. ]----
       LIMPAR-PROLAB.
           MOVE LOW-VALUES TO PLB-KEY
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO INC-OP2.
       LIMPAR-PROLAB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-OP2.
           IF PLB-COMPET NOT = W-COMPET-N
              GO TO LIMPAR-PROLAB-RD.
           IF W-EMPRESA NOT = SPACES AND PLB-EMPRESA NOT = W-EMPRESA
              GO TO LIMPAR-PROLAB-RD.
           DELETE ARQPROLAB RECORD
           GO TO LIMPAR-PROLAB-RD.

       INC-OP2.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           MOVE LOW-VALUES TO SOC-COD
           START ARQSOCIO KEY IS NOT LESS SOC-COD
               INVALID KEY GO TO FIM-PLB.

       LER-SOCIO.
           READ ARQSOCIO NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-PLB.
           IF SOC-STATUS NOT = "A"
              GO TO LER-SOCIO.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE SOC-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-EMPRESA NOT = SPACES AND W-FEMP NOT = W-EMPRESA
              GO TO LER-SOCIO.

      *----[ MANDATO PRECISA ALCANCAR A COMPETENCIA ]----
           COMPUTE W-INIAM = (SOC-ANOINI * 100) + SOC-MESINI
           IF W-INIAM > W-COMPET-N
              GO TO LER-SOCIO.
           IF SOC-DTFIM NOT = ZEROS
              COMPUTE W-FIMAM = (SOC-ANOFIM * 100) + SOC-MESFIM
              IF W-FIMAM < W-COMPET-N
                 GO TO LER-SOCIO.

      *----[ VALOR VIGENTE NA COMPETENCIA ]----
           IF W-COMPET-N NOT LESS SOC-VIGVALOR
              MOVE SOC-VALOR    TO W-VALORPLB
           ELSE
              MOVE SOC-VALORANT TO W-VALORPLB.
           IF W-VALORPLB = ZEROS
              GO TO LER-SOCIO.

      *----[ INSS DE 11% DO CONTRIBUINTE INDIVIDUAL, ATE O TETO ]----
       CALC-PLB.
           MOVE W-VALORPLB TO W-BASEINSS
           IF W-INSS-TETO > ZEROS AND W-BASEINSS > W-INSS-TETO
              MOVE W-INSS-TETO TO W-BASEINSS.
           COMPUTE W-INSSPLB = W-BASEINSS * 0,11.

      *----[ IRRF PROGRESSIVO: VALOR - INSS - DEPENDENTES ]----
           COMPUTE W-BASEIR = W-VALORPLB - W-INSSPLB
                            - (SOC-QTDDEP * W-IRRF-DEPDED)
           IF W-BASEIR NOT GREATER W-IRRF-LIM1
              MOVE ZEROS TO W-IRRFPLB
           ELSE
               IF W-BASEIR NOT GREATER W-IRRF-LIM2
                  COMPUTE W-IRRFPLB =
                      (W-BASEIR - W-IRRF-LIM1) * W-IRRF-ALIQ2
               ELSE
                  IF W-BASEIR NOT GREATER W-IRRF-LIM3
                     COMPUTE W-IRRFPLB =
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-BASEIR - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                  ELSE
                     COMPUTE W-IRRFPLB =
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-IRRF-LIM3 - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                      + ((W-BASEIR - W-IRRF-LIM3) * W-IRRF-ALIQ4).

           COMPUTE W-LIQPLB = W-VALORPLB - W-INSSPLB - W-IRRFPLB.

      *----[ HISTORICO MENSAL P/ GUIAS, ESOCIAL, DIRF E REMESSA ]----
       GRAVAR-PLB.
           MOVE SOC-COD     TO PLB-COD
           MOVE W-COMPET-N  TO PLB-COMPET
           MOVE SOC-NOME    TO PLB-NOME
           MOVE SOC-CPF     TO PLB-CPF
           MOVE SOC-NIT     TO PLB-NIT
           MOVE SOC-TIPO    TO PLB-TIPO
           MOVE W-FEMP      TO PLB-EMPRESA
           MOVE W-VALORPLB  TO PLB-VALOR
           MOVE W-INSSPLB   TO PLB-INSS
           MOVE W-IRRFPLB   TO PLB-IRRF
           MOVE W-LIQPLB    TO PLB-LIQUIDO
           MOVE SOC-BANCO   TO PLB-BANCO
           MOVE SOC-AGENCIA TO PLB-AGENCIA
           MOVE SOC-CONTA   TO PLB-CONTA
           MOVE W-DATAGER   TO PLB-DATAPROC
           WRITE REGPROLAB
           IF ST-ERRO = "22"
              REWRITE REGPROLAB.

      *----[ RECIBO DE PRO-LABORE ]----
       EMITIR-RECIBO.
           MOVE W-COMPET-MES TO RCAB1-COMPMES
           MOVE W-COMPET-ANO TO RCAB1-COMPANO
           WRITE REGPLBTX FROM RCAB1
           WRITE REGPLBTX FROM RSEP
           MOVE SOC-COD  TO RD-COD
           MOVE SOC-NOME TO RD-NOME
           WRITE REGPLBTX FROM RDET1
           MOVE SOC-CPF TO RD-CPF
           MOVE SOC-NIT TO RD-NIT
           MOVE W-FEMP  TO RD-EMP
           WRITE REGPLBTX FROM RDET2
           IF SOC-TIPO = "D"
              MOVE "DIRETOR ESTATUTARIO" TO RD-TIPO
           ELSE
              MOVE "SOCIO ADMINISTRADOR" TO RD-TIPO.
           WRITE REGPLBTX FROM RDET3

           MOVE "PRO-LABORE BRUTO........................" TO RD-DESCR
           MOVE W-VALORPLB TO RD-VALOR
           WRITE REGPLBTX FROM RDET4
           MOVE "INSS RETIDO (11%)......................." TO RD-DESCR
           MOVE W-INSSPLB TO RD-VALOR
           WRITE REGPLBTX FROM RDET4
           MOVE "IRRF RETIDO............................." TO RD-DESCR
           MOVE W-IRRFPLB TO RD-VALOR
           WRITE REGPLBTX FROM RDET4
           MOVE "VALOR LIQUIDO A PAGAR..................." TO RD-DESCR
           MOVE W-LIQPLB TO RD-VALOR
           WRITE REGPLBTX FROM RDET4
           WRITE REGPLBTX FROM RSEP.

           ADD 1 TO W-TOTPLB
           ADD W-VALORPLB TO W-TOTVALOR
           ADD W-INSSPLB  TO W-TOTINSS
           ADD W-IRRFPLB  TO W-TOTIRRF
           GO TO LER-SOCIO.

       FIM-PLB.
           MOVE W-TOTPLB   TO T-TOTPLB
           MOVE W-TOTVALOR TO T-TOTVALOR
           MOVE W-TOTINSS  TO T-TOTINSS
           MOVE W-TOTIRRF  TO T-TOTIRRF
           WRITE REGPLBTX FROM LINTOT1
           WRITE REGPLBTX FROM LINTOT2
           WRITE REGPLBTX FROM LINTOT3
           WRITE REGPLBTX FROM LINTOT4.

           IF W-TOTPLB = ZEROS
              MOVE "* NENHUM SOCIO/DIRETOR P/ PROCESSAR *" TO MENS
           ELSE
              MOVE "*** PRO-LABORE PROCESSADO: PROLAB.DOC ***"
              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQSOCIO TBTAX ARQPROLAB ARQPLBTX.
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
       FIM-ROT-PLB.
