      * E SEGMENTO A POR CREDITO, COM DIGITOS VERIFICADORES   *
      * CALCULADOS (MODULO 10) E NUMERACAO SEQUENCIAL DO      *
      * ARQUIVO (NSA) PERSISTIDA EM CNABSEQ.DAT ENTRE RODADAS *
      * INCLUI O PRO-LABORE DE SOCIOS/DIRETORES (ARQPROLAB)   *
      * RETEM O CREDITO DA CONTA ALTERADA HA MENOS DE N DIAS  *
      * (ARQBCOALT): VIRA PENDENCIA TIPO S DO ARQPAGPEND, QUE *
      * E LIBERADA NO FPP167 E PAGA NO FPP072                 *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLB-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCNABSEQ ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQBCOALT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BALT-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQPAGPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
      *----[ PRO-LABORE DE SOCIOS/DIRETORES CALCULADO PELO FPP153 ]----
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
       FD ARQREMES
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CNABSEQ.DAT".
       01 REGCNABSEQ.
          03 SEQ-NSA                   PIC 9(06).
      *----[ ALTERACAO BANCARIA AGUARDANDO SEGUNDO OPERADOR (FPP167) ]--
       FD ARQBCOALT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBCOALT.DAT".
       01 REGBCOALT.
           03 BALT-DADOS.
            05 BALT-CHAPA           PIC 9(06).
            05 BALT-NOME            PIC X(30).
            05 BALT-BANCO           PIC 9(03).
            05 BALT-AGENCIA         PIC 9(05).
            05 BALT-CONTA           PIC X(12).
            05 BALT-TPCONTA         PIC X(01).
            05 BALT-STATUS          PIC X(01).
            05 BALT-PIXTIPO         PIC X(01).
            05 BALT-PIXKEY          PIC X(40).
      *----[ I=INCLUSAO A=ALTERACAO ]----
           03 BALT-TIPO             PIC X(01).
      *----[ P=PENDENTE A=APROVADA R=RECUSADA ]----
           03 BALT-SITUACAO         PIC X(01).
           03 BALT-OPERINC          PIC X(08).
           03 BALT-DTINC            PIC 9(08).
           03 BALT-HRINC            PIC 9(06).
           03 BALT-OPERAPR          PIC X(08).
           03 BALT-DTAPR            PIC 9(08).
           03 BALT-MOTIVO           PIC X(30).
      *----[ DATA EM QUE OS DADOS DO ARQBANCO PASSARAM A VALER ]----
           03 BALT-DTEFET           PIC 9(08).
      *----[ LIBERACAO DA RETENCAO DE PAGAMENTO (FPP033/FPP167) ]----
           03 BALT-OPERLIB          PIC X(08).
           03 BALT-DTLIB            PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQPAGPEND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPAGPEND.DAT".
       01 REGPAGPEND.
           03 PGP-KEY.
            05 PGP-CHAPA          PIC 9(06).
            05 PGP-TIPO           PIC X(01).
            05 PGP-DTREF          PIC 9(08).
           03 PGP-NOME           PIC X(30).
           03 PGP-VALOR          PIC 9(08)V99.
           03 PGP-DTLIMITE       PIC 9(08).
           03 PGP-STATUS         PIC X(01).
           03 PGP-DTGERACAO      PIC 9(08).
           03 PGP-DTPAGTO        PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       01 W-TOTCRED       PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ        PIC 9(05) VALUE ZEROS.
       01 W-TOTVALOR      PIC 9(09)V99 VALUE ZEROS.
       01 W-PLBOK         PIC X(01) VALUE "N".
      *----[ RETENCAO DE CREDITO EM CONTA RECEM-ALTERADA ]----
       01 W-DIASRET       PIC 9(03) VALUE 5.
       01 W-BALTOK        PIC X(01) VALUE "N".
       01 W-RETER         PIC X(01) VALUE "N".
       01 W-TOTRET        PIC 9(05) VALUE ZEROS.
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
       01 W-SERGER        PIC 9(07) VALUE ZEROS.
       01 W-SEREFET       PIC 9(07) VALUE ZEROS.
       01 W-DIFDIAS       PIC S9(07) VALUE ZEROS.
       01 W-DTEFET        PIC 9(08) VALUE ZEROS.
       01 W-DTEFET-X REDEFINES W-DTEFET.
          03 W-EFETANO       PIC 9(04).
          03 W-EFETMES       PIC 9(02).
          03 W-EFETDIA       PIC 9(02).
       01 W-DTALT.
          03 W-DTALT-DIA     PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTALT-MES     PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTALT-ANO     PIC 9(04).
       01 W-NSA           PIC 9(06) VALUE ZEROS.
       01 W-SEQREG        PIC 9(05) VALUE ZEROS.
       01 W-REGSLOTE      PIC 9(06) VALUE ZEROS.
           05  FILLER PIC X(035) VALUE
           "*** VALOR TOTAL DA REMESSA....: ".
           05  T-TOTVALOR    PIC ZZZZZZZZ9,99.

       01  LINTOT4.
           05  FILLER PIC X(035) VALUE
           "*** RETIDOS/PAGOS EM AVULSO...: ".
           05  T-TOTRET      PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAREM.
               VALUE  " AGENCIA DA EMPRESA           :".
           05  LINE 12  COLUMN 01
               VALUE  " CONTA DA EMPRESA             :".
           05  LINE 13  COLUMN 01
               VALUE  " DIAS RETENCAO CONTA ALTERADA :".
           05  LINE 13  COLUMN 39
               VALUE  "(0=NAO RETER)".
           05  LINE 14  COLUMN 01
               VALUE  "         CONFIRMA GERACAO (S ou N ) :".
           05  LINE 24  COLUMN 01
               LINE 12  COLUMN 34  PIC X(12)
               USING  W-ECONTA
               HIGHLIGHT.
           05  TW-DIASRET
               LINE 13  COLUMN 34  PIC 9(03)
               USING  W-DIASRET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 40  PIC X(01)
               USING  W-OPCAO
                   GO TO INC-CONV.
                ACCEPT TW-EAGENCIA
                ACCEPT TW-ECONTA.
       INC-RET.
                ACCEPT TW-DIASRET.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
              MOVE "ERRO ABERTURA DO ARQUIVO REMBANCO.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-PLBOK
           OPEN INPUT ARQPROLAB
           IF ST-ERRO = "00"
              MOVE "S" TO W-PLBOK.
           MOVE "N" TO W-BALTOK
           OPEN INPUT ARQBCOALT
           IF ST-ERRO = "00"
              MOVE "S" TO W-BALTOK.
           OPEN I-O ARQPAGPEND
           IF ST-ERRO = "30" OR "35"
              OPEN OUTPUT ARQPAGPEND
              CLOSE ARQPAGPEND
              OPEN I-O ARQPAGPEND.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------[ NSA: NUMERO SEQUENCIAL DO ARQUIVO, PERSISTIDO ]----------
       LER-NSA.
           WRITE REGREMTX FROM CAB2.

           MOVE ZEROS TO W-TOTCRED W-TOTREJ W-TOTVALOR W-SEQREG.
           MOVE ZEROS TO W-TOTRET.
           MOVE LOW-VALUES TO FOLHA-KEY
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO LER-PLB.

       LER-FOLHA.
           READ ARQFOLHA NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-PLB
              ELSE
                 MOVE "ERRO NA LEITURA ARQFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
              WRITE REGREMTX FROM DETREJ
              ADD 1 TO W-TOTREJ
              GO TO LER-FOLHA.
           PERFORM VER-RETENCAO THRU VER-RETENCAO-FIM
           IF W-RETER = "S"
              MOVE FOLHA-CHAPA TO DR-CHAPA
              MOVE FOLHA-NOME  TO DR-NOME
              WRITE REGREMTX FROM DETREJ
              ADD 1 TO W-TOTRET
              GO TO LER-FOLHA.

       GRAVAR-CRED.
      *----[ DIGITOS VERIFICADORES DO FAVORECIDO ]----
           ADD FOLHA-SALLIQ TO W-TOTVALOR
           GO TO LER-FOLHA.

      *----[ PRO-LABORE DA COMPETENCIA (FPP153), MESMO LOTE ]-----------
       LER-PLB.
           IF W-PLBOK NOT = "S"
              GO TO FIM-REMESSA.
           MOVE LOW-VALUES TO PLB-KEY
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO FIM-REMESSA.
       LER-PLB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-REMESSA.
           IF PLB-COMPET NOT = W-COMPET-N
              GO TO LER-PLB-RD.
           IF W-EMPRESA NOT = SPACES AND PLB-EMPRESA NOT = W-EMPRESA
              GO TO LER-PLB-RD.
           IF PLB-LIQUIDO = ZEROS
              GO TO LER-PLB-RD.
           IF PLB-BANCO = ZEROS OR PLB-CONTA = SPACES
              MOVE PLB-COD  TO DR-CHAPA
              MOVE PLB-NOME TO DR-NOME
              MOVE "*** SOCIO SEM DADOS BANCARIOS ***" TO DR-MOTIVO
              WRITE REGREMTX FROM DETREJ
              ADD 1 TO W-TOTREJ
              GO TO LER-PLB-RD.

           MOVE PLB-AGENCIA TO W-DVSTR
           MOVE 5 TO W-DVLEN
           PERFORM CALC-DV THRU CALC-DV-FIM
           MOVE W-DV TO W-DVAG
           MOVE PLB-CONTA TO W-DVSTR
           MOVE 12 TO W-DVLEN
           PERFORM CALC-DV THRU CALC-DV-FIM
           MOVE W-DV TO W-DVCTA
           MOVE SPACES TO W-DVSTR
           STRING PLB-AGENCIA DELIMITED BY SIZE
                  PLB-CONTA   DELIMITED BY SIZE
                  INTO W-DVSTR
           END-STRING
           MOVE 17 TO W-DVLEN
           PERFORM CALC-DV THRU CALC-DV-FIM
           MOVE W-DV TO W-DVAGCTA

           ADD 1 TO W-SEQREG
           MOVE W-EBANCO     TO CA-BANCO
           MOVE W-SEQREG     TO CA-SEQREG
           MOVE PLB-BANCO    TO CA-BCOFAV
           MOVE PLB-AGENCIA  TO CA-AGFAV
           MOVE W-DVAG       TO CA-DVAGFAV
           MOVE PLB-CONTA    TO CA-CONTAFAV
           MOVE W-DVCTA      TO CA-DVCTAFAV
           MOVE W-DVAGCTA    TO CA-DVAGCTAFAV
           MOVE PLB-NOME     TO CA-NOMEFAV
           MOVE SPACES       TO CA-NUMDOC
           MOVE "PL"         TO CA-NUMDOC(1:2)
           MOVE PLB-COD      TO CA-NUMDOC(3:4)
           MOVE W-DATACNAB-N TO CA-DATAPAG
           MOVE PLB-LIQUIDO  TO CA-VALOR
           WRITE REGREMES FROM CNAB-SEGA

           MOVE PLB-COD      TO D-CHAPA
           MOVE PLB-NOME     TO D-NOME
           MOVE PLB-BANCO    TO D-BANCO
           MOVE PLB-AGENCIA  TO D-AGENCIA
           MOVE W-DVAG       TO D-DVAG
           MOVE PLB-CONTA    TO D-CONTA
           MOVE W-DVCTA      TO D-DVCTA
           MOVE PLB-LIQUIDO  TO D-VALOR
           WRITE REGREMTX FROM DET

           ADD 1 TO W-TOTCRED
           ADD PLB-LIQUIDO TO W-TOTVALOR
           GO TO LER-PLB-RD.

       FIM-REMESSA.
      *----[ TRAILER DE LOTE: DETALHES + HEADER E TRAILER DO LOTE ]----
           COMPUTE W-REGSLOTE = W-SEQREG + 2
           WRITE REGREMTX FROM LINTOT1
           WRITE REGREMTX FROM LINTOT2
           WRITE REGREMTX FROM LINTOT3.
           MOVE W-TOTRET   TO T-TOTRET
           WRITE REGREMTX FROM LINTOT4.

           PERFORM GRAVAR-NSA THRU GRAVAR-NSA-FIM.

           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ CREDITO JA PENDENTE NO FPP072 OU CONTA RECEM-ALTERADA ]--
       VER-RETENCAO.
           MOVE "N" TO W-RETER
           MOVE FOLHA-CHAPA TO PGP-CHAPA
           MOVE "S" TO PGP-TIPO
           COMPUTE PGP-DTREF = W-COMPET-N * 100
           READ ARQPAGPEND
           IF ST-ERRO = "00"
              MOVE "S" TO W-RETER
              IF PGP-STATUS = "E"
                 MOVE "JA PAGO EM AVULSO (FPP072)" TO DR-MOTIVO
                 GO TO VER-RETENCAO-FIM
              ELSE
                 IF PGP-STATUS = "P"
                    MOVE "LIBERADO P/ PAGTO AVULSO (FPP072)"
                    TO DR-MOTIVO
                    GO TO VER-RETENCAO-FIM
                 ELSE
                    MOVE "RETIDO: AGUARDA LIBERACAO (FPP167)"
                    TO DR-MOTIVO.
           IF W-BALTOK NOT = "S" OR W-DIASRET = ZEROS
              GO TO VER-RETENCAO-FIM.
           MOVE FOLHA-CHAPA TO BALT-CHAPA
           READ ARQBCOALT
           IF ST-ERRO NOT = "00"
              GO TO VER-RETENCAO-FIM.
           IF BALT-DTEFET = ZEROS OR BALT-DTLIB NOT < BALT-DTEFET
              GO TO VER-RETENCAO-FIM.
      *----[ DIAS CORRIDOS PELO CALENDARIO COMERCIAL (MES DE 30 DIAS) ]-
           MOVE W-GERDIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERGER = W-GERANO * 360 + (W-GERMES - 1) * 30
                            + W-DIA30
           MOVE BALT-DTEFET TO W-DTEFET
           MOVE W-EFETDIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SEREFET = W-EFETANO * 360 + (W-EFETMES - 1) * 30
                             + W-DIA30
           COMPUTE W-DIFDIAS = W-SERGER - W-SEREFET
           IF W-DIFDIAS NOT < W-DIASRET
              GO TO VER-RETENCAO-FIM.
           MOVE W-EFETDIA TO W-DTALT-DIA
           MOVE W-EFETMES TO W-DTALT-MES
           MOVE W-EFETANO TO W-DTALT-ANO
           MOVE SPACES TO DR-MOTIVO
           STRING "RETIDO: CONTA ALTERADA EM " DELIMITED BY SIZE
                  W-DTALT DELIMITED BY SIZE
                  INTO DR-MOTIVO
           END-STRING
      *----[ PENDENCIA TIPO S RETIDA: LIBERADA NO FPP167 ]----
           MOVE FOLHA-NOME   TO PGP-NOME
           MOVE FOLHA-SALLIQ TO PGP-VALOR
           MOVE W-DATACNAB-N TO PGP-DTLIMITE
           MOVE "R"          TO PGP-STATUS
           MOVE W-DATAGER    TO PGP-DTGERACAO
           MOVE ZEROS        TO PGP-DTPAGTO
           IF W-RETER = "S"
              REWRITE REGPAGPEND
           ELSE
              WRITE REGPAGPEND.
           MOVE "S" TO W-RETER.
       VER-RETENCAO-FIM.
           EXIT.

      *------[ SO DIGITOS DO CNPJ (XX.XXX.XXX/XXXX-XX => 14N) ]---------
       EXTRAIR-CNPJ.
           MOVE SPACES TO W-CNPJDIG
      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOLHA ARQBANCO ARQREMES ARQREMTX ARQPAGPEND.
           IF W-PLBOK = "S"
              CLOSE ARQPROLAB.
           IF W-BALTOK = "S"
              CLOSE ARQBCOALT.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
