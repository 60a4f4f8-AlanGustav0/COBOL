       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP167.
      ********************************************************
      * DADOS BANCARIOS - APROVACAO DE ALTERACAO (ARQBCOALT)  *
      * A INCLUSAO/ALTERACAO FEITA NO FPP032 SO PASSA PARA O  *
      * ARQBANCO QUANDO OUTRO OPERADOR A APROVA AQUI. O       *
      * FUNCIONARIO E AVISADO POR E-MAIL (FPP168) NA          *
      * SOLICITACAO E NA DECISAO. A CONTA APROVADA HA MENOS   *
      * DE N DIAS DO PAGAMENTO TEM O CREDITO RETIDO NA        *
      * REMESSA (FPP033, PENDENCIA TIPO S DO ARQPAGPEND):     *
      *  A - APROVAR    R - RECUSAR                           *
      *  L - LIBERAR A RETENCAO: AS PENDENCIAS RETIDAS VOLTAM *
      *      A PENDENTES E SAO PAGAS NO FPP072                *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQBCOALT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BALT-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBANCO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BCO-CHAPA
                      ALTERNATE RECORD KEY IS BCO-NOME
                      WITH DUPLICATES
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      ALTERNATE RECORD KEY IS DTNASC
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPAGPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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

       FD ARQBANCO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBANCO.DAT".
       01 REGBANCO.
           03 BCO-CHAPA             PIC 9(06).
           03 BCO-NOME              PIC X(30).
           03 BCO-BANCO             PIC 9(03).
           03 BCO-AGENCIA           PIC 9(05).
           03 BCO-CONTA             PIC X(12).
           03 BCO-TPCONTA           PIC X(01).
           03 BCO-STATUS            PIC X(01).
           03 BCO-PIXTIPO           PIC X(01).
           03 BCO-PIXKEY            PIC X(40).

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

       FD ARQLOG
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQLOG.LOG".
       01 REGLOG.
          03 LOG-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ARQUIVO               PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ACAO                  PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-CHAVE                 PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-DESCR                 PIC X(30).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-DECISAO       PIC X(01) VALUE SPACES.
       01 W-BCOEXISTE     PIC X(01) VALUE "N".
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-TOTLIB        PIC 9(03) VALUE ZEROS.
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-CTAMASC       PIC X(08) VALUE SPACES.
      *----[ AVISO AO FUNCIONARIO POR E-MAIL (FPP168) ]----
       01 W-AVI-PARM.
          03 W-AVI-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-AVI-EMAIL     PIC X(40) VALUE SPACES.
          03 W-AVI-ASSUNTO   PIC X(40) VALUE SPACES.
          03 W-AVI-TEXTO     PIC X(120) VALUE SPACES.
          03 W-AVI-RESULT    PIC X(01) VALUE SPACES.

       SCREEN SECTION.

       01  TELABALT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************ APROVACAO DE ALTERACAO DE ".
           05  LINE 02  COLUMN 40
               VALUE  "DADOS BANCARIOS ************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 05  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 07  COLUMN 22
               VALUE  "ATUAL (ARQBANCO)      SOLICITADO".
           05  LINE 08  COLUMN 02
               VALUE  "BANCO:".
           05  LINE 09  COLUMN 02
               VALUE  "AGENCIA:".
           05  LINE 10  COLUMN 02
               VALUE  "CONTA:".
           05  LINE 11  COLUMN 02
               VALUE  "TIPO DE CONTA:".
           05  LINE 12  COLUMN 02
               VALUE  "STATUS:".
           05  LINE 13  COLUMN 02
               VALUE  "TIPO CHAVE PIX:".
           05  LINE 14  COLUMN 02
               VALUE  "PIX ATUAL:".
           05  LINE 15  COLUMN 02
               VALUE  "PIX SOLICITADO:".
           05  LINE 17  COLUMN 02
               VALUE  "SOLICITADO POR:".
           05  LINE 17  COLUMN 40
               VALUE  "SITUACAO (P/A/R):".
           05  LINE 18  COLUMN 02
               VALUE  "RETENCAO LIBERADA POR:".
           05  LINE 20  COLUMN 02
               VALUE  "ACAO (A=APROVAR R=RECUSAR L=LIBERAR RETENCAO): ".
           05  LINE 21  COLUMN 02
               VALUE  "MOTIVO DA RECUSA: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TW-CHAPA
               LINE 05  COLUMN 09  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TBALT-NOME
               LINE 05  COLUMN 17  PIC X(30)
               USING  BALT-NOME
               HIGHLIGHT.
           05  TBCO-BANCO
               LINE 08  COLUMN 22  PIC 9(03)
               USING  BCO-BANCO
               HIGHLIGHT.
           05  TBALT-BANCO
               LINE 08  COLUMN 44  PIC 9(03)
               USING  BALT-BANCO
               HIGHLIGHT.
           05  TBCO-AGENCIA
               LINE 09  COLUMN 22  PIC 9(05)
               USING  BCO-AGENCIA
               HIGHLIGHT.
           05  TBALT-AGENCIA
               LINE 09  COLUMN 44  PIC 9(05)
               USING  BALT-AGENCIA
               HIGHLIGHT.
           05  TBCO-CONTA
               LINE 10  COLUMN 22  PIC X(12)
               USING  BCO-CONTA
               HIGHLIGHT.
           05  TBALT-CONTA
               LINE 10  COLUMN 44  PIC X(12)
               USING  BALT-CONTA
               HIGHLIGHT.
           05  TBCO-TPCONTA
               LINE 11  COLUMN 22  PIC X(01)
               USING  BCO-TPCONTA
               HIGHLIGHT.
           05  TBALT-TPCONTA
               LINE 11  COLUMN 44  PIC X(01)
               USING  BALT-TPCONTA
               HIGHLIGHT.
           05  TBCO-STATUS
               LINE 12  COLUMN 22  PIC X(01)
               USING  BCO-STATUS
               HIGHLIGHT.
           05  TBALT-STATUS
               LINE 12  COLUMN 44  PIC X(01)
               USING  BALT-STATUS
               HIGHLIGHT.
           05  TBCO-PIXTIPO
               LINE 13  COLUMN 22  PIC X(01)
               USING  BCO-PIXTIPO
               HIGHLIGHT.
           05  TBALT-PIXTIPO
               LINE 13  COLUMN 44  PIC X(01)
               USING  BALT-PIXTIPO
               HIGHLIGHT.
           05  TBCO-PIXKEY
               LINE 14  COLUMN 22  PIC X(40)
               USING  BCO-PIXKEY
               HIGHLIGHT.
           05  TBALT-PIXKEY
               LINE 15  COLUMN 22  PIC X(40)
               USING  BALT-PIXKEY
               HIGHLIGHT.
           05  TBALT-OPERINC
               LINE 17  COLUMN 18  PIC X(08)
               USING  BALT-OPERINC
               HIGHLIGHT.
           05  TBALT-DTINC
               LINE 17  COLUMN 28  PIC 9999/99/99
               USING  BALT-DTINC
               HIGHLIGHT.
           05  TBALT-SITUACAO
               LINE 17  COLUMN 58  PIC X(01)
               USING  BALT-SITUACAO
               HIGHLIGHT.
           05  TBALT-OPERLIB
               LINE 18  COLUMN 25  PIC X(08)
               USING  BALT-OPERLIB
               HIGHLIGHT.
           05  TBALT-DTLIB
               LINE 18  COLUMN 35  PIC 9999/99/99
               USING  BALT-DTLIB
               HIGHLIGHT.
           05  TW-DECISAO
               LINE 20  COLUMN 50  PIC X(01)
               USING  W-DECISAO
               HIGHLIGHT.
           05  TBALT-MOTIVO
               LINE 21  COLUMN 20  PIC X(30)
               USING  BALT-MOTIVO
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

      *----[ SEM OPERADOR IDENTIFICADO NAO HA COMO SEPARAR FUNCOES ]----
       R0.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           IF W-OPERADOR = SPACES
              MOVE "* OPERADOR NAO IDENTIFICADO - SEM APROVACAO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQBCOALT
           IF ST-ERRO NOT = "00"
              MOVE "* NAO HA ALTERACAO BANCARIA SOLICITADA (FPP032) *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQBANCO
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQBANCO
              CLOSE ARQBANCO
              OPEN I-O ARQBANCO.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBCOALT
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFUNC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBCOALT ARQBANCO
              GO TO ROT-FIM2.
           OPEN I-O ARQPAGPEND
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQPAGPEND
              CLOSE ARQPAGPEND
              OPEN I-O ARQPAGPEND.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQBCOALT ARQBANCO ARQFUNC
              GO TO ROT-FIM2.
           OPEN EXTEND ARQLOG
           IF ST-ERRO3 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO REGBCOALT REGBANCO W-DECISAO
           MOVE ZEROS TO BALT-BANCO BALT-AGENCIA BALT-DTINC BALT-DTLIB
           MOVE ZEROS TO BCO-BANCO BCO-AGENCIA W-CHAPAENTR
           DISPLAY TELABALT.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF W-CHAPAENTR < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.

       LER-ARQBCOALT.
           MOVE W-CHAPAENTR TO BALT-CHAPA
           READ ARQBCOALT
           IF ST-ERRO = "23"
              MOVE "*** NAO HA SOLICITACAO PARA ESTA CHAPA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA LEITURA ARQUIVO ARQBCOALT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-CHAPAENTR TO BCO-CHAPA
           READ ARQBANCO WITH LOCK
           IF ST-ERRO2 = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-BCOEXISTE
           ELSE
              MOVE "N" TO W-BCOEXISTE
              MOVE SPACES TO REGBANCO
              MOVE ZEROS TO BCO-BANCO BCO-AGENCIA
              MOVE W-CHAPAENTR TO BCO-CHAPA.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE SPACES TO EMAILFUNC.
           DISPLAY TELABALT
           IF BALT-SITUACAO = "R"
              MOVE "*** SOLICITACAO JA RECUSADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *----[ QUEM SOLICITOU NAO APROVA NEM LIBERA A PROPRIA ALTERACAO ]-
      *----[ (SEM SOLICITANTE IDENTIFICADO NAO HA COMO GARANTIR ISSO) ]-
           IF BALT-OPERINC = SPACES
              MOVE "* SOLICITANTE NAO IDENTIFICADO - SEM APROVACAO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF BALT-OPERINC = W-OPERADOR
              MOVE "* SOLICITADO POR VOCE - DECISAO POR OUTRO OPER. *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF BALT-SITUACAO = "A" AND BALT-DTLIB NOT < BALT-DTEFET
              MOVE "* ALTERACAO APROVADA E RETENCAO JA LIBERADA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.

       R3.
           ACCEPT TW-DECISAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF BALT-SITUACAO = "A"
              IF W-DECISAO NOT = "L"
                 MOVE "* JA APROVADA: DIGITE L=LIBERAR RETENCAO *"
                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 GO TO CONF-OPC.
           IF W-DECISAO = "R"
              GO TO R4.
           IF W-DECISAO NOT = "A"
              MOVE "*** DIGITE A=APROVAR  R=RECUSAR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE SPACES TO BALT-MOTIVO
           DISPLAY TBALT-MOTIVO
           GO TO CONF-OPC.

       R4.
           ACCEPT TBALT-MOTIVO.
           IF BALT-MOTIVO = SPACES
              MOVE "*** INFORME O MOTIVO DA RECUSA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       CONF-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "CONFIRMA (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DECISAO NAO GRAVADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO CONF-OPC.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           IF W-DECISAO = "L"
              GO TO LIBERAR.
           MOVE W-OPERADOR TO BALT-OPERAPR
           MOVE W-DATAHOJE TO BALT-DTAPR
           IF W-DECISAO = "R"
              MOVE "R" TO BALT-SITUACAO
              GO TO ALT-RW1.

      *----[ APROVADA: OS DADOS SOLICITADOS PASSAM PARA O ARQBANCO ]----
       APROVAR.
           MOVE BALT-DADOS TO REGBANCO
           IF W-BCOEXISTE = "S"
              REWRITE REGBANCO
           ELSE
              WRITE REGBANCO.
           IF ST-ERRO2 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBANCO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "A"        TO BALT-SITUACAO
           MOVE W-DATAHOJE TO BALT-DTEFET
           MOVE SPACES     TO BALT-OPERLIB
           MOVE ZEROS      TO BALT-DTLIB.

       ALT-RW1.
                REWRITE REGBCOALT
                IF ST-ERRO NOT = "00" AND "02"
                   MOVE "ERRO NA ALTERACAO DO REGISTRO DE ARQBCOALT."
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
                UNLOCK ARQBANCO
                MOVE BALT-TIPO TO LOG-ACAO
                IF BALT-SITUACAO = "R"
                   MOVE "ALTERACAO RECUSADA" TO LOG-DESCR
                   MOVE "*** ALTERACAO RECUSADA ***" TO MENS
                ELSE
                   MOVE "ALTERACAO APROVADA" TO LOG-DESCR
                   MOVE "*** ALTERACAO APROVADA ***" TO MENS
                END-IF
                PERFORM GRAVAR-LOG
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM AVISAR-FUNC THRU AVISAR-FUNC-FIM
                GO TO R1.

      *----[ PENDENCIAS TIPO S RETIDAS NO FPP033 VOLTAM A PENDENTES ]-
       LIBERAR.
           MOVE W-OPERADOR TO BALT-OPERLIB
           MOVE W-DATAHOJE TO BALT-DTLIB
           REWRITE REGBCOALT
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA ALTERACAO DO REGISTRO DE ARQBCOALT."
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           UNLOCK ARQBANCO
           MOVE ZEROS TO W-TOTLIB
           MOVE W-CHAPAENTR TO PGP-CHAPA
           MOVE "S"         TO PGP-TIPO
           MOVE ZEROS       TO PGP-DTREF
           START ARQPAGPEND KEY IS NOT LESS THAN PGP-KEY
           IF ST-ERRO2 NOT = "00"
              GO TO LIBERAR-FIM.
       LIBERAR-LER.
           READ ARQPAGPEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LIBERAR-FIM.
           IF PGP-CHAPA NOT = W-CHAPAENTR OR PGP-TIPO NOT = "S"
              GO TO LIBERAR-FIM.
           IF PGP-STATUS NOT = "R"
              GO TO LIBERAR-LER.
           MOVE "P" TO PGP-STATUS
           REWRITE REGPAGPEND
           IF ST-ERRO2 = "00"
              ADD 1 TO W-TOTLIB.
           GO TO LIBERAR-LER.
       LIBERAR-FIM.
           MOVE "L" TO LOG-ACAO
           MOVE "RETENCAO DE PAGTO LIBERADA" TO LOG-DESCR
           PERFORM GRAVAR-LOG
           MOVE SPACES TO MENS
           STRING "* RETENCAO LIBERADA: " DELIMITED BY SIZE
                  W-TOTLIB DELIMITED BY SIZE
                  " PAGTO(S) P/ O FPP072 *" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

       GRAVAR-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQBANCO" TO LOG-ARQUIVO
           MOVE W-CHAPAENTR TO LOG-CHAVE
           WRITE REGLOG.

      *----[ E-MAIL AO FUNCIONARIO COM A CONTA MASCARADA (FPP168) ]----
       AVISAR-FUNC.
           PERFORM MASCARAR-CONTA THRU MASCARAR-CONTA-FIM
           MOVE W-CHAPAENTR TO W-AVI-CHAPA
           MOVE EMAILFUNC   TO W-AVI-EMAIL
           MOVE "ALTERACAO DE DADOS BANCARIOS" TO W-AVI-ASSUNTO
           MOVE SPACES TO W-AVI-TEXTO
           IF BALT-SITUACAO = "R"
              STRING "ALTERACAO DOS DADOS BANCARIOS RECUSADA: "
                     DELIMITED BY SIZE
                     BALT-MOTIVO DELIMITED BY SIZE
                     ". SE NAO RECONHECER, PROCURE O RH"
                     DELIMITED BY SIZE
                     INTO W-AVI-TEXTO
              END-STRING
           ELSE
              STRING "DADOS BANCARIOS ALTERADOS: " DELIMITED BY SIZE
                     "BANCO " BALT-BANCO " AG " BALT-AGENCIA
                     DELIMITED BY SIZE
                     " CONTA " W-CTAMASC ". " DELIMITED BY SIZE
                     "SE NAO RECONHECER, PROCURE O RH"
                     DELIMITED BY SIZE
                     INTO W-AVI-TEXTO
              END-STRING
           END-IF
           CALL "FPP168" USING W-AVI-PARM
           IF W-AVI-RESULT = "N"
              MOVE "* FUNCIONARIO SEM E-MAIL: AVISE-O PESSOALMENTE *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-AVI-RESULT = "E"
              MOVE "* ERRO NA FILA DE AVISO (AVISOFILA.TXT) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       AVISAR-FUNC-FIM.
           EXIT.

       MASCARAR-CONTA.
           MOVE 12 TO W-IX.
       MASCARAR-CONTA-LOOP.
           IF W-IX < 5 OR BALT-CONTA(W-IX:1) NOT = SPACE
              GO TO MASCARAR-CONTA-FIM.
           SUBTRACT 1 FROM W-IX
           GO TO MASCARAR-CONTA-LOOP.
       MASCARAR-CONTA-FIM.
           SUBTRACT 3 FROM W-IX
           MOVE "****" TO W-CTAMASC(1:4)
           MOVE BALT-CONTA(W-IX:4) TO W-CTAMASC(5:4).
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQBCOALT ARQBANCO ARQFUNC ARQPAGPEND ARQLOG.
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
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
