       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP136.
      ********************************************************
      * CADASTRO DE PROCESSOS TRABALHISTAS - ARQPROC          *
      * UM REGISTRO POR NUMERO DO PROCESSO (CNJ), LIGADO A    *
      * CHAPA ATIVA (ARQFUNC) OU DESLIGADA (ARQFUNCHIS)       *
      * RISCO P/O/R ALIMENTA A PROVISAO (FPP138); O PROCESSO  *
      * PAGO GERA OS EVENTOS S-2500/S-2501 (FPP137). ALTERADO *
      * DEPOIS DE GERADO VOLTA COMO RETIFICACAO               *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PROC-NUMERO
                      ALTERNATE RECORD KEY IS PROC-CHAPA
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ RISCO: P=PROVAVEL O=POSSIVEL R=REMOTO                    ]-
      *----[ SITUACAO: A=EM ANDAMENTO D=DECIDIDO (A PAGAR) P=PAGO     ]-
      *----[           E=ENCERRADO SEM ONUS  ORIGEM: A=ACORDO         ]-
      *----[           S=SENTENCA  COMPETENCIAS EM AAAAMM             ]-
       FD ARQPROC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
           03 PROC-NUMERO        PIC X(20).
           03 PROC-CHAPA         PIC 9(06).
           03 PROC-VARA          PIC X(30).
           03 PROC-TRT           PIC 9(02).
           03 PROC-DTAJUIZ       PIC 9(08).
           03 PROC-DTAJUIZX REDEFINES PROC-DTAJUIZ.
            05 PROC-DIAAJZ        PIC 9(02).
            05 PROC-MESAJZ        PIC 9(02).
            05 PROC-ANOAJZ        PIC 9(04).
           03 PROC-VLRPEDIDO     PIC 9(09)V99.
           03 PROC-VLRESTIM      PIC 9(09)V99.
           03 PROC-RISCO         PIC X(01).
           03 PROC-STATUS        PIC X(01).
           03 PROC-ORIGEM        PIC X(01).
           03 PROC-DTDECISAO     PIC 9(08).
           03 PROC-DTDECISAOX REDEFINES PROC-DTDECISAO.
            05 PROC-DIADEC        PIC 9(02).
            05 PROC-MESDEC        PIC 9(02).
            05 PROC-ANODEC        PIC 9(04).
           03 PROC-DTPAGTO       PIC 9(08).
           03 PROC-DTPAGTOX REDEFINES PROC-DTPAGTO.
            05 PROC-DIAPAG        PIC 9(02).
            05 PROC-MESPAG        PIC 9(02).
            05 PROC-ANOPAG        PIC 9(04).
           03 PROC-VLRPAGO       PIC 9(09)V99.
           03 PROC-COMPINI       PIC 9(06).
           03 PROC-COMPFIM       PIC 9(06).
           03 PROC-BASEINSS      PIC 9(09)V99.
           03 PROC-BASEFGTS      PIC 9(09)V99.
           03 PROC-VLRINSS       PIC 9(09)V99.
           03 PROC-VLRIRRF       PIC 9(09)V99.
           03 PROC-DTESOC        PIC 9(08).
           03 PROC-RETIF         PIC X(01).
           03 PROC-OPERADOR      PIC X(08).
           03 PROC-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
      *-----------------------------------------------------------------
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-RESTO         PIC X(218).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-SITCHAPA      PIC X(09) VALUE SPACES.
       01 W-NUMENTR       PIC X(20) VALUE SPACES.
       01 W-RISCODESC     PIC X(08) VALUE SPACES.
       01 W-STATDESC      PIC X(18) VALUE SPACES.
       01 W-ORIGDESC      PIC X(08) VALUE SPACES.
       01 W-SITESOC       PIC X(30) VALUE SPACES.
       01 W-AJZAMD        PIC 9(08) VALUE ZEROS.
       01 W-DECAMD        PIC 9(08) VALUE ZEROS.
       01 W-PAGAMD        PIC 9(08) VALUE ZEROS.
       01 W-ESOCAMD       PIC 9(08) VALUE ZEROS.
       01 W-ESOCAMD-X REDEFINES W-ESOCAMD.
          03 W-ESOC-ANO      PIC 9(04).
          03 W-ESOC-MES      PIC 9(02).
          03 W-ESOC-DIA      PIC 9(02).
      *----[ COMPETENCIAS NA TELA EM MM/AAAA ]----
       01 W-COMPINI.
          03 W-COMPINI-MES   PIC 9(02).
          03 W-COMPINI-ANO   PIC 9(04).
       01 W-COMPFIM.
          03 W-COMPFIM-MES   PIC 9(02).
          03 W-COMPFIM-ANO   PIC 9(04).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAPROC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "**********************PROCESSOS TRABALHI".
           05  LINE 02  COLUMN 41
               VALUE  "STAS (S-2500/S-2501)******************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 05  COLUMN 01
               VALUE  "  NUMERO DO PROCESSO (CNJ, 20 DIGITOS):".
           05  LINE 06  COLUMN 01
               VALUE  "  VARA/TRIBUNAL:".
           05  LINE 06  COLUMN 50
               VALUE  "TRT:".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA DO AJUIZAMENTO:".
           05  LINE 08  COLUMN 01
               VALUE  "  VALOR PEDIDO:".
           05  LINE 08  COLUMN 34
               VALUE  "PERDA ESTIMADA:".
           05  LINE 09  COLUMN 01
               VALUE  "  RISCO (P=PROVAVEL O=POSSIVEL R=REMOTO):".
           05  LINE 10  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 10  COLUMN 34
               VALUE  "A=ANDAMENTO D=DECIDIDO P=PAGO E=ENCERR.".
           05  LINE 11  COLUMN 01
               VALUE  "  ORIGEM (A=ACORDO S=SENTENCA):".
           05  LINE 11  COLUMN 45
               VALUE  "DATA:".
           05  LINE 12  COLUMN 01
               VALUE  "  ---------------------- PAGAMENTO (S-25".
           05  LINE 12  COLUMN 41
               VALUE  "00/S-2501) --------------------".
           05  LINE 13  COLUMN 01
               VALUE  "  DATA DO PAGAMENTO:".
           05  LINE 13  COLUMN 34
               VALUE  "VALOR PAGO:".
           05  LINE 14  COLUMN 01
               VALUE  "  PERIODO DE REFERENCIA (MM/AAAA):".
           05  LINE 14  COLUMN 45
               VALUE  "A".
           05  LINE 15  COLUMN 01
               VALUE  "  BASE INSS:".
           05  LINE 15  COLUMN 34
               VALUE  "BASE FGTS:".
           05  LINE 16  COLUMN 01
               VALUE  "  INSS DEVIDO:".
           05  LINE 16  COLUMN 34
               VALUE  "IRRF RETIDO:".
           05  LINE 18  COLUMN 01
               VALUE  "  ESOCIAL:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CHAPA
               LINE 04  COLUMN 24  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TW-NOME
               LINE 04  COLUMN 45  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TW-SITCHAPA
               LINE 03  COLUMN 45  PIC X(09)
               FROM   W-SITCHAPA
               HIGHLIGHT.
           05  TW-NUMERO
               LINE 05  COLUMN 41  PIC X(20)
               USING  W-NUMENTR
               REVERSE-VIDEO.
           05  TPROC-VARA
               LINE 06  COLUMN 18  PIC X(30)
               USING  PROC-VARA
               HIGHLIGHT.
           05  TPROC-TRT
               LINE 06  COLUMN 55  PIC 9(02)
               USING  PROC-TRT
               HIGHLIGHT.
           05  TPROC-DTAJUIZ
               LINE 07  COLUMN 24  PIC 99/99/9999
               USING  PROC-DTAJUIZX
               HIGHLIGHT.
           05  TPROC-VLRPEDIDO
               LINE 08  COLUMN 17  PIC 9(09)V99
               USING  PROC-VLRPEDIDO
               HIGHLIGHT.
           05  TPROC-VLRESTIM
               LINE 08  COLUMN 50  PIC 9(09)V99
               USING  PROC-VLRESTIM
               HIGHLIGHT.
           05  TPROC-RISCO
               LINE 09  COLUMN 43  PIC X(01)
               USING  PROC-RISCO
               HIGHLIGHT.
           05  TW-RISCODESC
               LINE 09  COLUMN 45  PIC X(08)
               FROM   W-RISCODESC
               HIGHLIGHT.
           05  TPROC-STATUS
               LINE 10  COLUMN 13  PIC X(01)
               USING  PROC-STATUS
               HIGHLIGHT.
           05  TW-STATDESC
               LINE 10  COLUMN 15  PIC X(18)
               FROM   W-STATDESC
               HIGHLIGHT.
           05  TPROC-ORIGEM
               LINE 11  COLUMN 33  PIC X(01)
               USING  PROC-ORIGEM
               HIGHLIGHT.
           05  TW-ORIGDESC
               LINE 11  COLUMN 35  PIC X(08)
               FROM   W-ORIGDESC
               HIGHLIGHT.
           05  TPROC-DTDECISAO
               LINE 11  COLUMN 51  PIC 99/99/9999
               USING  PROC-DTDECISAOX
               HIGHLIGHT.
           05  TPROC-DTPAGTO
               LINE 13  COLUMN 22  PIC 99/99/9999
               USING  PROC-DTPAGTOX
               HIGHLIGHT.
           05  TPROC-VLRPAGO
               LINE 13  COLUMN 50  PIC 9(09)V99
               USING  PROC-VLRPAGO
               HIGHLIGHT.
           05  TW-COMPINI
               LINE 14  COLUMN 36  PIC 99/9999
               USING  W-COMPINI
               HIGHLIGHT.
           05  TW-COMPFIM
               LINE 14  COLUMN 47  PIC 99/9999
               USING  W-COMPFIM
               HIGHLIGHT.
           05  TPROC-BASEINSS
               LINE 15  COLUMN 17  PIC 9(09)V99
               USING  PROC-BASEINSS
               HIGHLIGHT.
           05  TPROC-BASEFGTS
               LINE 15  COLUMN 50  PIC 9(09)V99
               USING  PROC-BASEFGTS
               HIGHLIGHT.
           05  TPROC-VLRINSS
               LINE 16  COLUMN 17  PIC 9(09)V99
               USING  PROC-VLRINSS
               HIGHLIGHT.
           05  TPROC-VLRIRRF
               LINE 16  COLUMN 50  PIC 9(09)V99
               USING  PROC-VLRIRRF
               HIGHLIGHT.
           05  TW-SITESOC
               LINE 18  COLUMN 12  PIC X(30)
               FROM   W-SITESOC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQPROC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQPROC
                 CLOSE ARQPROC
                 OPEN I-O ARQPROC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQPROC
              GO TO ROT-FIM2.
           MOVE "N" TO W-HISOK
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-HISOK.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO W-NOME W-SITCHAPA
           MOVE ZEROS TO W-CHAPAENTR
           PERFORM LIMPAR-PROC THRU LIMPAR-PROC-FIM
           DISPLAY TELAPROC.

      *----[ EX-EMPREGADO E PROCURADO NO ARQUIVO MORTO ]----
       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAPROC
                   GO TO R2.
           IF W-CHAPAENTR < 1
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 = "00"
              MOVE NOME    TO W-NOME
              MOVE "ATIVO" TO W-SITCHAPA
              GO TO R2-OK.
           IF W-HISOK = "S"
              MOVE W-CHAPAENTR TO HIS-CHAPA
              READ ARQFUNCHIS
              IF ST-ERRO3 = "00"
                 MOVE HIS-NOME    TO W-NOME
                 MOVE "DESLIGADO" TO W-SITCHAPA
                 GO TO R2-OK.
           MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R2.
       R2-OK.
           DISPLAY TW-NOME TW-SITCHAPA.

       R3.
           PERFORM LIMPAR-PROC THRU LIMPAR-PROC-FIM
           DISPLAY TELAPROC
           DISPLAY TW-CHAPA TW-NOME TW-SITCHAPA
           ACCEPT TW-NUMERO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-NUMENTR NOT NUMERIC
              MOVE "*** NUMERO CNJ: 20 DIGITOS SEM PONTUACAO ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE W-NUMENTR TO PROC-NUMERO.

       LER-ARQPROC.
           READ ARQPROC
           IF ST-ERRO = "00"
              IF PROC-CHAPA NOT = W-CHAPAENTR
                 MOVE "*** PROCESSO CADASTRADO PARA OUTRA CHAPA ***"
                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R3
              ELSE
                 PERFORM MOSTRAR-PROC THRU MOSTRAR-PROC-FIM
                 MOVE "*** PROCESSO JA CADASTRADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQPROC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           PERFORM LIMPAR-PROC THRU LIMPAR-PROC-FIM
           MOVE W-NUMENTR   TO PROC-NUMERO
           MOVE W-CHAPAENTR TO PROC-CHAPA
           MOVE "A"         TO PROC-STATUS
           MOVE "N"         TO PROC-RETIF
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM.

       R4.
           ACCEPT TPROC-VARA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF PROC-VARA = SPACES
              MOVE "*** VARA/TRIBUNAL NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TPROC-TRT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF PROC-TRT < 1 OR PROC-TRT > 24
              MOVE "*** REGIAO DO TRT INVALIDA (01 A 24) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TPROC-DTAJUIZ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           MOVE PROC-DTAJUIZ TO W-DTV-DATA
           MOVE "F"          TO W-DTV-OPCAO
           MOVE SPACES       TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE AJUIZAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           COMPUTE W-AJZAMD = (PROC-ANOAJZ * 10000)
                            + (PROC-MESAJZ * 100) + PROC-DIAAJZ.

       R7.
           ACCEPT TPROC-VLRPEDIDO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.

       R8.
           ACCEPT TPROC-VLRESTIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.

       R9.
           ACCEPT TPROC-RISCO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           IF W-RISCODESC = SPACES
              MOVE "*** RISCO INVALIDO (P/O/R) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.
           DISPLAY TW-RISCODESC.

      *----[ EM ANDAMENTO/ENCERRADO SEM ONUS NAO TEM DECISAO A PAGAR ]--
       R10.
           ACCEPT TPROC-STATUS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           IF W-STATDESC = SPACES
              MOVE "*** SITUACAO INVALIDA (A/D/P/E) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           DISPLAY TW-STATDESC
           IF PROC-STATUS = "D" OR PROC-STATUS = "P"
              GO TO R11.
           MOVE SPACES TO PROC-ORIGEM
           MOVE ZEROS  TO PROC-DTDECISAO
           PERFORM ZERAR-PAGTO THRU ZERAR-PAGTO-FIM
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           DISPLAY TPROC-ORIGEM TW-ORIGDESC TPROC-DTDECISAO
           GO TO R-CONFIRMA.

       R11.
           ACCEPT TPROC-ORIGEM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           IF W-ORIGDESC = SPACES
              MOVE "*** ORIGEM INVALIDA (A/S) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R11.
           DISPLAY TW-ORIGDESC.

       R12.
           ACCEPT TPROC-DTDECISAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           MOVE PROC-DTDECISAO TO W-DTV-DATA
           MOVE "F"            TO W-DTV-OPCAO
           MOVE SPACES         TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DO ACORDO/SENTENCA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           COMPUTE W-DECAMD = (PROC-ANODEC * 10000)
                            + (PROC-MESDEC * 100) + PROC-DIADEC
           IF W-DECAMD < W-AJZAMD
              MOVE "*** DECISAO ANTERIOR AO AJUIZAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.
           IF PROC-STATUS = "P"
              GO TO R13.
           PERFORM ZERAR-PAGTO THRU ZERAR-PAGTO-FIM
           GO TO R-CONFIRMA.

      *----[ DADOS DO PAGAMENTO: SO NA SITUACAO P (PAGO) ]----
       R13.
           ACCEPT TPROC-DTPAGTO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           MOVE PROC-DTPAGTO TO W-DTV-DATA
           MOVE "F"          TO W-DTV-OPCAO
           MOVE SPACES       TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DO PAGAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
           COMPUTE W-PAGAMD = (PROC-ANOPAG * 10000)
                            + (PROC-MESPAG * 100) + PROC-DIAPAG
           IF W-PAGAMD < W-DECAMD
              MOVE "*** PAGAMENTO ANTERIOR A DECISAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.

       R14.
           ACCEPT TPROC-VLRPAGO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           IF PROC-VLRPAGO = ZEROS
              MOVE "*** VALOR PAGO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.

       R15.
           ACCEPT TW-COMPINI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R14.
           IF W-COMPINI-MES < 1 OR W-COMPINI-MES > 12
                 OR W-COMPINI-ANO < 1990
              MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R15.
           COMPUTE PROC-COMPINI = (W-COMPINI-ANO * 100)
                                + W-COMPINI-MES.

       R16.
           ACCEPT TW-COMPFIM.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R15.
           IF W-COMPFIM-MES < 1 OR W-COMPFIM-MES > 12
                 OR W-COMPFIM-ANO < 1990
              MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R16.
           COMPUTE PROC-COMPFIM = (W-COMPFIM-ANO * 100)
                                + W-COMPFIM-MES
           IF PROC-COMPFIM < PROC-COMPINI
              MOVE "*** PERIODO FINAL ANTERIOR AO INICIAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R16.

       R17.
           ACCEPT TPROC-BASEINSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R16.
           IF PROC-BASEINSS > PROC-VLRPAGO
              MOVE "*** BASE INSS MAIOR QUE O VALOR PAGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R17.

       R18.
           ACCEPT TPROC-BASEFGTS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R17.
           IF PROC-BASEFGTS > PROC-VLRPAGO
              MOVE "*** BASE FGTS MAIOR QUE O VALOR PAGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R18.

       R19.
           ACCEPT TPROC-VLRINSS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R18.

       R20.
           ACCEPT TPROC-VLRIRRF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R19.

      * ------------- VERICAR SE E ALTERACAO ---------------------------
       R-CONFIRMA.
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 40) "DADOS OK (S/N) : ".
                ACCEPT (20, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR   TO PROC-OPERADOR
           ACCEPT PROC-DTULTALT FROM DATE YYYYMMDD
           WRITE REGPROC
           IF ST-ERRO = "00" OR "02"
               MOVE "*** PROCESSO GRAVADO *** " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQPROC" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (20, 15)
                    "N=NOVO REGISTRO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (20, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS
                IF W-OPCAO = "N"
                   GO TO R3
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R4.
      *
      *----[ PROCESSO JA ENVIADO AO ESOCIAL NAO PODE SER EXCLUIDO ]----
       EXC-OPC.
                IF PROC-DTESOC NOT = ZEROS
                   MOVE "* JA ENVIADO AO ESOCIAL - NAO EXCLUI *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                DISPLAY (20, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQPROC RECORD
                IF ST-ERRO = "00"
                   MOVE "*** PROCESSO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (20, 12) "ALTERAR  (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
      *----[ JA ENVIADO: VOLTA A PENDENTE COMO RETIFICACAO ]----
       ALT-RW1.
                IF PROC-DTESOC NOT = ZEROS
                   MOVE "S"   TO PROC-RETIF
                   MOVE ZEROS TO PROC-DTESOC.
                MOVE W-OPERADOR TO PROC-OPERADOR
                ACCEPT PROC-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGPROC
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** PROCESSO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R3.
                MOVE "ERRO NA ALTERACAO DO REGISTRO ARQPROC"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ LIMPA OS CAMPOS DO PROCESSO NA TELA ]----
       LIMPAR-PROC.
           MOVE SPACES TO W-NUMENTR PROC-VARA PROC-RISCO PROC-STATUS
           MOVE SPACES TO PROC-ORIGEM PROC-RETIF
           MOVE SPACES TO W-RISCODESC W-STATDESC W-ORIGDESC W-SITESOC
           MOVE ZEROS TO PROC-TRT PROC-DTAJUIZ PROC-VLRPEDIDO
           MOVE ZEROS TO PROC-VLRESTIM PROC-DTDECISAO PROC-DTESOC
           MOVE ZEROS TO W-SEL W-AJZAMD W-DECAMD
           PERFORM ZERAR-PAGTO THRU ZERAR-PAGTO-FIM.
       LIMPAR-PROC-FIM.
           EXIT.

       ZERAR-PAGTO.
           MOVE ZEROS TO PROC-DTPAGTO PROC-VLRPAGO PROC-COMPINI
           MOVE ZEROS TO PROC-COMPFIM PROC-BASEINSS PROC-BASEFGTS
           MOVE ZEROS TO PROC-VLRINSS PROC-VLRIRRF
           MOVE ZEROS TO W-COMPINI W-COMPFIM
           DISPLAY TPROC-DTPAGTO TPROC-VLRPAGO TW-COMPINI TW-COMPFIM
           DISPLAY TPROC-BASEINSS TPROC-BASEFGTS TPROC-VLRINSS
           DISPLAY TPROC-VLRIRRF.
       ZERAR-PAGTO-FIM.
           EXIT.

      *----[ REGISTRO LIDO PARA A TELA ]----
       MOSTRAR-PROC.
           MOVE PROC-NUMERO TO W-NUMENTR
           MOVE ZEROS TO W-COMPINI W-COMPFIM
           IF PROC-COMPINI NOT = ZEROS
              DIVIDE PROC-COMPINI BY 100 GIVING W-COMPINI-ANO
                     REMAINDER W-COMPINI-MES.
           IF PROC-COMPFIM NOT = ZEROS
              DIVIDE PROC-COMPFIM BY 100 GIVING W-COMPFIM-ANO
                     REMAINDER W-COMPFIM-MES.
           COMPUTE W-AJZAMD = (PROC-ANOAJZ * 10000)
                            + (PROC-MESAJZ * 100) + PROC-DIAAJZ
           COMPUTE W-DECAMD = (PROC-ANODEC * 10000)
                            + (PROC-MESDEC * 100) + PROC-DIADEC
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           DISPLAY TW-NUMERO TPROC-VARA TPROC-TRT TPROC-DTAJUIZ
           DISPLAY TPROC-VLRPEDIDO TPROC-VLRESTIM TPROC-RISCO
           DISPLAY TW-RISCODESC TPROC-STATUS TW-STATDESC
           DISPLAY TPROC-ORIGEM TW-ORIGDESC TPROC-DTDECISAO
           DISPLAY TPROC-DTPAGTO TPROC-VLRPAGO TW-COMPINI TW-COMPFIM
           DISPLAY TPROC-BASEINSS TPROC-BASEFGTS TPROC-VLRINSS
           DISPLAY TPROC-VLRIRRF TW-SITESOC.
       MOSTRAR-PROC-FIM.
           EXIT.

      *----[ DESCRICOES DE RISCO/SITUACAO/ORIGEM E SITUACAO ESOCIAL ]---
       MOSTRAR-DESCR.
           MOVE SPACES TO W-RISCODESC W-STATDESC W-ORIGDESC W-SITESOC
           IF PROC-RISCO = "P"
              MOVE "PROVAVEL" TO W-RISCODESC.
           IF PROC-RISCO = "O"
              MOVE "POSSIVEL" TO W-RISCODESC.
           IF PROC-RISCO = "R"
              MOVE "REMOTO" TO W-RISCODESC.
           IF PROC-STATUS = "A"
              MOVE "EM ANDAMENTO" TO W-STATDESC.
           IF PROC-STATUS = "D"
              MOVE "DECIDIDO A PAGAR" TO W-STATDESC.
           IF PROC-STATUS = "P"
              MOVE "PAGO" TO W-STATDESC.
           IF PROC-STATUS = "E"
              MOVE "ENCERRADO SEM ONUS" TO W-STATDESC.
           IF PROC-ORIGEM = "A"
              MOVE "ACORDO" TO W-ORIGDESC.
           IF PROC-ORIGEM = "S"
              MOVE "SENTENCA" TO W-ORIGDESC.
           IF PROC-STATUS NOT = "P"
              GO TO MOSTRAR-DESCR-FIM.
           IF PROC-DTESOC = ZEROS AND PROC-RETIF = "S"
              MOVE "PENDENTE (RETIFICACAO)" TO W-SITESOC
              GO TO MOSTRAR-DESCR-FIM.
           IF PROC-DTESOC = ZEROS
              MOVE "PENDENTE DE GERACAO" TO W-SITESOC
              GO TO MOSTRAR-DESCR-FIM.
           MOVE PROC-DTESOC TO W-ESOCAMD
           MOVE "GERADO EM" TO W-SITESOC
           MOVE W-ESOC-DIA TO W-SITESOC(11:2)
           MOVE "/"        TO W-SITESOC(13:1)
           MOVE W-ESOC-MES TO W-SITESOC(14:2)
           MOVE "/"        TO W-SITESOC(16:1)
           MOVE W-ESOC-ANO TO W-SITESOC(17:4).
       MOSTRAR-DESCR-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQPROC ARQFUNC.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (20, 15) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                DISPLAY (20, 15) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-PROC.
