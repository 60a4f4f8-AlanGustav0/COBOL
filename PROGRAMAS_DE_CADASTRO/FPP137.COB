       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP137.
      ********************************************************
      * GERACAO DOS EVENTOS S-2500/S-2501 DO ESOCIAL A PARTIR *
      * DO CADASTRO DE PROCESSOS TRABALHISTAS (FPP136)        *
      * PROCESSOS PAGOS NO PERIODO AINDA NAO GERADOS; O       *
      * ALTERADO DEPOIS DE GERADO SAI COMO RETIFICACAO        *
      * O CONTROLE FICA NO PROPRIO PROCESSO (PROC-DTESOC)     *
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
                      FILE STATUS IS ST-ERRO2
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQESOC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQESOCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQPROC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
           03 PROC-NUMERO        PIC X(20).
           03 PROC-CHAPA         PIC 9(06).
           03 PROC-VARA          PIC X(30).
           03 PROC-TRT           PIC 9(02).
           03 PROC-DTAJUIZ       PIC 9(08).
           03 PROC-VLRPEDIDO     PIC 9(09)V99.
           03 PROC-VLRESTIM      PIC 9(09)V99.
           03 PROC-RISCO         PIC X(01).
           03 PROC-STATUS        PIC X(01).
           03 PROC-ORIGEM        PIC X(01).
           03 PROC-DTDECISAO     PIC 9(08).
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
           03 FUNC-RESTO2 REDEFINES FUNC-RESTO.
            05 FILLER             PIC X(194).
            05 FUNC-CPF           PIC 9(11).
            05 FUNC-PIS           PIC 9(11).
            05 FUNC-EMPRESA       PIC X(02).
      *-----------------------------------------------------------------
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-RESTO         PIC X(218).
           03 HIS-RESTO2 REDEFINES HIS-RESTO.
            05 FILLER             PIC X(194).
            05 HIS-CPF            PIC 9(11).
            05 HIS-PIS            PIC 9(11).
            05 HIS-EMPRESA        PIC X(02).
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
       FD ARQESOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCPROC.TXT".
       01 REGESOC                      PIC X(200).
      *-----------------------------------------------------------------
       FD ARQESOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCPROC.DOC".
       01 REGESOCTX                    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-PAROK         PIC X(01) VALUE "N".
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-COMPDE.
          03 W-COMPDE-MES    PIC 9(02).
          03 W-COMPDE-ANO    PIC 9(04).
       01 W-COMPATE.
          03 W-COMPATE-MES   PIC 9(02).
          03 W-COMPATE-ANO   PIC 9(04).
       01 W-REFDE         PIC 9(06) VALUE ZEROS.
       01 W-REFATE        PIC 9(06) VALUE ZEROS.
       01 W-REFPAG        PIC 9(06) VALUE ZEROS.
       01 W-CRITFLAG      PIC X(01) VALUE "N".
       01 W-TOT2500       PIC 9(05) VALUE ZEROS.
       01 W-TOTRETIF      PIC 9(05) VALUE ZEROS.
       01 W-TOTJATX       PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIT       PIC 9(05) VALUE ZEROS.
       01 W-TOTBASE       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTINSS       PIC 9(11)V99 VALUE ZEROS.
       01 W-TOTIRRF       PIC 9(11)V99 VALUE ZEROS.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-CNPJEMP       PIC X(02) VALUE LOW-VALUES.
       01 W-R-NOME        PIC X(30) VALUE SPACES.
       01 W-R-CPF         PIC 9(11) VALUE ZEROS.

      *----[ S-2500: PROCESSO TRABALHISTA  ORIGEM: 1=SENTENCA 2=ACORDO ]
      *----[ PERIODO DE REFERENCIA E BASES DE INSS/FGTS EM AAAAMM      ]
       01  EV2500.
           05  FILLER                 PIC X(05) VALUE "S2500".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-CNPJ              PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-NUMERO            PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-CPF               PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-INDRETIF          PIC 9(01) VALUE 1.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-ORIGEM            PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-DTDECISAO         PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-TRT               PIC 9(02) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-COMPINI           PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-COMPFIM           PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-BASEINSS          PIC 9(09),99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-BASEFGTS          PIC 9(09),99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-VLRPAGO           PIC 9(09),99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-CHAPA             PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV25-NOME              PIC X(30) VALUE SPACES.

      *----[ S-2501: TRIBUTOS DO PROCESSO NO MES DO PAGAMENTO ]----
       01  EV2501.
           05  FILLER                 PIC X(05) VALUE "S2501".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-CNPJ             PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-NUMERO           PIC X(20) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-INDRETIF         PIC 9(01) VALUE 1.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-PERAPUR          PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-CPF              PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-BASEINSS         PIC 9(09),99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-VLRINSS          PIC 9(09),99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV251-VLRIRRF          PIC 9(09),99 VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(048) VALUE
           "CRITICA DA GERACAO DOS EVENTOS S-2500/S-2501    ".
           05  FILLER PIC X(010) VALUE "  PERIODO ".
           05  CAB1-DEMES    PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-DEANO    PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(003) VALUE " A ".
           05  CAB1-ATEMES   PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ATEANO   PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(060) VALUE
           "CHAPA  NOME                           PROCESSO".
           05  FILLER PIC X(040) VALUE
           "             OCORRENCIA".

       01  DETCRIT.
           05  DC-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DC-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-NUMERO     PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-MOTIVO     PIC X(35) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(035) VALUE
           "*** PROCESSOS GERADOS.........: ".
           05  T-TOT2500     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(035) VALUE
           "*** DOS QUAIS RETIFICACOES....: ".
           05  T-TOTRETIF    PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(035) VALUE
           "*** JA TRANSMITIDOS (PULADOS).: ".
           05  T-TOTJATX     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT4.
           05  FILLER PIC X(035) VALUE
           "*** REGISTROS CRITICADOS......: ".
           05  T-TOTCRIT     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT5.
           05  FILLER PIC X(035) VALUE
           "*** TOTAL BASE INSS...........: ".
           05  T-TOTBASE     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT6.
           05  FILLER PIC X(035) VALUE
           "*** TOTAL INSS DEVIDO.........: ".
           05  T-TOTINSS     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01  LINTOT7.
           05  FILLER PIC X(035) VALUE
           "*** TOTAL IRRF RETIDO.........: ".
           05  T-TOTIRRF     PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESOC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** GERACAO DOS EVENTOS ESOCIAL S-2500".
           05  LINE 02  COLUMN 41
               VALUE  "/S-2501 - PROCESSOS TRABALHISTAS ***".
           05  LINE 06  COLUMN 01
               VALUE  " PROCESSOS PAGOS NO PERIODO".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA INICIAL (MM/AAAA):".
           05  LINE 09  COLUMN 01
               VALUE  " COMPETENCIA FINAL   (MM/AAAA):".
           05  LINE 11  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)       :".
           05  LINE 13  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPDE
               LINE 08  COLUMN 34  PIC 99/9999
               USING  W-COMPDE
               HIGHLIGHT.
           05  TW-COMPATE
               LINE 09  COLUMN 34  PIC 99/9999
               USING  W-COMPATE
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 11  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 13  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOT2500 W-TOTRETIF W-TOTJATX W-TOTCRIT
                MOVE ZEROS TO W-TOTBASE W-TOTINSS W-TOTIRRF
                DISPLAY TELAESOC.
       INC-DE.
                ACCEPT TW-COMPDE
                IF W-COMPDE-MES < 1 OR W-COMPDE-MES > 12
                      OR W-COMPDE-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DE.
       INC-ATE.
                ACCEPT TW-COMPATE
                IF W-COMPATE-MES < 1 OR W-COMPATE-MES > 12
                      OR W-COMPATE-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ATE.
                COMPUTE W-REFDE = (W-COMPDE-ANO * 100) + W-COMPDE-MES
                COMPUTE W-REFATE = (W-COMPATE-ANO * 100) + W-COMPATE-MES
                IF W-REFATE < W-REFDE
                   MOVE "*** PERIODO FINAL ANTERIOR AO INICIAL ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DE.
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

       INC-OP0.
           OPEN I-O ARQPROC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE PROCESSOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQPROC
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

           MOVE "N" TO W-HISOK
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISOK.

           OPEN OUTPUT ARQESOC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCPROC.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQESOCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCPROC.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *----[ TBPARAM FICA ABERTO: O CNPJ E RESOLVIDO POR EMPRESA ]----
       INC-OP1.
           OPEN INPUT TBPARAM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PAROK.

       INC-OP2.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           MOVE W-COMPDE-MES  TO CAB1-DEMES
           MOVE W-COMPDE-ANO  TO CAB1-DEANO
           MOVE W-COMPATE-MES TO CAB1-ATEMES
           MOVE W-COMPATE-ANO TO CAB1-ATEANO
           WRITE REGESOCTX FROM CAB1
           WRITE REGESOCTX FROM CAB2.

           MOVE LOW-VALUES TO PROC-NUMERO
           START ARQPROC KEY IS NOT LESS PROC-NUMERO
               INVALID KEY GO TO FIM-GERACAO.

      *----[ SO PROCESSO PAGO GERA EVENTO; O PERIODO E O DO PAGAMENTO ]-
       LER-PROC.
           READ ARQPROC NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO FIM-GERACAO
              ELSE
                 MOVE "ERRO NA LEITURA ARQPROC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           IF PROC-STATUS NOT = "P"
              GO TO LER-PROC.
           COMPUTE W-REFPAG = (PROC-ANOPAG * 100) + PROC-MESPAG
           IF W-REFPAG < W-REFDE OR W-REFPAG > W-REFATE
              GO TO LER-PROC.

           PERFORM LER-CHAPA THRU LER-CHAPA-FIM
           IF W-ACHOU = "S"
              IF W-EMPRESA NOT = SPACES AND W-FEMP NOT = W-EMPRESA
                 GO TO LER-PROC.
           IF PROC-DTESOC NOT = ZEROS
              ADD 1 TO W-TOTJATX
              GO TO LER-PROC.

           PERFORM CRITICA-2500 THRU CRITICA-2500-FIM
           IF W-CRITFLAG = "S"
              GO TO LER-PROC.
           PERFORM BUSCAR-CNPJ THRU BUSCAR-CNPJ-FIM.

           MOVE W-CNPJ          TO EV25-CNPJ
           MOVE PROC-NUMERO     TO EV25-NUMERO
           MOVE W-R-CPF         TO EV25-CPF
           MOVE 1               TO EV25-INDRETIF
           IF PROC-RETIF = "S"
              MOVE 2 TO EV25-INDRETIF.
           MOVE 1               TO EV25-ORIGEM
           IF PROC-ORIGEM = "A"
              MOVE 2 TO EV25-ORIGEM.
           MOVE PROC-DTDECISAO  TO EV25-DTDECISAO
           MOVE PROC-TRT        TO EV25-TRT
           MOVE PROC-COMPINI    TO EV25-COMPINI
           MOVE PROC-COMPFIM    TO EV25-COMPFIM
           MOVE PROC-BASEINSS   TO EV25-BASEINSS
           MOVE PROC-BASEFGTS   TO EV25-BASEFGTS
           MOVE PROC-VLRPAGO    TO EV25-VLRPAGO
           MOVE PROC-CHAPA      TO EV25-CHAPA
           MOVE W-R-NOME        TO EV25-NOME
           WRITE REGESOC FROM EV2500

           MOVE W-CNPJ          TO EV251-CNPJ
           MOVE PROC-NUMERO     TO EV251-NUMERO
           MOVE EV25-INDRETIF   TO EV251-INDRETIF
           MOVE W-REFPAG        TO EV251-PERAPUR
           MOVE W-R-CPF         TO EV251-CPF
           MOVE PROC-BASEINSS   TO EV251-BASEINSS
           MOVE PROC-VLRINSS    TO EV251-VLRINSS
           MOVE PROC-VLRIRRF    TO EV251-VLRIRRF
           WRITE REGESOC FROM EV2501

           ADD 1 TO W-TOT2500
           ADD PROC-BASEINSS TO W-TOTBASE
           ADD PROC-VLRINSS  TO W-TOTINSS
           ADD PROC-VLRIRRF  TO W-TOTIRRF
           IF PROC-RETIF = "S"
              ADD 1 TO W-TOTRETIF.

      *----[ MARCA O PROCESSO COMO GERADO ]----
           MOVE W-DATAGER TO PROC-DTESOC
           MOVE "N"       TO PROC-RETIF
           REWRITE REGPROC
           GO TO LER-PROC.

       FIM-GERACAO.
           MOVE W-TOT2500  TO T-TOT2500
           MOVE W-TOTRETIF TO T-TOTRETIF
           MOVE W-TOTJATX  TO T-TOTJATX
           MOVE W-TOTCRIT  TO T-TOTCRIT
           MOVE W-TOTBASE  TO T-TOTBASE
           MOVE W-TOTINSS  TO T-TOTINSS
           MOVE W-TOTIRRF  TO T-TOTIRRF
           WRITE REGESOCTX FROM LINTOT1
           WRITE REGESOCTX FROM LINTOT2
           WRITE REGESOCTX FROM LINTOT3
           WRITE REGESOCTX FROM LINTOT4
           WRITE REGESOCTX FROM LINTOT5
           WRITE REGESOCTX FROM LINTOT6
           WRITE REGESOCTX FROM LINTOT7.

           IF W-TOT2500 = ZEROS
              MOVE "* NENHUM EVENTO GERADO P/ O PERIODO *" TO MENS
           ELSE
              MOVE "*** EVENTOS GERADOS: ESOCPROC.TXT/.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ CAMPOS OBRIGATORIOS DO S-2500/S-2501 ]-------------------
       CRITICA-2500.
           MOVE "N" TO W-CRITFLAG
           IF W-ACHOU NOT = "S"
              MOVE "FUNCIONARIO NAO ENCONTRADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM
              GO TO CRITICA-2500-FIM.
           IF W-R-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF PROC-ORIGEM NOT = "A" AND PROC-ORIGEM NOT = "S"
              MOVE "ORIGEM DA DECISAO NAO INFORMADA" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF PROC-DTDECISAO = ZEROS
              MOVE "DATA DA DECISAO NAO INFORMADA" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF PROC-COMPINI = ZEROS OR PROC-COMPFIM = ZEROS
              MOVE "PERIODO DE REFERENCIA NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
       CRITICA-2500-FIM.
           EXIT.

       GRAVAR-CRIT.
           MOVE "S" TO W-CRITFLAG
           MOVE PROC-CHAPA  TO DC-CHAPA
           MOVE W-R-NOME    TO DC-NOME
           MOVE PROC-NUMERO TO DC-NUMERO
           WRITE REGESOCTX FROM DETCRIT
           ADD 1 TO W-TOTCRIT.
       GRAVAR-CRIT-FIM.
           EXIT.

      *--[ NOME/CPF/EMPRESA DA CHAPA (ARQFUNCHIS E OPCIONAL) ]----------
       LER-CHAPA.
           MOVE "N"    TO W-ACHOU
           MOVE SPACES TO W-R-NOME
           MOVE ZEROS  TO W-R-CPF
           MOVE PROC-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 = "00"
              MOVE "S"          TO W-ACHOU
              MOVE NOME         TO W-R-NOME
              MOVE FUNC-CPF     TO W-R-CPF
              MOVE FUNC-EMPRESA TO W-FEMP
              GO TO LER-CHAPA-EMP.
           IF W-HISOK NOT = "S"
              GO TO LER-CHAPA-FIM.
           MOVE PROC-CHAPA TO HIS-CHAPA
           READ ARQFUNCHIS
           IF ST-ERRO2 NOT = "00"
              GO TO LER-CHAPA-FIM.
           MOVE "S"         TO W-ACHOU
           MOVE HIS-NOME    TO W-R-NOME
           MOVE HIS-CPF     TO W-R-CPF
           MOVE HIS-EMPRESA TO W-FEMP.
      *----[ EMPRESA DA CHAPA (BRANCO/LEGADO = 01) ]----
       LER-CHAPA-EMP.
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
       LER-CHAPA-FIM.
           EXIT.

      *--[ CNPJ DA EMPRESA DA CHAPA (EVENTO ESOCIAL E POR CNPJ) ]-------
       BUSCAR-CNPJ.
           IF W-FEMP = W-CNPJEMP
              GO TO BUSCAR-CNPJ-FIM.
           MOVE W-FEMP TO W-CNPJEMP
           MOVE SPACES TO W-CNPJ
           IF W-PAROK NOT = "S"
              GO TO BUSCAR-CNPJ-FIM.
           MOVE W-FEMP TO PARAM-COD
           READ TBPARAM
           IF ST-ERRO2 = "00"
              MOVE PARAM-CNPJ TO W-CNPJ.
       BUSCAR-CNPJ-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQPROC ARQFUNC ARQESOC ARQESOCTX.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
           IF W-PAROK = "S"
              CLOSE TBPARAM.
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
       FIM-ROT-PROC.
