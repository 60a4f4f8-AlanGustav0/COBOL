       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP130.
      ********************************************************
      * GERACAO DO EVENTO S-2210 DO ESOCIAL (CAT) A PARTIR    *
      * DO REGISTRO DE ACIDENTES (ARQACID - FPP129)           *
      * ACIDENTES DO PERIODO AINDA NAO GERADOS; O ALTERADO    *
      * DEPOIS DE GERADO SAI COMO RETIFICACAO (INDRETIF 2)    *
      * O CONTROLE FICA NO PROPRIO ACIDENTE (ACID-DTESOC)     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQACID ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ACID-KEY
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
       FD ARQACID
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQACID.DAT".
       01 REGACID.
           03 ACID-KEY.
            05 ACID-CHAPA         PIC 9(06).
            05 ACID-DATA          PIC 9(08).
            05 ACID-HORA          PIC 9(04).
           03 ACID-DTACID        PIC 9(08).
           03 ACID-DTACIDX REDEFINES ACID-DTACID.
            05 ACID-DIAACID       PIC 9(02).
            05 ACID-MESACID       PIC 9(02).
            05 ACID-ANOACID       PIC 9(04).
           03 ACID-TIPO          PIC X(01).
           03 ACID-TPLOCAL       PIC 9(01).
           03 ACID-LOCAL         PIC X(40).
           03 ACID-PARTE         PIC X(30).
           03 ACID-LATERAL       PIC X(01).
           03 ACID-AGENTE        PIC X(40).
           03 ACID-TESTEM1       PIC X(30).
           03 ACID-TESTEM2       PIC X(30).
           03 ACID-OBITO         PIC X(01).
           03 ACID-AFAST         PIC X(01).
           03 ACID-DTAFAST       PIC 9(08).
           03 ACID-DTRET         PIC 9(08).
           03 ACID-DTESOC        PIC 9(08).
           03 ACID-RETIF         PIC X(01).
           03 ACID-OPERADOR      PIC X(08).
           03 ACID-DTULTALT      PIC 9(08).
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
               VALUE OF FILE-ID IS "ESOCCAT.TXT".
       01 REGESOC                      PIC X(240).
      *-----------------------------------------------------------------
       FD ARQESOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCCAT.DOC".
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
       01 W-REFACID       PIC 9(06) VALUE ZEROS.
       01 W-CRITFLAG      PIC X(01) VALUE "N".
       01 W-TOT2210       PIC 9(05) VALUE ZEROS.
       01 W-TOTRETIF      PIC 9(05) VALUE ZEROS.
       01 W-TOTJATX       PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIT       PIC 9(05) VALUE ZEROS.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-CNPJEMP       PIC X(02) VALUE LOW-VALUES.
       01 W-R-NOME        PIC X(30) VALUE SPACES.
       01 W-R-CPF         PIC 9(11) VALUE ZEROS.

      *----[ TPACID: 1=TIPICO 2=DOENCA 3=TRAJETO  TPCAT: 1=INICIAL ]----
      *----[ LATERALIDADE: 0=NAO APLICAVEL 1=ESQ. 2=DIR. 3=AMBAS   ]----
       01  EV2210.
           05  FILLER                 PIC X(05) VALUE "S2210".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-CNPJ              PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-CPF               PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-INDRETIF          PIC 9(01) VALUE 1.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-DTACID            PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-HRACID            PIC 9(04) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-TPACID            PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-TPCAT             PIC 9(01) VALUE 1.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-OBITO             PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-TPLOCAL           PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-DSCLOCAL          PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-PARTE             PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-LATERAL           PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-AGENTE            PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-AFAST             PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-DTAFAST           PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-CHAPA             PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-NOME              PIC X(30) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(048) VALUE
           "CRITICA DA GERACAO DO EVENTO S-2210 (CAT)       ".
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
           "CHAPA  NOME                           ACIDENTE  OCORRENCIA".

       01  DETCRIT.
           05  DC-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DC-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-DTACID     PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-MOTIVO     PIC X(35) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(035) VALUE
           "*** EVENTOS S-2210 GERADOS....: ".
           05  T-TOT2210     PIC ZZZZ9 VALUE ZEROS.

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
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESOC.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** GERACAO DO EVENTO ESOCIAL S-2210 -".
           05  LINE 02  COLUMN 41
               VALUE  " COMUNICACAO DE ACIDENTE (CAT) ***".
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
                MOVE ZEROS TO W-TOT2210 W-TOTRETIF W-TOTJATX W-TOTCRIT
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
           OPEN I-O ARQACID
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE ACIDENTES NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              CLOSE ARQACID
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

           MOVE "N" TO W-HISOK
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISOK.

           OPEN OUTPUT ARQESOC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCCAT.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQESOCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCCAT.DOC" TO MENS
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

           MOVE LOW-VALUES TO ACID-KEY
           START ARQACID KEY IS NOT LESS ACID-KEY
               INVALID KEY GO TO FIM-GERACAO.

       LER-ACID.
           READ ARQACID NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO FIM-GERACAO
              ELSE
                 MOVE "ERRO NA LEITURA ARQACID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           COMPUTE W-REFACID = (ACID-ANOACID * 100) + ACID-MESACID
           IF W-REFACID < W-REFDE OR W-REFACID > W-REFATE
              GO TO LER-ACID.

      *----[ DADOS DA CHAPA: ATIVO (ARQFUNC) OU JA ARQUIVADO ]----
           PERFORM LER-CHAPA THRU LER-CHAPA-FIM
           IF W-ACHOU = "S"
              IF W-EMPRESA NOT = SPACES AND W-FEMP NOT = W-EMPRESA
                 GO TO LER-ACID.
           IF ACID-DTESOC NOT = ZEROS
              ADD 1 TO W-TOTJATX
              GO TO LER-ACID.

           PERFORM CRITICA-2210 THRU CRITICA-2210-FIM
           IF W-CRITFLAG = "S"
              GO TO LER-ACID.
      *----[ EVENTO ESOCIAL SAI COM O CNPJ DA EMPRESA DA CHAPA ]----
           PERFORM BUSCAR-CNPJ THRU BUSCAR-CNPJ-FIM.

           MOVE W-CNPJ          TO EV21-CNPJ
           MOVE W-R-CPF         TO EV21-CPF
           MOVE 1               TO EV21-INDRETIF
           IF ACID-RETIF = "S"
              MOVE 2 TO EV21-INDRETIF.
           MOVE ACID-DTACID     TO EV21-DTACID
           MOVE ACID-HORA       TO EV21-HRACID
           MOVE 1               TO EV21-TPACID
           IF ACID-TIPO = "D"
              MOVE 2 TO EV21-TPACID.
           IF ACID-TIPO = "J"
              MOVE 3 TO EV21-TPACID.
           MOVE ACID-OBITO      TO EV21-OBITO
           MOVE ACID-TPLOCAL    TO EV21-TPLOCAL
           MOVE ACID-LOCAL      TO EV21-DSCLOCAL
           MOVE ACID-PARTE      TO EV21-PARTE
           MOVE ZEROS           TO EV21-LATERAL
           IF ACID-LATERAL = "E"
              MOVE 1 TO EV21-LATERAL.
           IF ACID-LATERAL = "D"
              MOVE 2 TO EV21-LATERAL.
           IF ACID-LATERAL = "A"
              MOVE 3 TO EV21-LATERAL.
           MOVE ACID-AGENTE     TO EV21-AGENTE
           MOVE ACID-AFAST      TO EV21-AFAST
           MOVE ACID-DTAFAST    TO EV21-DTAFAST
           MOVE ACID-CHAPA      TO EV21-CHAPA
           MOVE W-R-NOME        TO EV21-NOME
           WRITE REGESOC FROM EV2210
           ADD 1 TO W-TOT2210
           IF ACID-RETIF = "S"
              ADD 1 TO W-TOTRETIF.

      *----[ MARCA O ACIDENTE COMO GERADO ]----
           MOVE W-DATAGER TO ACID-DTESOC
           MOVE "N"       TO ACID-RETIF
           REWRITE REGACID
           GO TO LER-ACID.

       FIM-GERACAO.
           MOVE W-TOT2210  TO T-TOT2210
           MOVE W-TOTRETIF TO T-TOTRETIF
           MOVE W-TOTJATX  TO T-TOTJATX
           MOVE W-TOTCRIT  TO T-TOTCRIT
           WRITE REGESOCTX FROM LINTOT1
           WRITE REGESOCTX FROM LINTOT2
           WRITE REGESOCTX FROM LINTOT3
           WRITE REGESOCTX FROM LINTOT4.

           IF W-TOT2210 = ZEROS
              MOVE "* NENHUM EVENTO GERADO P/ O PERIODO *" TO MENS
           ELSE
              MOVE "*** EVENTOS GERADOS: ESOCCAT.TXT/.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ CAMPOS OBRIGATORIOS DO S-2210 (CAT) ]--------------------
       CRITICA-2210.
           MOVE "N" TO W-CRITFLAG
           IF W-ACHOU NOT = "S"
              MOVE "FUNCIONARIO NAO ENCONTRADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM
              GO TO CRITICA-2210-FIM.
           IF W-R-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF ACID-LOCAL = SPACES
              MOVE "LOCAL DO ACIDENTE NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF ACID-PARTE = SPACES
              MOVE "PARTE DO CORPO NAO INFORMADA" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF ACID-AFAST = "S" AND ACID-DTAFAST = ZEROS
              MOVE "INICIO DO AFASTAMENTO NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
       CRITICA-2210-FIM.
           EXIT.

       GRAVAR-CRIT.
           MOVE "S" TO W-CRITFLAG
           MOVE ACID-CHAPA  TO DC-CHAPA
           MOVE W-R-NOME    TO DC-NOME
           MOVE ACID-DTACID TO DC-DTACID
           WRITE REGESOCTX FROM DETCRIT
           ADD 1 TO W-TOTCRIT.
       GRAVAR-CRIT-FIM.
           EXIT.

      *--[ NOME/CPF/EMPRESA DA CHAPA (ARQFUNCHIS E OPCIONAL) ]----------
       LER-CHAPA.
           MOVE "N"    TO W-ACHOU
           MOVE SPACES TO W-R-NOME
           MOVE ZEROS  TO W-R-CPF
           MOVE ACID-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 = "00"
              MOVE "S"          TO W-ACHOU
              MOVE NOME         TO W-R-NOME
              MOVE FUNC-CPF     TO W-R-CPF
              MOVE FUNC-EMPRESA TO W-FEMP
              GO TO LER-CHAPA-EMP.
           IF W-HISOK NOT = "S"
              GO TO LER-CHAPA-FIM.
           MOVE ACID-CHAPA TO HIS-CHAPA
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
           CLOSE ARQACID ARQFUNC ARQESOC ARQESOCTX.
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
       FIM-ROT-CAT.
