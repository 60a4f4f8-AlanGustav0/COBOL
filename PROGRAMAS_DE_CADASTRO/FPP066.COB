      ********************************************************
      * GERACAO DOS EVENTOS CADASTRAIS DO ESOCIAL             *
      * S-2200 (ADMISSAO) E S-2299 (DESLIGAMENTO) DO PERIODO  *
      * ESTAGIARIO (TSVE): S-2300 (INICIO) E S-2399 (TERMINO) *
      * CONTROLE DE TRANSMISSAO EM ARQESOCTL P/ NAO DUPLICAR  *
      ********************************************************
      *----------------------------------------------------------------
                      RECORD KEY   IS ESOCTL-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCONTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTR-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
          03 ESOCTL-DATAGER            PIC 9(08).
          03 ESOCTL-HORAGER            PIC 9(06).
          03 ESOCTL-OPERADOR           PIC X(08).
      *-----------------------------------------------------------------
      *----[ ESTAGIO (TIPO T) E APRENDIZAGEM (TIPO A) DA CHAPA ]----
       FD ARQCONTR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONTR.DAT".
       01 REGCONTR.
           03 CTR-CHAPA          PIC 9(06).
           03 CTR-TIPO           PIC X(01).
           03 CTR-DTINI          PIC 9(08).
           03 CTR-DTFIM          PIC 9(08).
           03 CTR-INSTIT         PIC X(40).
           03 CTR-CNPJINST       PIC 9(14).
           03 CTR-NATUREZA       PIC X(01).
           03 CTR-NIVEL          PIC 9(01).
           03 CTR-OPERADOR       PIC X(08).
           03 CTR-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD TBPARAM
               LABEL RECORD IS STANDARD
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-CTROK         PIC X(01) VALUE "N".
       01 W-CTRACHOU      PIC X(01) VALUE "N".
       01 W-EVDESL        PIC X(05) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-HORAGER       PIC 9(06) VALUE ZEROS.
       01 W-COMPDE.
       01 W-CRITFLAG      PIC X(01) VALUE "N".
       01 W-TOT2200       PIC 9(05) VALUE ZEROS.
       01 W-TOT2299       PIC 9(05) VALUE ZEROS.
       01 W-TOT2300       PIC 9(05) VALUE ZEROS.
       01 W-TOT2399       PIC 9(05) VALUE ZEROS.
       01 W-TOTJATX       PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIT       PIC 9(05) VALUE ZEROS.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
           05  EV22-CHAPA             PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV22-NOME              PIC X(30) VALUE SPACES.
      *----[ CATEGORIA: 101=EMPREGADO GERAL  103=APRENDIZ ]----
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV22-CATEG             PIC 9(03) VALUE ZEROS.
      *----[ TERMINO PREVISTO DO PROGRAMA DE APRENDIZAGEM ]----
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV22-DTTERM            PIC 9(08) VALUE ZEROS.

      *----[ S-2300: INICIO DE ESTAGIO (TSVE CATEGORIA 901) ]----
       01  EV2300.
           05  FILLER                 PIC X(05) VALUE "S2300".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-CNPJ              PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-CPF               PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-DTINI             PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-CATEG             PIC 9(03) VALUE 901.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-NATUREZA          PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-NIVEL             PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-DTTERM            PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-CNPJINST          PIC 9(14) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-CHAPA             PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV23-NOME              PIC X(30) VALUE SPACES.

      *----[ S-2299 (EMPREGADO) OU S-2399 (TERMINO DE ESTAGIO) ]----
       01  EV2299.
           05  EV29-EVENTO            PIC X(05) VALUE "S2299".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV29-CNPJ              PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           "*** EVENTOS S-2299 GERADOS....: ".
           05  T-TOT2299     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT5.
           05  FILLER PIC X(035) VALUE
           "*** EVENTOS S-2300 GERADOS....: ".
           05  T-TOT2300     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT6.
           05  FILLER PIC X(035) VALUE
           "*** EVENTOS S-2399 GERADOS....: ".
           05  T-TOT2399     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(035) VALUE
           "*** JA TRANSMITIDOS (PULADOS).: ".
           05  LINE 02  COLUMN 01
               VALUE  "  *** GERACAO DE EVENTOS CADASTRAIS ESOCI".
           05  LINE 02  COLUMN 42
               VALUE  "AL (S-2200/2299/2300/2399) ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA INICIAL (MM/AAAA):".
           05  LINE 09  COLUMN 01
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOT2200 W-TOT2299 W-TOTJATX W-TOTCRIT
                MOVE ZEROS TO W-TOT2300 W-TOT2399
                DISPLAY TELAESOC.
       INC-DE.
                ACCEPT TW-COMPDE
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE "N" TO W-CTROK
           OPEN INPUT ARQCONTR
           IF ST-ERRO = "00"
              MOVE "S" TO W-CTROK.

           OPEN I-O ARQESOCTL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
           COMPUTE W-REFADM = (ADM-ANO * 100) + ADM-MES
           IF W-REFADM < W-REFDE OR W-REFADM > W-REFATE
              GO TO TESTA-DESLIG.
           PERFORM LER-CONTR THRU LER-CONTR-FIM
           IF FUNC-TPCONTRATO = "T"
              GO TO TESTA-ADMIS-EST.
           PERFORM CRITICA-2200 THRU CRITICA-2200-FIM
           IF W-CRITFLAG = "S"
              GO TO TESTA-DESLIG.
           MOVE CODIGOCARG      TO EV22-CODCARG
           MOVE CHAPA           TO EV22-CHAPA
           MOVE NOME            TO EV22-NOME
           MOVE 101             TO EV22-CATEG
           MOVE ZEROS           TO EV22-DTTERM
           IF FUNC-TPCONTRATO = "A"
              MOVE 103 TO EV22-CATEG
              IF W-CTRACHOU = "S"
                 MOVE CTR-DTFIM TO EV22-DTTERM.
           WRITE REGESOC FROM EV2200
           ADD 1 TO W-TOT2200
           PERFORM GRAVAR-CTL THRU GRAVAR-CTL-FIM
           GO TO TESTA-DESLIG.

      *------[ ESTAGIARIO: TRABALHADOR SEM VINCULO, EVENTO S-2300 ]----
       TESTA-ADMIS-EST.
           PERFORM CRITICA-2300 THRU CRITICA-2300-FIM
           IF W-CRITFLAG = "S"
              GO TO TESTA-DESLIG.
           MOVE "S2300" TO ESOCTL-EVENTO
           MOVE CHAPA   TO ESOCTL-CHAPA
           READ ARQESOCTL
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTJATX
              GO TO TESTA-DESLIG.
           MOVE W-CNPJ          TO EV23-CNPJ
           MOVE FUNC-CPF        TO EV23-CPF
           MOVE DTADMISSAO      TO EV23-DTINI
           MOVE CTR-NATUREZA    TO EV23-NATUREZA
           MOVE CTR-NIVEL       TO EV23-NIVEL
           MOVE CTR-DTFIM       TO EV23-DTTERM
           MOVE CTR-CNPJINST    TO EV23-CNPJINST
           MOVE CHAPA           TO EV23-CHAPA
           MOVE NOME            TO EV23-NOME
           WRITE REGESOC FROM EV2300
           ADD 1 TO W-TOT2300
           PERFORM GRAVAR-CTL THRU GRAVAR-CTL-FIM.

       TESTA-DESLIG.
           COMPUTE W-REFDESL = (DESL-ANO * 100) + DESL-MES
           IF W-REFDESL < W-REFDE OR W-REFDESL > W-REFATE
              GO TO LER-FUNC.
           MOVE "S2299" TO W-EVDESL
           IF FUNC-TPCONTRATO = "T"
              MOVE "S2399" TO W-EVDESL.
           PERFORM CRITICA-2299 THRU CRITICA-2299-FIM
           IF W-CRITFLAG = "S"
              GO TO LER-FUNC.
           MOVE W-EVDESL TO ESOCTL-EVENTO
           MOVE CHAPA   TO ESOCTL-CHAPA
           READ ARQESOCTL
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTJATX
              GO TO LER-FUNC.
           MOVE W-EVDESL        TO EV29-EVENTO
           MOVE W-CNPJ          TO EV29-CNPJ
           MOVE FUNC-CPF        TO EV29-CPF
           MOVE DTDESLIGAMENTO  TO EV29-DTDESL
           MOVE CHAPA           TO EV29-CHAPA
           MOVE NOME            TO EV29-NOME
           WRITE REGESOC FROM EV2299
           IF W-EVDESL = "S2399"
              ADD 1 TO W-TOT2399
           ELSE
              ADD 1 TO W-TOT2299.
           PERFORM GRAVAR-CTL THRU GRAVAR-CTL-FIM
           GO TO LER-FUNC.

           IF W-REFDESL < W-REFDE OR W-REFDESL > W-REFATE
              GO TO LER-HIST.

           MOVE "S2299" TO W-EVDESL
           IF HIS-TPCONTRATO = "T"
              MOVE "S2399" TO W-EVDESL.
           MOVE "N" TO W-CRITFLAG
           IF HIS-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO DC-MOTIVO
           IF W-CRITFLAG = "S"
              GO TO LER-HIST.

           MOVE W-EVDESL   TO ESOCTL-EVENTO
           MOVE HIS-CHAPA  TO ESOCTL-CHAPA
           READ ARQESOCTL
           IF ST-ERRO = "00"
              ADD 1 TO W-TOTJATX
              GO TO LER-HIST.
           MOVE W-EVDESL      TO EV29-EVENTO
           MOVE W-CNPJ        TO EV29-CNPJ
           MOVE HIS-CPF       TO EV29-CPF
           MOVE HIS-DTDESLIG  TO EV29-DTDESL
           MOVE HIS-CHAPA     TO EV29-CHAPA
           MOVE HIS-NOME      TO EV29-NOME
           WRITE REGESOC FROM EV2299
           IF W-EVDESL = "S2399"
              ADD 1 TO W-TOT2399
           ELSE
              ADD 1 TO W-TOT2299.
           PERFORM GRAVAR-CTL THRU GRAVAR-CTL-FIM
           GO TO LER-HIST.

           MOVE W-TOT2299 TO T-TOT2299
           MOVE W-TOTJATX TO T-TOTJATX
           MOVE W-TOTCRIT TO T-TOTCRIT
           MOVE W-TOT2300 TO T-TOT2300
           MOVE W-TOT2399 TO T-TOT2399
           WRITE REGESOCTX FROM LINTOT1
           WRITE REGESOCTX FROM LINTOT2
           WRITE REGESOCTX FROM LINTOT5
           WRITE REGESOCTX FROM LINTOT6
           WRITE REGESOCTX FROM LINTOT3
           WRITE REGESOCTX FROM LINTOT4.

           IF W-TOT2200 = ZEROS AND W-TOT2299 = ZEROS
                 AND W-TOT2300 = ZEROS AND W-TOT2399 = ZEROS
              MOVE "* NENHUM EVENTO GERADO P/ O PERIODO *" TO MENS
           ELSE
              MOVE "*** EVENTOS GERADOS: ESOCIAL.TXT/.DOC ***" TO MENS.
      *------[ CAMPOS OBRIGATORIOS DO S-2299 (DESLIGAMENTO) ]-----------
       CRITICA-2299.
           MOVE "N" TO W-CRITFLAG
           MOVE W-EVDESL TO DC-EVENTO
           IF FUNC-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
       CRITICA-2299-FIM.
           EXIT.

      *------[ CAMPOS OBRIGATORIOS DO S-2300 (INICIO DE ESTAGIO) ]------
       CRITICA-2300.
           MOVE "N" TO W-CRITFLAG
           MOVE "S2300" TO DC-EVENTO
           IF FUNC-CPF = ZEROS
              MOVE "CPF NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF W-CTRACHOU NOT = "S"
              MOVE "DADOS DO ESTAGIO NAO INFORMADOS" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM
              GO TO CRITICA-2300-FIM.
           IF CTR-NATUREZA = SPACES OR CTR-NIVEL = ZEROS
              MOVE "NATUREZA/NIVEL NAO INFORMADOS" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF CTR-DTFIM = ZEROS
              MOVE "TERMINO PREVISTO NAO INFORMADO" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
       CRITICA-2300-FIM.
           EXIT.

      *--[ DADOS DO ESTAGIO/APRENDIZAGEM (ARQCONTR E OPCIONAL) ]--------
       LER-CONTR.
           MOVE "N" TO W-CTRACHOU
           IF W-CTROK NOT = "S"
              GO TO LER-CONTR-FIM.
           IF FUNC-TPCONTRATO NOT = "T" AND FUNC-TPCONTRATO NOT = "A"
              GO TO LER-CONTR-FIM.
           MOVE CHAPA TO CTR-CHAPA
           READ ARQCONTR
           IF ST-ERRO = "00"
              MOVE "S" TO W-CTRACHOU.
       LER-CONTR-FIM.
           EXIT.

       GRAVAR-CRIT.
           MOVE "S" TO W-CRITFLAG
           MOVE CHAPA TO DC-CHAPA

       GRAVAR-CRIT-HIS.
           MOVE "S" TO W-CRITFLAG
           MOVE W-EVDESL TO DC-EVENTO
           MOVE HIS-CHAPA TO DC-CHAPA
           MOVE HIS-NOME  TO DC-NOME
           WRITE REGESOCTX FROM DETCRIT
           CLOSE ARQFUNC ARQESOCTL ARQESOC ARQESOCTX.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
           IF W-CTROK = "S"
              CLOSE ARQCONTR.
           IF W-PAROK = "S"
              CLOSE TBPARAM.
       ROT-FIM2.
