                      ALTERNATE RECORD KEY IS DTNASC
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBCOALT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BALT-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           03 FUNC-PIS            PIC 9(11).
           03 FUNC-EMPRESA        PIC X(02).

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

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-BCOEXISTE     PIC X(01) VALUE "N".
       01 W-IX            PIC 9(02) VALUE ZEROS.
       01 W-CTAMASC       PIC X(08) VALUE SPACES.
       01 W-HORAPEND      PIC 9(08) VALUE ZEROS.
       01 W-DTPEND.
          03 W-DTPEND-DIA    PIC 9(02).
          03 W-DTPEND-MES    PIC 9(02).
          03 W-DTPEND-ANO    PIC 9(04).
      *----[ AVISO AO FUNCIONARIO POR E-MAIL (FPP168) ]----
       01 W-AVI-PARM.
          03 W-AVI-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-AVI-EMAIL     PIC X(40) VALUE SPACES.
          03 W-AVI-ASSUNTO   PIC X(40) VALUE SPACES.
          03 W-AVI-TEXTO     PIC X(120) VALUE SPACES.
          03 W-AVI-RESULT    PIC X(01) VALUE SPACES.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP032".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "B".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
           ELSE
                 NEXT SENTENCE.

      *----[ INCLUSAO/ALTERACAO SO VALE APOS APROVACAO NO FPP167 ]----
       R0B.
           OPEN I-O ARQBCOALT
           IF ST-ERRO2 = "30" OR "35"
              OPEN OUTPUT ARQBCOALT
              CLOSE ARQBCOALT
              OPEN I-O ARQBCOALT.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBCOALT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN EXTEND ARQLOG
           IF ST-ERRO2 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.
      *----[ SEM OPERADOR IDENTIFICADO NAO HA COMO SEPARAR FUNCOES ]----
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           IF W-OPERADOR = SPACES
              MOVE "* OPERADOR NAO IDENTIFICADO - SEM APROVACAO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME FUNCSTATUS BCO-CONTA BCO-TPCONTA
              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                MOVE "S" TO W-BCOEXISTE
                DISPLAY TELABANCO
                MOVE BCO-CHAPA TO W-ACS-CHAPA
                CALL "FPP165" USING W-ACS-PARM
                MOVE "*** DADOS BANCARIOS JA CADASTRADOS ***"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM VER-PEND THRU VER-PEND-FIM
                GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQBANCO" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "N" TO W-BCOEXISTE
                MOVE "*** DADOS BANCARIOS NAO CADASTRADOS ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                PERFORM VER-PEND THRU VER-PEND-FIM.

       R4.
           ACCEPT TBCO-BANCO.
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           PERFORM GRAVAR-PEND THRU GRAVAR-PEND-FIM
               IF ST-ERRO2 = "00" OR "02"
                   PERFORM AVISAR-FUNC THRU AVISAR-FUNC-FIM
                   GO TO R1
               ELSE
                   MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBCOALT" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM.
      *
       EXC-DL1.
                DELETE ARQBANCO RECORD
                IF ST-ERRO = "00"
                   MOVE "E" TO LOG-ACAO
                   MOVE "DADOS BANCARIOS EXCLUIDOS" TO LOG-DESCR
                   PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
                   MOVE "*** REGISTRO DE DADOS BANC. EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                PERFORM GRAVAR-PEND THRU GRAVAR-PEND-FIM
                IF ST-ERRO2 = "00" OR "02"
                   PERFORM AVISAR-FUNC THRU AVISAR-FUNC-FIM
                   GO TO R1.
                MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQBCOALT" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *----[ AVISA SE HA SOLICITACAO AGUARDANDO O SEGUNDO OPERADOR ]--
       VER-PEND.
           MOVE BCO-CHAPA TO BALT-CHAPA
           READ ARQBCOALT
           IF ST-ERRO2 NOT = "00"
              GO TO VER-PEND-FIM.
           IF BALT-SITUACAO NOT = "P"
              GO TO VER-PEND-FIM.
           MOVE BALT-DTINC(7:2) TO W-DTPEND-DIA
           MOVE BALT-DTINC(5:2) TO W-DTPEND-MES
           MOVE BALT-DTINC(1:4) TO W-DTPEND-ANO
           MOVE SPACES TO MENS
           STRING "* ALTERACAO PENDENTE DESDE " DELIMITED BY SIZE
                  W-DTPEND-DIA "/" W-DTPEND-MES "/" W-DTPEND-ANO
                  DELIMITED BY SIZE
                  " (FPP167) *" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       VER-PEND-FIM.
           EXIT.
      *
      *----[ DADOS DIGITADOS FICAM PENDENTES; ARQBANCO NAO MUDA ]----
       GRAVAR-PEND.
           MOVE BCO-CHAPA TO BALT-CHAPA
           READ ARQBCOALT
           IF ST-ERRO2 NOT = "00"
              MOVE ZEROS TO BALT-DTEFET BALT-DTLIB
              MOVE SPACES TO BALT-OPERLIB.
           MOVE REGBANCO TO BALT-DADOS
           IF W-BCOEXISTE = "S"
              MOVE "A" TO BALT-TIPO
           ELSE
              MOVE "I" TO BALT-TIPO.
           MOVE "P"        TO BALT-SITUACAO
           MOVE W-OPERADOR TO BALT-OPERINC
           ACCEPT BALT-DTINC FROM DATE YYYYMMDD
           ACCEPT W-HORAPEND FROM TIME
           MOVE W-HORAPEND(1:6) TO BALT-HRINC
           MOVE SPACES TO BALT-OPERAPR BALT-MOTIVO
           MOVE ZEROS  TO BALT-DTAPR
           IF ST-ERRO2 = "00"
              REWRITE REGBCOALT
           ELSE
              WRITE REGBCOALT.
           IF ST-ERRO2 NOT = "00" AND "02"
              GO TO GRAVAR-PEND-FIM.
           UNLOCK ARQBANCO
           MOVE BALT-TIPO TO LOG-ACAO
           MOVE "SOLICIT. PENDENTE APROVACAO" TO LOG-DESCR
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "00" TO ST-ERRO2
           MOVE "* ALTERACAO ENVIADA P/ APROVACAO (FPP167) *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       GRAVAR-PEND-FIM.
           EXIT.
      *
       GRAVAR-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQBANCO" TO LOG-ARQUIVO
           MOVE BCO-CHAPA TO LOG-CHAVE
           WRITE REGLOG.
       GRAVAR-LOG-FIM.
           EXIT.
      *
      *----[ E-MAIL AO FUNCIONARIO COM A CONTA MASCARADA (FPP168) ]----
       AVISAR-FUNC.
           PERFORM MASCARAR-CONTA THRU MASCARAR-CONTA-FIM
           MOVE BCO-CHAPA TO W-AVI-CHAPA
           MOVE EMAILFUNC TO W-AVI-EMAIL
           MOVE "ALTERACAO DE DADOS BANCARIOS" TO W-AVI-ASSUNTO
           MOVE SPACES TO W-AVI-TEXTO
           STRING "SOLICITADA ALTERACAO DOS DADOS BANCARIOS: "
                  DELIMITED BY SIZE
                  "BANCO " BCO-BANCO " AG " BCO-AGENCIA
                  DELIMITED BY SIZE
                  " CONTA " W-CTAMASC ". " DELIMITED BY SIZE
                  "SE NAO RECONHECER, PROCURE O RH" DELIMITED BY SIZE
                  INTO W-AVI-TEXTO
           END-STRING
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
      *
       MASCARAR-CONTA.
           MOVE 12 TO W-IX.
       MASCARAR-CONTA-LOOP.
           IF W-IX < 5 OR BCO-CONTA(W-IX:1) NOT = SPACE
              GO TO MASCARAR-CONTA-OK.
           SUBTRACT 1 FROM W-IX
           GO TO MASCARAR-CONTA-LOOP.
       MASCARAR-CONTA-OK.
           SUBTRACT 3 FROM W-IX
           MOVE "****" TO W-CTAMASC(1:4)
           MOVE BCO-CONTA(W-IX:4) TO W-CTAMASC(5:4).
       MASCARAR-CONTA-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQBANCO ARQFUNC ARQBCOALT ARQLOG.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
