       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP182.
      ********************************************************
      * CANDIDATOS DAS REQUISICOES DE PESSOAL (ARQCAND)       *
      * SO REQUISICAO APROVADA E EM ABERTO (FPP181) RECEBE    *
      * CANDIDATOS. CHAVE = REQUISICAO + SEQUENCIA (0=NOVO).  *
      * ETAPAS: T=TRIAGEM E=ENTREVISTA P=PROVA TECNICA        *
      * O=OFERTA A=APROVADO P/ ADMISSAO R=REPROVADO           *
      * D=DESISTENTE. A ETAPA C=CONTRATADO E GRAVADA PELO     *
      * FPP004, QUE APROVEITA OS DADOS DO CANDIDATO "A".      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAN-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQREQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS REQ-NUM
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQCAND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCAND.DAT".
       01 REGCAND.
           03 CAN-KEY.
            05 CAN-REQ            PIC 9(06).
            05 CAN-SEQ            PIC 9(03).
           03 CAN-NOME           PIC X(30).
           03 CAN-CPF            PIC 9(11).
      *----[ DDMMAAAA, COMO NO ARQFUNC ]----
           03 CAN-DATANASC       PIC 9(08).
           03 CAN-SEXO           PIC X(01).
           03 CAN-TELEFONE       PIC X(15).
           03 CAN-EMAIL          PIC X(40).
      *----[ T=TRIAGEM E=ENTREVISTA P=PROVA TECNICA O=OFERTA     ]----
      *----[ A=APROVADO P/ ADMISSAO C=CONTRATADO (FPP004)        ]----
      *----[ R=REPROVADO D=DESISTENTE                            ]----
           03 CAN-ETAPA          PIC X(01).
      *----[ DATA DA ULTIMA MUDANCA DE ETAPA, DDMMAAAA ]----
           03 CAN-DTETAPA        PIC 9(08).
           03 CAN-OBS            PIC X(40).
           03 CAN-CHAPA          PIC 9(06).
           03 CAN-OPERADOR       PIC X(08).
           03 CAN-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQREQ
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREQ.DAT".
       01 REGREQ.
           03 REQ-NUM            PIC 9(06).
           03 REQ-CODDEP         PIC 9(03).
           03 REQ-CODCARG        PIC 9(03).
           03 REQ-QTDVAGAS       PIC 9(02).
           03 REQ-QTDPREENC      PIC 9(02).
           03 REQ-SALOFER        PIC 9(06)V99.
      *----[ E=EXPERIENCIA N=INDETERMINADO T=ESTAGIO A=APRENDIZ ]----
           03 REQ-TPCONTRATO     PIC X(01).
           03 REQ-JUSTIF         PIC X(60).
      *----[ P=AGUARDANDO APROVACAO  A=APROVADA (ABERTA)         ]----
      *----[ R=REJEITADA  F=PREENCHIDA  C=CANCELADA              ]----
           03 REQ-STATUS         PIC X(01).
           03 REQ-SOLICIT        PIC X(08).
           03 REQ-DTSOLIC        PIC 9(08).
           03 REQ-APROVADOR      PIC X(08).
           03 REQ-DTAPROV        PIC 9(08).
           03 REQ-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQDEP
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 DEP-OPERADOR             PIC X(08).
          03 DEP-DTULTALT             PIC 9(08).
          03 DEP-HRULTALT             PIC 9(06).
          03 DEP-VAGAS                PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).
          03 CARG-OPERADOR      PIC X(08).
          03 CARG-DTULTALT      PIC 9(08).
          03 CARG-HRULTALT      PIC 9(06).
      *----[ PERICULOSIDADE S/N - INSALUBRIDADE B=10% M=20% A=40% ]----
          03 CARG-PERICUL       PIC X(01).
          03 CARG-INSALGR       PIC X(01).
      *----[ SINDICATO DA CATEGORIA DO CARGO (TBSIND, 0=SEM) ]----
          03 CARG-SINDICATO     PIC 9(03).
      *-----------------------------------------------------------------
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
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-NOVO          PIC X(01) VALUE SPACES.
       01 W-NUMREQ        PIC 9(06) VALUE ZEROS.
       01 W-SEQ           PIC 9(03) VALUE ZEROS.
       01 W-ETAPAANT      PIC X(01) VALUE SPACES.
       01 W-DESCETAPA     PIC X(24) VALUE SPACES.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-R REDEFINES W-HOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-HOJE-DMA.
          03 W-DMA-DIA       PIC 9(02).
          03 W-DMA-MES       PIC 9(02).
          03 W-DMA-ANO       PIC 9(04).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACAND.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*********************CANDIDATOS A VAGAS*".
           05  LINE 02  COLUMN 41
               VALUE  "****************************************".
           05  LINE 04  COLUMN 01
               VALUE  "  REQUISICAO:".
           05  LINE 05  COLUMN 01
               VALUE  "  DEPTO:".
           05  LINE 06  COLUMN 01
               VALUE  "  CARGO:".
           05  LINE 08  COLUMN 01
               VALUE  "  SEQUENCIA (0=NOVO):".
           05  LINE 10  COLUMN 01
               VALUE  "  NOME:".
           05  LINE 11  COLUMN 01
               VALUE  "  CPF:".
           05  LINE 11  COLUMN 30
               VALUE  "NASCIMENTO:".
           05  LINE 11  COLUMN 55
               VALUE  "SEXO (M/F):".
           05  LINE 12  COLUMN 01
               VALUE  "  TELEFONE:".
           05  LINE 13  COLUMN 01
               VALUE  "  E-MAIL:".
           05  LINE 15  COLUMN 01
               VALUE  "  ETAPA (T E P O A R D):".
           05  LINE 15  COLUMN 45
               VALUE  "DESDE:".
           05  LINE 16  COLUMN 01
               VALUE  "  OBSERVACAO:".
           05  LINE 17  COLUMN 01
               VALUE  "  CHAPA NA ADMISSAO:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-NUMREQ
               LINE 04  COLUMN 15  PIC 9(06)
               USING  W-NUMREQ
               REVERSE-VIDEO.
           05  TDENOMINACAO
               LINE 05  COLUMN 10  PIC X(25)
               FROM   DENOMINACAO
               HIGHLIGHT.
           05  TDENOM
               LINE 06  COLUMN 10  PIC X(45)
               FROM   DENOM
               HIGHLIGHT.
           05  TW-SEQ
               LINE 08  COLUMN 23  PIC 9(03)
               USING  W-SEQ
               REVERSE-VIDEO.
           05  TCAN-NOME
               LINE 10  COLUMN 09  PIC X(30)
               USING  CAN-NOME
               HIGHLIGHT.
           05  TCAN-CPF
               LINE 11  COLUMN 08  PIC 9(11)
               USING  CAN-CPF
               HIGHLIGHT.
           05  TCAN-DATANASC
               LINE 11  COLUMN 42  PIC 99/99/9999
               USING  CAN-DATANASC
               HIGHLIGHT.
           05  TCAN-SEXO
               LINE 11  COLUMN 67  PIC X(01)
               USING  CAN-SEXO
               HIGHLIGHT.
           05  TCAN-TELEFONE
               LINE 12  COLUMN 13  PIC X(15)
               USING  CAN-TELEFONE
               HIGHLIGHT.
           05  TCAN-EMAIL
               LINE 13  COLUMN 11  PIC X(40)
               USING  CAN-EMAIL
               HIGHLIGHT.
           05  TCAN-ETAPA
               LINE 15  COLUMN 26  PIC X(01)
               USING  CAN-ETAPA
               HIGHLIGHT.
           05  TW-DESCETAPA
               LINE 15  COLUMN 28  PIC X(15)
               FROM   W-DESCETAPA
               HIGHLIGHT.
           05  TCAN-DTETAPA
               LINE 15  COLUMN 52  PIC 99/99/9999
               FROM   CAN-DTETAPA
               HIGHLIGHT.
           05  TCAN-OBS
               LINE 16  COLUMN 15  PIC X(40)
               USING  CAN-OBS
               HIGHLIGHT.
           05  TCAN-CHAPA
               LINE 17  COLUMN 22  PIC ZZZZZ9
               FROM   CAN-CHAPA
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQCAND
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQCAND
                 CLOSE ARQCAND
                 OPEN I-O ARQCAND
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCAND" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQREQ
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO ARQREQ NAO ENCONTRADO (FPP181) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAND
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQDEP NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAND ARQREQ
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQCARG NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCAND ARQREQ ARQDEP
              GO TO ROT-FIM2.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE ZEROS TO W-NUMREQ
           MOVE SPACES TO DENOMINACAO DENOM.
       R1A.
           MOVE ZEROS TO W-SEQ CAN-CPF CAN-DATANASC CAN-DTETAPA
           MOVE ZEROS TO CAN-CHAPA
           MOVE SPACES TO CAN-NOME CAN-SEXO CAN-TELEFONE CAN-EMAIL
           MOVE SPACES TO CAN-ETAPA CAN-OBS W-DESCETAPA
           DISPLAY TELACAND.
           IF W-NUMREQ NOT = ZEROS
              GO TO R3.

       R2.
           ACCEPT TW-NUMREQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           MOVE W-NUMREQ TO REQ-NUM
           READ ARQREQ
           IF ST-ERRO2 NOT = "00"
              MOVE "*** REQUISICAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE REQ-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NAO CADASTRADO" TO DENOMINACAO.
           MOVE REQ-CODCARG TO COD
           READ ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NAO CADASTRADO" TO DENOM.
           DISPLAY TDENOMINACAO TDENOM.

       R3.
           ACCEPT TW-SEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           IF W-SEQ = ZEROS
              GO TO R3-NOVO.
           MOVE W-NUMREQ TO CAN-REQ
           MOVE W-SEQ TO CAN-SEQ
           READ ARQCAND WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO NOT = "00"
              MOVE "*** CANDIDATO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE "N" TO W-NOVO
           MOVE CAN-ETAPA TO W-ETAPAANT
           PERFORM DESC-ETAPA THRU DESC-ETAPA-FIM
           DISPLAY TELACAND
           IF CAN-ETAPA = "C" OR "R" OR "D"
              MOVE "*** CANDIDATO ENCERRADO - SO CONSULTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQCAND
              GO TO R1A.
           GO TO R4.

      *----[ NOVO CANDIDATO: SO EM REQUISICAO APROVADA E EM ABERTO ]----
       R3-NOVO.
           IF REQ-STATUS NOT = "A"
              MOVE "*** REQUISICAO NAO ESTA APROVADA/ABERTA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM PROX-SEQ THRU PROX-SEQ-FIM
           MOVE W-NUMREQ TO CAN-REQ
           MOVE W-SEQ TO CAN-SEQ
           MOVE "S" TO W-NOVO
           MOVE "T" TO CAN-ETAPA
           MOVE SPACE TO W-ETAPAANT
           PERFORM DESC-ETAPA THRU DESC-ETAPA-FIM
           DISPLAY TW-SEQ TCAN-ETAPA TW-DESCETAPA.

       R4.
           ACCEPT TCAN-NOME.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4-VOLTA.
           IF CAN-NOME = SPACES
              MOVE "CAMPO NOME VAZIO!" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           GO TO R5.
       R4-VOLTA.
           IF W-NOVO = "N"
              UNLOCK ARQCAND.
           GO TO R1A.

       R5.
           ACCEPT TCAN-CPF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
       R6.
           ACCEPT TCAN-DATANASC.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF CAN-DATANASC = ZEROS
              GO TO R7.
           MOVE CAN-DATANASC TO W-DTV-DATA
           MOVE "F" TO W-DTV-OPCAO
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE NASCIMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
       R7.
           ACCEPT TCAN-SEXO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF CAN-SEXO = "m"
              MOVE "M" TO CAN-SEXO.
           IF CAN-SEXO = "f"
              MOVE "F" TO CAN-SEXO.
           IF CAN-SEXO NOT = "M" AND "F" AND SPACE
              MOVE "*** DIGITE M OU F ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
       R8.
           ACCEPT TCAN-TELEFONE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
       R9.
           ACCEPT TCAN-EMAIL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.

       R10.
           ACCEPT TCAN-ETAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.
           IF CAN-ETAPA = "t"
              MOVE "T" TO CAN-ETAPA.
           IF CAN-ETAPA = "e"
              MOVE "E" TO CAN-ETAPA.
           IF CAN-ETAPA = "p"
              MOVE "P" TO CAN-ETAPA.
           IF CAN-ETAPA = "o"
              MOVE "O" TO CAN-ETAPA.
           IF CAN-ETAPA = "a"
              MOVE "A" TO CAN-ETAPA.
           IF CAN-ETAPA = "r"
              MOVE "R" TO CAN-ETAPA.
           IF CAN-ETAPA = "d"
              MOVE "D" TO CAN-ETAPA.
           IF CAN-ETAPA = "C" OR "c"
              MOVE "* CONTRATACAO E FEITA NA ADMISSAO (FPP004) *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           IF CAN-ETAPA NOT = "T" AND "E" AND "P" AND "O" AND "A"
                         AND "R" AND "D"
              MOVE "*** ETAPA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
           PERFORM DESC-ETAPA THRU DESC-ETAPA-FIM
           DISPLAY TW-DESCETAPA.
      *----[ PARA A ADMISSAO O FPP004 EXIGE NOME, CPF E NASCIMENTO ]----
           IF CAN-ETAPA = "A" AND (CAN-CPF = ZEROS OR
                                   CAN-DATANASC = ZEROS)
              MOVE "* APROVADO EXIGE CPF E DATA DE NASCIMENTO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R10.
       R11.
           ACCEPT TCAN-OBS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.

       INC-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 40) "DADOS OK (S/N) : ".
           ACCEPT (20, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4-VOLTA.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO INC-OPC.

       INC-WR1.
           IF CAN-ETAPA NOT = W-ETAPAANT
              ACCEPT W-HOJE FROM DATE YYYYMMDD
              MOVE W-HOJE-DIA TO W-DMA-DIA
              MOVE W-HOJE-MES TO W-DMA-MES
              MOVE W-HOJE-ANO TO W-DMA-ANO
              MOVE W-HOJE-DMA TO CAN-DTETAPA.
           MOVE W-OPERADOR TO CAN-OPERADOR
           ACCEPT CAN-DTULTALT FROM DATE YYYYMMDD
           IF W-NOVO = "S"
              MOVE ZEROS TO CAN-CHAPA
              WRITE REGCAND
           ELSE
              REWRITE REGCAND.
           IF ST-ERRO = "22"
              MOVE "* SEQUENCIA USADA POR OUTRO OPERADOR - REPITA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM PROX-SEQ THRU PROX-SEQ-FIM
              MOVE W-SEQ TO CAN-SEQ
              DISPLAY TW-SEQ
              GO TO INC-OPC.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCAND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF W-NOVO = "S"
              MOVE "I" TO LOG-ACAO
              MOVE "CANDIDATO INCLUIDO" TO LOG-DESCR
              PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           ELSE
              IF CAN-ETAPA NOT = W-ETAPAANT
                 MOVE "A" TO LOG-ACAO
                 MOVE SPACES TO LOG-DESCR
                 STRING "CANDIDATO ETAPA " W-ETAPAANT " -> "
                        CAN-ETAPA DELIMITED BY SIZE INTO LOG-DESCR
                 PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM.
           MOVE "*** CANDIDATO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1A.

      *----[ PROXIMA SEQUENCIA DENTRO DA REQUISICAO ]----
       PROX-SEQ.
           MOVE ZEROS TO W-SEQ
           MOVE W-NUMREQ TO CAN-REQ
           MOVE ZEROS TO CAN-SEQ
           START ARQCAND KEY IS NOT LESS CAN-KEY
               INVALID KEY GO TO PROX-SEQ-SOMA.
       PROX-SEQ-RD.
           READ ARQCAND NEXT
           IF ST-ERRO = "00" AND CAN-REQ = W-NUMREQ
              MOVE CAN-SEQ TO W-SEQ
              GO TO PROX-SEQ-RD.
       PROX-SEQ-SOMA.
           ADD 1 TO W-SEQ
           MOVE SPACES TO CAN-NOME CAN-SEXO CAN-TELEFONE CAN-EMAIL
           MOVE SPACES TO CAN-OBS
           MOVE ZEROS TO CAN-CPF CAN-DATANASC CAN-DTETAPA CAN-CHAPA.
       PROX-SEQ-FIM.
           EXIT.

       DESC-ETAPA.
           MOVE SPACES TO W-DESCETAPA
           IF CAN-ETAPA = "T"
              MOVE "TRIAGEM" TO W-DESCETAPA.
           IF CAN-ETAPA = "E"
              MOVE "ENTREVISTA" TO W-DESCETAPA.
           IF CAN-ETAPA = "P"
              MOVE "PROVA TECNICA" TO W-DESCETAPA.
           IF CAN-ETAPA = "O"
              MOVE "OFERTA" TO W-DESCETAPA.
           IF CAN-ETAPA = "A"
              MOVE "APROVADO" TO W-DESCETAPA.
           IF CAN-ETAPA = "C"
              MOVE "CONTRATADO" TO W-DESCETAPA.
           IF CAN-ETAPA = "R"
              MOVE "REPROVADO" TO W-DESCETAPA.
           IF CAN-ETAPA = "D"
              MOVE "DESISTENTE" TO W-DESCETAPA.
       DESC-ETAPA-FIM.
           EXIT.

      *----[ TRILHA NO ARQLOG ]-----------------------------------------
       GRAVAR-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQCAND" TO LOG-ARQUIVO
           MOVE SPACES TO LOG-CHAVE
           MOVE CAN-REQ TO LOG-CHAVE(1:6)
           MOVE CAN-SEQ TO LOG-CHAVE(8:3)
           WRITE REGLOG.
       GRAVAR-LOG-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCAND ARQREQ ARQDEP ARQCARG ARQLOG.
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
       FIM-ROT-TEMPO.
