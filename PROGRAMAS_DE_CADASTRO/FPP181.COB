       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP181.
      ********************************************************
      * REQUISICAO DE PESSOAL (ARQREQ)                        *
      * S=SOLICITAR: DEPARTAMENTO, CARGO, QUANTIDADE, SALARIO *
      * OFERECIDO, TIPO DE CONTRATO E JUSTIFICATIVA.          *
      * A=APROVAR/REJEITAR: SEGUNDO OPERADOR COM PERFIL DE    *
      * ADMINISTRADOR. NA APROVACAO, ATIVOS DO DEPTO + VAGAS  *
      * DAS REQUISICOES JA APROVADAS E ABERTAS + A PEDIDA NAO *
      * PODEM PASSAR DE DEP-VAGAS (POLITICA DO FPP029).       *
      * C=CONSULTAR/CANCELAR. CANDIDATOS NO FPP182; A BAIXA   *
      * DA VAGA E FEITA PELO FPP004 NA ADMISSAO.              *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQREQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS REQ-NUM
                      LOCK MODE IS MANUAL
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO2
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODDEP
                      WITH DUPLICATES
                      ALTERNATE RECORD KEY IS CODIGOCARG
                      WITH DUPLICATES.

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

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO3.

           SELECT ARQUSER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS USER-COD
                      FILE STATUS  IS ST-ERRO3.

           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO4.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQUSER
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSER.DAT".
       01 REGUSER.
          03 USER-COD                  PIC X(08).
          03 USER-NOME                 PIC X(30).
          03 USER-SENHA                PIC X(08).
          03 USER-PERFIL               PIC X(01).
          03 USER-STATUS               PIC X(01).
          03 USER-TENTATIVAS           PIC 9(01).
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
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-FUNCAO        PIC X(01) VALUE SPACES.
       01 W-POLVAGAS      PIC X(01) VALUE SPACES.
       01 W-NUMREQ        PIC 9(06) VALUE ZEROS.
       01 W-ULTNUM        PIC 9(06) VALUE ZEROS.
       01 W-DESCSTATUS    PIC X(22) VALUE SPACES.
      *----[ QUADRO DO DEPARTAMENTO NA HORA DA APROVACAO ]----
       01 W-VAGASDEP      PIC 9(04) VALUE ZEROS.
       01 W-OCUPADAS      PIC 9(04) VALUE ZEROS.
       01 W-RESERVADAS    PIC 9(04) VALUE ZEROS.
       01 W-REQALVO       PIC 9(06) VALUE ZEROS.
       01 W-DEPALVO       PIC 9(03) VALUE ZEROS.
       01 W-REGSAVE       PIC X(140) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAREQ.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*********************REQUISICAO DE PESSO".
           05  LINE 02  COLUMN 41
               VALUE  "AL***************************************".
           05  LINE 04  COLUMN 01
               VALUE  "  FUNCAO (S=SOLICITAR A=APROVAR C=CONSUL".
           05  LINE 04  COLUMN 41
               VALUE  "TAR/CANCELAR):".
           05  LINE 06  COLUMN 01
               VALUE  "  REQUISICAO No.:".
           05  LINE 08  COLUMN 01
               VALUE  "  DEPARTAMENTO:".
           05  LINE 09  COLUMN 01
               VALUE  "  CARGO:".
           05  LINE 10  COLUMN 01
               VALUE  "  QUANTIDADE DE VAGAS:".
           05  LINE 11  COLUMN 01
               VALUE  "  SALARIO OFERECIDO:".
           05  LINE 12  COLUMN 01
               VALUE  "  CONTRATO (E=EXPER N=INDETERM T=ESTAGIO".
           05  LINE 12  COLUMN 41
               VALUE  " A=APRENDIZ):".
           05  LINE 13  COLUMN 01
               VALUE  "  JUSTIFICATIVA:".
           05  LINE 15  COLUMN 01
               VALUE  "  SITUACAO:".
           05  LINE 15  COLUMN 40
               VALUE  "PREENCHIDAS:".
           05  LINE 16  COLUMN 01
               VALUE  "  SOLICITANTE:".
           05  LINE 16  COLUMN 40
               VALUE  "APROVADOR:".
           05  LINE 17  COLUMN 01
               VALUE  "  DEPTO: VAGAS".
           05  LINE 17  COLUMN 22
               VALUE  "ATIVOS".
           05  LINE 17  COLUMN 35
               VALUE  "EM REQUISICOES ABERTAS".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-FUNCAO
               LINE 04  COLUMN 56  PIC X(01)
               USING  W-FUNCAO
               REVERSE-VIDEO.
           05  TW-NUMREQ
               LINE 06  COLUMN 19  PIC 9(06)
               USING  W-NUMREQ
               REVERSE-VIDEO.
           05  TREQ-CODDEP
               LINE 08  COLUMN 17  PIC 9(03)
               USING  REQ-CODDEP
               HIGHLIGHT.
           05  TDENOMINACAO
               LINE 08  COLUMN 22  PIC X(25)
               USING  DENOMINACAO
               HIGHLIGHT.
           05  TREQ-CODCARG
               LINE 09  COLUMN 17  PIC 9(03)
               USING  REQ-CODCARG
               HIGHLIGHT.
           05  TDENOM
               LINE 09  COLUMN 22  PIC X(45)
               USING  DENOM
               HIGHLIGHT.
           05  TREQ-QTDVAGAS
               LINE 10  COLUMN 24  PIC 9(02)
               USING  REQ-QTDVAGAS
               HIGHLIGHT.
           05  TREQ-SALOFER
               LINE 11  COLUMN 22  PIC ZZZ.ZZ9,99
               USING  REQ-SALOFER
               HIGHLIGHT.
           05  TREQ-TPCONTRATO
               LINE 12  COLUMN 55  PIC X(01)
               USING  REQ-TPCONTRATO
               HIGHLIGHT.
           05  TREQ-JUSTIF
               LINE 13  COLUMN 18  PIC X(60)
               USING  REQ-JUSTIF
               HIGHLIGHT.
           05  TW-DESCSTATUS
               LINE 15  COLUMN 13  PIC X(22)
               FROM   W-DESCSTATUS
               HIGHLIGHT.
           05  TREQ-QTDPREENC
               LINE 15  COLUMN 53  PIC Z9
               FROM   REQ-QTDPREENC
               HIGHLIGHT.
           05  TREQ-SOLICIT
               LINE 16  COLUMN 16  PIC X(08)
               FROM   REQ-SOLICIT
               HIGHLIGHT.
           05  TREQ-APROVADOR
               LINE 16  COLUMN 51  PIC X(08)
               FROM   REQ-APROVADOR
               HIGHLIGHT.
           05  TW-VAGASDEP
               LINE 17  COLUMN 16  PIC ZZZ9
               FROM   W-VAGASDEP
               HIGHLIGHT.
           05  TW-OCUPADAS
               LINE 17  COLUMN 29  PIC ZZZ9
               FROM   W-OCUPADAS
               HIGHLIGHT.
           05  TW-RESERVADAS
               LINE 17  COLUMN 58  PIC ZZZ9
               FROM   W-RESERVADAS
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQREQ
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQREQ
                 CLOSE ARQREQ
                 OPEN I-O ARQREQ
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQREQ" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREQ
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQDEP NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREQ ARQFUNC
              GO TO ROT-FIM2.
           OPEN INPUT ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** ARQUIVO ARQCARG NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQREQ ARQFUNC ARQDEP
              GO TO ROT-FIM2.
           MOVE SPACES TO W-POLVAGAS
           OPEN INPUT TBPARAM
           IF ST-ERRO3 = "00"
              MOVE "01" TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO3 = "00"
                 MOVE PARAM-POLVAGAS TO W-POLVAGAS
              END-IF
              CLOSE TBPARAM.
           OPEN EXTEND ARQLOG
           IF ST-ERRO4 NOT = "00"
              OPEN OUTPUT ARQLOG
              CLOSE ARQLOG
              OPEN EXTEND ARQLOG.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO W-FUNCAO DENOMINACAO DENOM W-DESCSTATUS
           MOVE SPACES TO REQ-TPCONTRATO REQ-JUSTIF REQ-STATUS
           MOVE SPACES TO REQ-SOLICIT REQ-APROVADOR
           MOVE ZEROS TO W-NUMREQ REQ-NUM REQ-CODDEP REQ-CODCARG
           MOVE ZEROS TO REQ-QTDVAGAS REQ-QTDPREENC REQ-SALOFER
           MOVE ZEROS TO W-VAGASDEP W-OCUPADAS W-RESERVADAS
           DISPLAY TELAREQ.

       R2.
           ACCEPT TW-FUNCAO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-FUNCAO = "s"
              MOVE "S" TO W-FUNCAO.
           IF W-FUNCAO = "a"
              MOVE "A" TO W-FUNCAO.
           IF W-FUNCAO = "c"
              MOVE "C" TO W-FUNCAO.
           IF W-FUNCAO NOT = "S" AND "A" AND "C"
              MOVE "*** DIGITE S, A OU C ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF W-FUNCAO = "S"
              GO TO SOLICITAR.

       R3.
           ACCEPT TW-NUMREQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R2.
           MOVE W-NUMREQ TO REQ-NUM
           READ ARQREQ WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF ST-ERRO NOT = "00"
              MOVE "*** REQUISICAO NAO ENCONTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           PERFORM MOSTRAR-REQ THRU MOSTRAR-REQ-FIM
           IF W-FUNCAO = "A"
              GO TO APROVAR.
           GO TO CANCELAR.

      *------------------[ NOVA REQUISICAO ]----------------------------
       SOLICITAR.
           PERFORM PROX-NUM THRU PROX-NUM-FIM
           MOVE W-NUMREQ TO REQ-NUM
           DISPLAY TW-NUMREQ.
       SOL-DEP.
           ACCEPT TREQ-CODDEP.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE REQ-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** DEPARTAMENTO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-DEP.
           IF DEPSTATUS NOT = "A"
              MOVE "*** DEPARTAMENTO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-DEP.
           DISPLAY TDENOMINACAO
           PERFORM APURAR-QUADRO THRU APURAR-QUADRO-FIM.
       SOL-CARG.
           ACCEPT TREQ-CODCARG.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-DEP.
           MOVE REQ-CODCARG TO COD
           READ ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CARGO NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-CARG.
           IF CARGSTATUS NOT = "A"
              MOVE "*** CARGO INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-CARG.
           DISPLAY TDENOM
           IF REQ-SALOFER = ZEROS
              MOVE SALARIOBASE TO REQ-SALOFER.
           IF REQ-QTDVAGAS = ZEROS
              MOVE 1 TO REQ-QTDVAGAS.
       SOL-QTD.
           ACCEPT TREQ-QTDVAGAS.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-CARG.
           IF REQ-QTDVAGAS = ZEROS
              MOVE "*** INFORME A QUANTIDADE DE VAGAS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-QTD.
       SOL-SAL.
           ACCEPT TREQ-SALOFER.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-QTD.
           IF REQ-SALOFER = ZEROS
              MOVE "*** INFORME O SALARIO OFERECIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-SAL.
           IF REQ-TPCONTRATO = SPACE
              MOVE "E" TO REQ-TPCONTRATO.
       SOL-TPC.
           ACCEPT TREQ-TPCONTRATO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-SAL.
           IF REQ-TPCONTRATO = "e"
              MOVE "E" TO REQ-TPCONTRATO.
           IF REQ-TPCONTRATO = "n"
              MOVE "N" TO REQ-TPCONTRATO.
           IF REQ-TPCONTRATO = "t"
              MOVE "T" TO REQ-TPCONTRATO.
           IF REQ-TPCONTRATO = "a"
              MOVE "A" TO REQ-TPCONTRATO.
           IF REQ-TPCONTRATO NOT = "E" AND "N" AND "T" AND "A"
              MOVE "* DIGITE E=EXPER N=INDETERM T=ESTAGIO A=APRENDIZ *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-TPC.
       SOL-JUS.
           ACCEPT TREQ-JUSTIF.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO SOL-TPC.
           IF REQ-JUSTIF = SPACES
              MOVE "*** JUSTIFICATIVA OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO SOL-JUS.

       SOL-OPC.
           MOVE "S" TO W-OPCAO
           DISPLAY (20, 40) "DADOS OK (S/N) : ".
           ACCEPT (20, 57) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO SOL-OPC.

       SOL-WR.
           MOVE ZEROS TO REQ-QTDPREENC REQ-DTAPROV
           MOVE "P" TO REQ-STATUS
           MOVE W-OPERADOR TO REQ-SOLICIT
           ACCEPT REQ-DTSOLIC FROM DATE YYYYMMDD
           MOVE REQ-DTSOLIC TO REQ-DTULTALT
           MOVE SPACES TO REQ-APROVADOR
           WRITE REGREQ
           IF ST-ERRO = "22"
              MOVE "* NUMERO USADO POR OUTRO OPERADOR - REPITA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              PERFORM PROX-NUM THRU PROX-NUM-FIM
              MOVE W-NUMREQ TO REQ-NUM
              DISPLAY TW-NUMREQ
              GO TO SOL-OPC.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQREQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "I" TO LOG-ACAO
           MOVE "REQUISICAO DE PESSOAL ABERTA" TO LOG-DESCR
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "*** REQUISICAO REGISTRADA (AGUARDA APROVACAO) ***"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------------------[ APROVACAO / REJEICAO ]-----------------------
       APROVAR.
           IF REQ-STATUS NOT = "P"
              MOVE "*** REQUISICAO NAO ESTA PENDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQREQ
              GO TO R1.

      *----[ QUATRO OLHOS: APROVADOR DIFERENTE E COM PERFIL ADM ]----
           IF W-OPERADOR = REQ-SOLICIT
              MOVE "* APROVADOR NAO PODE SER O SOLICITANTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQREQ
              GO TO R1.
           PERFORM VERIF-PERFIL THRU VERIF-PERFIL-FIM
           IF W-OPCAO NOT = "S"
              MOVE "* PERFIL SEM ALCADA P/ APROVAR (FPP053) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQREQ
              GO TO R1.

       APROVAR-OPC.
           DISPLAY (20, 12) "A=APROVA   R=REJEITA : "
           ACCEPT (20, 36) W-OPCAO
           IF W-OPCAO = "a"
              MOVE "A" TO W-OPCAO.
           IF W-OPCAO = "r"
              MOVE "R" TO W-OPCAO.
           IF W-OPCAO NOT = "A" AND "R"
              GO TO APROVAR-OPC.
           IF W-OPCAO = "R"
              GO TO APROVAR-RW.

      *----[ A REQUISICAO CONSOME VAGAS APROVADAS DO DEPARTAMENTO ]----
           IF W-VAGASDEP = ZEROS OR W-POLVAGAS = SPACE
              GO TO APROVAR-RW.
           IF W-OCUPADAS + W-RESERVADAS + REQ-QTDVAGAS
                 NOT > W-VAGASDEP
              GO TO APROVAR-RW.
           IF W-POLVAGAS = "B"
              MOVE "* DEPTO SEM VAGAS APROVADAS - NAO APROVADA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQREQ
              GO TO R1.
           MOVE "* ATENCAO: DEPTO FICA ACIMA DAS VAGAS APROVADAS *"
           TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       APROVAR-EXC.
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 40) "APROVA MESMO ASSIM (S/N): "
           ACCEPT (20, 67) W-OPCAO
           IF W-OPCAO = "N" OR "n"
              UNLOCK ARQREQ
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO APROVAR-EXC.
           MOVE "A" TO W-OPCAO.

       APROVAR-RW.
           MOVE W-OPCAO TO REQ-STATUS
           MOVE W-OPERADOR TO REQ-APROVADOR
           ACCEPT REQ-DTAPROV FROM DATE YYYYMMDD
           MOVE REQ-DTAPROV TO REQ-DTULTALT
           REWRITE REGREQ
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQREQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE W-OPCAO TO LOG-ACAO
           IF W-OPCAO = "A"
              MOVE "REQUISICAO APROVADA" TO LOG-DESCR
           ELSE
              MOVE "REQUISICAO REJEITADA" TO LOG-DESCR.
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "*** DECISAO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------------------[ CONSULTA / CANCELAMENTO ]--------------------
       CANCELAR.
           IF REQ-STATUS NOT = "P" AND "A"
              MOVE "*** REQUISICAO ENCERRADA - SO CONSULTA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              UNLOCK ARQREQ
              GO TO R1.
       CANCELAR-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (20, 40) "CANCELAR REQUISICAO (S/N): "
           ACCEPT (20, 68) W-OPCAO WITH UPDATE
           IF W-OPCAO = "N" OR "n"
              UNLOCK ARQREQ
              GO TO R1.
           IF W-OPCAO NOT = "S" AND "s"
              GO TO CANCELAR-OPC.
           MOVE "C" TO REQ-STATUS
           ACCEPT REQ-DTULTALT FROM DATE YYYYMMDD
           REWRITE REGREQ
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQREQ" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "C" TO LOG-ACAO
           MOVE "REQUISICAO CANCELADA" TO LOG-DESCR
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           MOVE "*** REQUISICAO CANCELADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ MOSTRA A REQUISICAO LIDA E O QUADRO DO DEPARTAMENTO ]----
       MOSTRAR-REQ.
           MOVE SPACES TO DENOMINACAO DENOM
           MOVE REQ-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NAO CADASTRADO" TO DENOMINACAO.
           MOVE REQ-CODCARG TO COD
           READ ARQCARG
           IF ST-ERRO2 NOT = "00"
              MOVE "*** NAO CADASTRADO" TO DENOM.
           MOVE "AGUARDANDO APROVACAO" TO W-DESCSTATUS
           IF REQ-STATUS = "A"
              MOVE "APROVADA - EM ABERTO" TO W-DESCSTATUS.
           IF REQ-STATUS = "R"
              MOVE "REJEITADA" TO W-DESCSTATUS.
           IF REQ-STATUS = "F"
              MOVE "PREENCHIDA" TO W-DESCSTATUS.
           IF REQ-STATUS = "C"
              MOVE "CANCELADA" TO W-DESCSTATUS.
           PERFORM APURAR-QUADRO THRU APURAR-QUADRO-FIM
           DISPLAY TELAREQ.
       MOSTRAR-REQ-FIM.
           EXIT.

      *----[ VAGAS DO DEPTO, ATIVOS E VAGAS DAS OUTRAS REQUISICOES ]----
      *----[ APROVADAS AINDA NAO PREENCHIDAS                       ]----
       APURAR-QUADRO.
           MOVE ZEROS TO W-VAGASDEP W-OCUPADAS W-RESERVADAS
           MOVE REQ-CODDEP TO CODIGO
           READ ARQDEP
           IF ST-ERRO2 = "00"
              MOVE DEP-VAGAS TO W-VAGASDEP.
           MOVE REQ-CODDEP TO CODDEP
           START ARQFUNC KEY IS EQUAL CODDEP
               INVALID KEY GO TO APURAR-QUADRO-REQ.
       APURAR-QUADRO-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO2 NOT = "00" OR CODDEP NOT = REQ-CODDEP
              GO TO APURAR-QUADRO-REQ.
           IF FUNCSTATUS = "A"
              ADD 1 TO W-OCUPADAS.
           GO TO APURAR-QUADRO-FUNC.
       APURAR-QUADRO-REQ.
           MOVE REGREQ TO W-REGSAVE
           MOVE REQ-NUM TO W-REQALVO
           MOVE REQ-CODDEP TO W-DEPALVO
           MOVE ZEROS TO REQ-NUM
           START ARQREQ KEY IS NOT LESS REQ-NUM
               INVALID KEY GO TO APURAR-QUADRO-VOLTA.
       APURAR-QUADRO-REQ-RD.
           READ ARQREQ NEXT
           IF ST-ERRO NOT = "00"
              GO TO APURAR-QUADRO-VOLTA.
           IF REQ-NUM = W-REQALVO
              GO TO APURAR-QUADRO-REQ-RD.
           IF REQ-STATUS = "A" AND REQ-CODDEP = W-DEPALVO
                 AND REQ-QTDVAGAS > REQ-QTDPREENC
              COMPUTE W-RESERVADAS = W-RESERVADAS
                                   + REQ-QTDVAGAS - REQ-QTDPREENC.
           GO TO APURAR-QUADRO-REQ-RD.
       APURAR-QUADRO-VOLTA.
           MOVE W-REGSAVE TO REGREQ
           DISPLAY TW-VAGASDEP TW-OCUPADAS TW-RESERVADAS.
       APURAR-QUADRO-FIM.
           EXIT.

      *----[ PROXIMO NUMERO DE REQUISICAO ]----
       PROX-NUM.
           MOVE ZEROS TO W-ULTNUM REQ-NUM
           START ARQREQ KEY IS NOT LESS REQ-NUM
               INVALID KEY GO TO PROX-NUM-SOMA.
       PROX-NUM-RD.
           READ ARQREQ NEXT
           IF ST-ERRO = "00"
              MOVE REQ-NUM TO W-ULTNUM
              GO TO PROX-NUM-RD.
       PROX-NUM-SOMA.
           COMPUTE W-NUMREQ = W-ULTNUM + 1.
       PROX-NUM-FIM.
           EXIT.

      *----[ APROVADOR PRECISA DE PERFIL "A" NO ARQUSER ]---------------
       VERIF-PERFIL.
           MOVE "N" TO W-OPCAO
           OPEN INPUT ARQUSER
           IF ST-ERRO3 NOT = "00"
              GO TO VERIF-PERFIL-FIM.
           MOVE W-OPERADOR TO USER-COD
           READ ARQUSER
           IF ST-ERRO3 = "00" AND USER-PERFIL = "A"
              MOVE "S" TO W-OPCAO.
           CLOSE ARQUSER.
       VERIF-PERFIL-FIM.
           EXIT.

      *----[ TRILHA NO ARQLOG ]-----------------------------------------
       GRAVAR-LOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQREQ" TO LOG-ARQUIVO
           MOVE REQ-NUM TO LOG-CHAVE
           WRITE REGLOG.
       GRAVAR-LOG-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQREQ ARQFUNC ARQDEP ARQCARG ARQLOG.
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
