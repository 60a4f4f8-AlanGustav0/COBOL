                      ALTERNATE RECORD KEY IS NIVEL-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCONTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTR-CHAPA
                      FILE STATUS IS ST-ERRO8.

           SELECT ARQPCD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PCD-CHAPA
                      FILE STATUS IS ST-ERRO7.

           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      FILE STATUS IS ST-ERRO9.

           SELECT ARQREQ ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS REQ-NUM
                      FILE STATUS IS ST-ERRO9.

           SELECT ARQCAND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CAN-KEY
                      FILE STATUS IS ST-ERRO9.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
          03 NIVEL-PERC                PIC 9(03)V99.
          03 NIVEL-PERCMIN             PIC 9(03)V99.
          03 NIVEL-PERCMAX             PIC 9(03)V99.
      *-----------------------------------------------------------------
      *----[ ESTAGIO (TIPO T) E APRENDIZAGEM (TIPO A) DA CHAPA ]----
       FD ARQCONTR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONTR.DAT".
       01 REGCONTR.
           03 CTR-CHAPA          PIC 9(06).
           03 CTR-TIPO           PIC X(01).
           03 CTR-DTINI          PIC 9(08).
           03 CTR-DTINIX REDEFINES CTR-DTINI.
            05 CTR-DIAINI          PIC 9(02).
            05 CTR-MESINI          PIC 9(02).
            05 CTR-ANOINI          PIC 9(04).
           03 CTR-DTFIM          PIC 9(08).
           03 CTR-DTFIMX REDEFINES CTR-DTFIM.
            05 CTR-DIAFIM          PIC 9(02).
            05 CTR-MESFIM          PIC 9(02).
            05 CTR-ANOFIM          PIC 9(04).
           03 CTR-INSTIT         PIC X(40).
           03 CTR-CNPJINST       PIC 9(14).
      *----[ ESTAGIO: O=OBRIGATORIO  N=NAO OBRIGATORIO ]----
           03 CTR-NATUREZA       PIC X(01).
      *----[ 1=FUNDAMENTAL 2=MEDIO 3=PROFISSIONAL 4=SUPERIOR ]----
           03 CTR-NIVEL          PIC 9(01).
           03 CTR-OPERADOR       PIC X(08).
           03 CTR-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
      *----[ PESSOA COM DEFICIENCIA (COTA LEI 8.213 ART. 93) ]----
       FD ARQPCD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPCD.DAT".
       01 REGPCD.
           03 PCD-CHAPA          PIC 9(06).
      *----[ 1=FISICA 2=AUDITIVA 3=VISUAL 4=INTELECTUAL 5=MULTIPLA ]----
      *----[ 6=REABILITADO PELO INSS                               ]----
           03 PCD-TIPO           PIC 9(01).
           03 PCD-DTLAUDO        PIC 9(08).
           03 PCD-OPERADOR       PIC X(08).
           03 PCD-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
      *----[ AVALIACAO DE DESEMPENHO (FPP179) ]----
       FD ARQAVAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAVAL.DAT".
       01 REGAVAL.
           03 AVA-KEY.
            05 AVA-CHAPA          PIC 9(06).
            05 AVA-ANO            PIC 9(04).
      *----[ A=ANUAL  X=FIM DO CONTRATO DE EXPERIENCIA ]----
            05 AVA-TIPO           PIC X(01).
           03 AVA-CODDEP         PIC 9(03).
           03 AVA-AVALIADOR      PIC 9(06).
      *----[ NOTAS 1 A 5 NOS CINCO CRITERIOS DO FPP179 ]----
           03 AVA-NOTA           PIC 9(01) OCCURS 5 TIMES.
           03 AVA-MEDIA          PIC 9(01)V99.
      *----[ CONCEITO GERAL 1=INSUFICIENTE ... 5=EXCEPCIONAL ]----
           03 AVA-CONCEITO       PIC 9(01).
      *----[ SO NA EXPERIENCIA: E=EFETIVAR  D=NAO EFETIVAR ]----
           03 AVA-RESULT         PIC X(01).
      *----[ P=PENDENTE  C=CONCLUIDA ]----
           03 AVA-STATUS         PIC X(01).
           03 AVA-DTAVAL         PIC 9(08).
           03 AVA-OBS            PIC X(40).
           03 AVA-OPERADOR       PIC X(08).
           03 AVA-DTULTALT       PIC 9(08).
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
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO7        PIC X(02) VALUE "00".
       01 ST-ERRO8        PIC X(02) VALUE "00".
       01 ST-ERRO9        PIC X(02) VALUE "00".
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP004".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "SM".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 W-ASOADM        PIC X(01) VALUE "N".
      *----[ EXPERIENCIA SO VIRA INDETERMINADO APOS AVALIACAO ]----
       01 W-TPCONTRANT    PIC X(01) VALUE SPACES.
       01 W-AVALEXP       PIC X(01) VALUE "N".
      *----[ JORNAL AFTER-IMAGE DIARIO (FPP112) ]----
       01 W-JRN-PARM.
          03 W-JRN-ARQUIVO   PIC X(10).
       01 W-DTADM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-DTDESL-AMD    PIC 9(08) VALUE ZEROS.
       01 W-DTMIN-AMD     PIC 9(08) VALUE ZEROS.
       01 W-ESTP-PARM.
          03 W-ESTP-OPCAO    PIC X(01).
          03 W-ESTP-CHAPA    PIC 9(06).
          03 W-ESTP-DATA     PIC 9(08).
          03 W-ESTP-AFTIPO   PIC X(01).
          03 W-ESTP-AFINI    PIC 9(08).
          03 W-ESTP-AFRET    PIC 9(08).
          03 W-ESTP-TIPO     PIC X(01).
          03 W-ESTP-DESCR    PIC X(10).
          03 W-ESTP-DTFIM    PIC 9(08).
          03 W-ESTP-RESULT   PIC X(01).
       01 W-MENSEST.
          03 FILLER          PIC X(11) VALUE "* ESTAVEL: ".
          03 W-ME-TIPO       PIC X(10) VALUE SPACES.
          03 FILLER          PIC X(05) VALUE " ATE ".
          03 W-ME-DTFIM      PIC 99/99/9999.
          03 FILLER          PIC X(12) VALUE " - BLOQUEADO".
       01 W-CTRINI-AMD    PIC 9(08) VALUE ZEROS.
       01 W-CTRFIM-AMD    PIC 9(08) VALUE ZEROS.
       01 W-CTRLIM-AMD    PIC 9(08) VALUE ZEROS.
       01 W-BENOK         PIC X(01) VALUE "N".
       01 W-FEROK         PIC X(01) VALUE "N".
       01 W-TEMVINC       PIC X(01) VALUE "N".
       01 W-OCUPADAS      PIC 9(04) VALUE ZEROS.
       01 W-VAGASDEP      PIC 9(04) VALUE ZEROS.
       01 W-DEPALVO       PIC 9(03) VALUE ZEROS.
       01 W-CANREQ        PIC 9(06) VALUE ZEROS.
       01 W-CANSEQ        PIC 9(03) VALUE ZEROS.
       01 W-CANOK         PIC X(01) VALUE "N".
       01 W-HOJEAMD       PIC 9(08) VALUE ZEROS.
       01 W-HOJEAMD-R REDEFINES W-HOJEAMD.
          03 W-HJ-ANO        PIC 9(04).
          03 W-HJ-MES        PIC 9(02).
          03 W-HJ-DIA        PIC 9(02).
       01 W-HOJEDMA.
          03 W-HD-DIA        PIC 9(02).
          03 W-HD-MES        PIC 9(02).
          03 W-HD-ANO        PIC 9(04).
       01 W-REGSAVE       PIC X(400) VALUE SPACES.
       01 W-CHAPASAVE     PIC 9(06) VALUE ZEROS.
       01 TABPESOPIS.
          03 TBPESOPIS PIC 9(01) OCCURS 10 TIMES.
       01 W-FAIXAMIN      PIC 9(07)V99 VALUE ZEROS.
       01 W-FAIXAMAX      PIC 9(07)V99 VALUE ZEROS.
      *----[ HISTORICO SALARIAL (FPP176) ]----
       01 W-SALANT        PIC 9(06)V99 VALUE ZEROS.
       01 W-SALEFET       PIC 9(06)V99 VALUE ZEROS.
       01 W-HSA-PARM.
          03 W-HSA-PROGRAMA  PIC X(08) VALUE "FPP004".
          03 W-HSA-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-HSA-DTVIG     PIC 9(08) VALUE ZEROS.
          03 W-HSA-SALANT    PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-SALNOVO   PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-MOTIVO    PIC X(01) VALUE "M".
          03 W-HSA-DESCR     PIC X(30) VALUE SPACES.
          03 W-HSA-NIVEL     PIC 9(02) VALUE ZEROS.

       01 TABIDENTGENX.
          03 FILLER     PIC X(15) VALUE "MMASCULINO".
           05  LINE 21  COLUMN 01
               VALUE  " SALARIO DIFERENCIADO:".
           05  LINE 21  COLUMN 41
               VALUE  "TIPO CONTR.(E/N/T/A):".
           05  LINE 22  COLUMN 01
               VALUE  " MENSAGEM:".
      *-------------------------FUNCIONARIO-----------------------------
               VALUE  " CPF:".
           05  LINE 13  COLUMN 01
               VALUE  " PIS:".
           05  LINE 15  COLUMN 01
               VALUE  " DEFICIENCIA (PCD):".
           05  LINE 15  COLUMN 24
               VALUE  "0=NAO 1=FISICA 2=AUDITIVA 3=VISUAL".
           05  LINE 16  COLUMN 24
               VALUE  "4=INTELECTUAL 5=MULTIPLA 6=REABILITADO".
           05  LINE 17  COLUMN 01
               VALUE  " DATA DO LAUDO:".
           05  LINE 22  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TTELFUNC
               LINE 13  COLUMN 07  PIC 9(11)
               USING  FUNC-PIS
               HIGHLIGHT.
           05  TPCDTIPO
               LINE 15  COLUMN 21  PIC 9(01)
               USING  PCD-TIPO
               HIGHLIGHT.
           05  TPCDLAUDO
               LINE 17  COLUMN 17  PIC 99/99/9999
               USING  PCD-DTLAUDO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       01  TELACONTR.
           05  BLANK SCREEN.
           05  LINE 01  COLUMN 01
               VALUE  "--------------------------CADASTRO DE FU".
           05  LINE 01  COLUMN 41
               VALUE  "NCIONARIOS - ESTAGIO/APRENDIZ-----------".
           05  LINE 03  COLUMN 01
               VALUE  " INICIO DO ESTAGIO/PROGRAMA   :".
           05  LINE 05  COLUMN 01
               VALUE  " TERMINO (TCE/PROGRAMA)       :".
           05  LINE 07  COLUMN 01
               VALUE  " INSTITUICAO ENSINO/ENTIDADE  :".
           05  LINE 09  COLUMN 01
               VALUE  " CNPJ DA INSTITUICAO          :".
           05  LINE 11  COLUMN 01
               VALUE  " ESTAGIO OBRIGATORIO (O/N)    :".
           05  LINE 13  COLUMN 01
               VALUE  " NIVEL (1=FUND. 2=MEDIO 3=PROFISSIONAL".
           05  LINE 13  COLUMN 40
               VALUE  " 4=SUPERIOR):".
           05  LINE 15  COLUMN 01
               VALUE  " DURACAO MAXIMA: 2 ANOS A PARTIR DO INICIO".
           05  LINE 22  COLUMN 01
               VALUE  " MENSAGEM:".
           05  TCTRDTINI
               LINE 03  COLUMN 33  PIC 99/99/9999
               USING  CTR-DTINI
               HIGHLIGHT.
           05  TCTRDTFIM
               LINE 05  COLUMN 33  PIC 99/99/9999
               USING  CTR-DTFIM
               HIGHLIGHT.
           05  TCTRINSTIT
               LINE 07  COLUMN 33  PIC X(40)
               USING  CTR-INSTIT
               HIGHLIGHT.
           05  TCTRCNPJ
               LINE 09  COLUMN 33  PIC 9(14)
               USING  CTR-CNPJINST
               HIGHLIGHT.
           05  TCTRNATUREZA
               LINE 11  COLUMN 33  PIC X(01)
               USING  CTR-NATUREZA
               HIGHLIGHT.
           05  TCTRNIVEL
               LINE 13  COLUMN 54  PIC 9(01)
               USING  CTR-NIVEL
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
              END-IF
              CLOSE TBPARAM.

       R0J.
           OPEN I-O ARQCONTR
           IF ST-ERRO8 NOT = "00"
              IF ST-ERRO8 = "30"
                 OPEN OUTPUT ARQCONTR
                 CLOSE ARQCONTR
                 OPEN I-O ARQCONTR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCONTR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       R0K.
           OPEN I-O ARQPCD
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT ARQPCD
                 CLOSE ARQPCD
                 OPEN I-O ARQPCD
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPCD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME SEXO IMPRENDA FUNCSTATUS DEPSTATUS
           MOVE ZEROS TO CEP-NUMRES NIVELSALARIAL QTDDEPENDENTES
           MOVE ZEROS TO CHAPA W-SEL DTNASC TPHIERARC
           MOVE ZEROS TO CEPFUNC CODDEP CODIGOCARG SALARIOBASE
           MOVE ZEROS TO DTADM DTDESLIG SALARIOEMP W-SALANT
           MOVE SPACES TO MOTIVODESLIG
           MOVE SPACES TO TELFUNC EMAILFUNC
           MOVE SPACES TO CONTEMERG-NOME CONTEMERG-FONE
           MOVE "N" TO FUNC-TPCONTRATO
           MOVE SPACES TO W-TPCONTRANT
           MOVE "01" TO FUNC-EMPRESA
           MOVE ZEROS TO FUNC-CPF FUNC-PIS
           PERFORM INIC-CONTR THRU INIC-CONTR-FIM
           MOVE ZEROS TO PCD-TIPO PCD-DTLAUDO
           MOVE ZEROS TO W-CANREQ W-CANSEQ

      *-------------[VISUALIZACAO DA TELA PRINCIPAL]--------------------
           DISPLAY  TELAFUNC.
                PERFORM R8
                PERFORM R10
                PERFORM R16
                PERFORM LER-CONTR THRU LER-CONTR-FIM
                PERFORM LER-PCD THRU LER-PCD-FIM
                PERFORM SAL-EFETIVO THRU SAL-EFETIVO-FIM
                MOVE W-SALEFET TO W-SALANT
                MOVE FUNC-TPCONTRATO TO W-TPCONTRANT
                DISPLAY TELAFUNC
                MOVE CHAPA TO W-ACS-CHAPA
                CALL "FPP165" USING W-ACS-PARM
                MOVE "*** FUNCIONARIO JA CADASTRAD0 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ACE-001
                MOVE "*** FUNCIONARIO NAO CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.

      *--[ ADMISSAO DE CANDIDATO APROVADO: DADOS VEM DO FPP182 ]--
      *--[ E DA REQUISICAO (FPP181), SEM REDIGITACAO           ]--
       R2R.
           MOVE ZEROS TO W-CANREQ W-CANSEQ
           DISPLAY (23, 12) "REQUISICAO DE PESSOAL (0=NAO): "
           ACCEPT (23, 44) W-CANREQ
           MOVE SPACES TO MENS
           DISPLAY (23, 12) MENS
           IF W-CANREQ = ZEROS
              GO TO R3.
           DISPLAY (23, 12) "CANDIDATO (SEQUENCIA): "
           ACCEPT (23, 36) W-CANSEQ
           DISPLAY (23, 12) MENS
           PERFORM BUSCAR-CAND THRU BUSCAR-CAND-FIM
           IF W-CANOK NOT = "S"
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2R.
           DISPLAY TELAFUNC.


       R3.
           ACCEPT TNOME.
           ELSE
               DISPLAY TTXTMOTIVODESLIG2.

      *----[ DEMISSAO NAO E ACEITA NO PERIODO DE ESTABILIDADE ]----
       R14B-ESTAB.
           IF MOTIVODESLIG NOT = "D"
              GO TO R14C.
           MOVE "C"          TO W-ESTP-OPCAO
           MOVE CHAPA        TO W-ESTP-CHAPA
           MOVE W-DTDESL-AMD TO W-ESTP-DATA
           CALL "FPP128" USING W-ESTP-PARM
           IF W-ESTP-RESULT NOT = "S"
              GO TO R14C.
           IF W-ESTP-DTFIM = ZEROS
              MOVE "* ESTABILIDADE SEM DATA FIM - DEMISSAO BLOQUEADA"
              TO MENS
           ELSE
              MOVE W-ESTP-DESCR TO W-ME-TIPO
              MOVE W-ESTP-DTFIM TO W-ME-DTFIM
              MOVE W-MENSEST    TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R14B.

       R14C.
           ACCEPT TSALARIOEMP.
           ACCEPT W-ACT FROM ESCAPE KEY
              GO TO R19.

      *--[ TIPO DE CONTRATO: E=EXPERIENCIA (45/90 DIAS)  N=EFETIVO ]--
      *--[ T=ESTAGIO (BOLSA, TCE)  A=APRENDIZ (CLT ART. 428)       ]--
       R19F.
           ACCEPT TTPCONTRATO.
           IF FUNC-TPCONTRATO = "e"
              MOVE "E" TO FUNC-TPCONTRATO.
           IF FUNC-TPCONTRATO = "t"
              MOVE "T" TO FUNC-TPCONTRATO.
           IF FUNC-TPCONTRATO = "a"
              MOVE "A" TO FUNC-TPCONTRATO.
           IF FUNC-TPCONTRATO = "n" OR FUNC-TPCONTRATO = SPACE
              MOVE "N" TO FUNC-TPCONTRATO.
           IF FUNC-TPCONTRATO NOT = "E" AND FUNC-TPCONTRATO NOT = "N"
                 AND FUNC-TPCONTRATO NOT = "T"
                 AND FUNC-TPCONTRATO NOT = "A"
              MOVE "* DIGITE E=EXPER N=EFETIVO T=ESTAGIO A=APRENDIZ *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19F.
           IF W-TPCONTRANT = "E" AND FUNC-TPCONTRATO = "N"
              PERFORM VERIF-AVALEXP THRU VERIF-AVALEXP-FIM
              IF W-AVALEXP NOT = "S"
                 MOVE "* AVALIACAO DE FIM DE EXPERIENCIA PENDENTE *"
                 TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R19F.
           IF FUNC-TPCONTRATO NOT = "T" AND FUNC-TPCONTRATO NOT = "A"
              GO TO R19A.

      *--[ ESTAGIO/APRENDIZAGEM: VIGENCIA E INSTITUICAO (ARQCONTR) ]--
       R19J.
           MOVE FUNC-TPCONTRATO TO CTR-TIPO
           IF CTR-DTINI = ZEROS
              MOVE DTADMISSAO TO CTR-DTINI.
           DISPLAY TELACONTR.
      *--[ INICIO DO 1o TCE/DO PROGRAMA: BASE DO LIMITE DE 2 ANOS ]--
       R19K.
           ACCEPT TCTRDTINI
           MOVE CTR-DTINI TO W-DTV-DATA
           MOVE SPACE TO W-DTV-OPCAO
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE INICIO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19K.
           COMPUTE W-CTRINI-AMD = (CTR-ANOINI * 10000)
                                + (CTR-MESINI * 100) + CTR-DIAINI
           IF W-CTRINI-AMD > W-DTADM-AMD
              MOVE "* INICIO POSTERIOR A DATA DE ADMISSAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19K.
       R19L.
           ACCEPT TCTRDTFIM
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R19K.
           MOVE CTR-DTFIM TO W-DTV-DATA
           MOVE SPACE TO W-DTV-OPCAO
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE TERMINO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19L.
           COMPUTE W-CTRFIM-AMD = (CTR-ANOFIM * 10000)
                                + (CTR-MESFIM * 100) + CTR-DIAFIM
           IF W-CTRFIM-AMD NOT > W-DTADM-AMD
              MOVE "* TERMINO DEVE SER POSTERIOR A ADMISSAO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19L.
      *--[ DURACAO MAXIMA: LEI 11.788 ART. 11 / CLT ART. 428 PAR.3 ]--
           COMPUTE W-CTRLIM-AMD = ((CTR-ANOINI + 2) * 10000)
                                + (CTR-MESINI * 100) + CTR-DIAINI
           IF W-CTRFIM-AMD > W-CTRLIM-AMD
              IF CTR-TIPO = "T"
                 MOVE "* ESTAGIO ACIMA DO LIMITE DE 2 ANOS *" TO MENS
              ELSE
                 MOVE "* APRENDIZAGEM ACIMA DO LIMITE DE 2 ANOS *"
                 TO MENS
              END-IF
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19L.
       R19M.
           ACCEPT TCTRINSTIT
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R19L.
           IF CTR-INSTIT = SPACES
              MOVE "* INFORME A INSTITUICAO DE ENSINO/ENTIDADE *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19M.
       R19N.
           ACCEPT TCTRCNPJ.
           IF CTR-TIPO NOT = "T"
              MOVE SPACE TO CTR-NATUREZA
              MOVE ZEROS TO CTR-NIVEL
              GO TO R19A.
       R19P.
           ACCEPT TCTRNATUREZA
           IF CTR-NATUREZA = "o"
              MOVE "O" TO CTR-NATUREZA.
           IF CTR-NATUREZA = "n"
              MOVE "N" TO CTR-NATUREZA.
           IF CTR-NATUREZA NOT = "O" AND CTR-NATUREZA NOT = "N"
              MOVE "* DIGITE O=OBRIGATORIO N=NAO OBRIGATORIO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19P.
       R19Q.
           ACCEPT TCTRNIVEL
           IF CTR-NIVEL < 1 OR CTR-NIVEL > 4
              MOVE "*** NIVEL INVALIDO (1 A 4) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19Q.
           GO TO R19A.

       R19A.
           DISPLAY TELACONTATO.
       R19H.
           ACCEPT TFUNCPIS.
           IF FUNC-PIS = ZEROS
              GO TO R19S.
           MOVE FUNC-PIS TO W-PIS
           PERFORM VALIDAR-PIS THRU VALIDAR-PIS-FIM
           IF W-DOCOK NOT = "S"
              MOVE "*** PIS INVALIDO (DIGITO VERIFICADOR) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19H.

      *--[ DEFICIENCIA: TIPO E DATA DO LAUDO (ARQPCD) ]--
       R19S.
           ACCEPT TPCDTIPO
           IF PCD-TIPO > 6
              MOVE "*** TIPO DE DEFICIENCIA INVALIDO (0 A 6) ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19S.
           IF PCD-TIPO = ZEROS
              MOVE ZEROS TO PCD-DTLAUDO
              DISPLAY TPCDLAUDO
              GO TO R19U.
       R19T.
           ACCEPT TPCDLAUDO
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R19S.
           MOVE PCD-DTLAUDO TO W-DTV-DATA
           MOVE SPACE TO W-DTV-OPCAO
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DO LAUDO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R19T.

      *--[ APRENDIZ: DE 14 A 24 ANOS INCOMPLETOS NA ADMISSAO, ]--
      *--[ SEM LIMITE DE IDADE PARA PCD (CLT ART. 428 PAR.5)  ]--
       R19U.
           IF FUNC-TPCONTRATO NOT = "A" OR PCD-TIPO NOT = ZEROS
              GO TO R19I.
           COMPUTE W-DTMIN-AMD = ((ANO + 24) * 10000)
                               + (MES * 100) + DIA
           IF W-DTADM-AMD NOT < W-DTMIN-AMD
              MOVE "* APRENDIZ COM 24 ANOS OU MAIS NA ADMISSAO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              DISPLAY TELAFUNC
              GO TO R19F.
       R19I.

      * ------------- VERICAR SE E ALTERACAO -----------------
                ACCEPT FUNC-HRULTALT FROM TIME
                WRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVAR-CONTR THRU GRAVAR-CONTR-FIM
                      PERFORM GRAVAR-PCD THRU GRAVAR-PCD-FIM
                      IF FUNCSTATUS = "D"
                         PERFORM ROT-CASCADE-DEP THRU ROT-CASCADE-FIM
                      END-IF
                      MOVE ZEROS TO W-SALANT
                      MOVE "A" TO W-HSA-MOTIVO
                      MOVE "ADMISSAO" TO W-HSA-DESCR
                      PERFORM GRAVAR-HISSAL THRU GRAVAR-HISSAL-FIM
                      MOVE "I" TO LOG-ACAO
                      PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
                      IF W-CANREQ NOT = ZEROS
                         PERFORM BAIXAR-CAND THRU BAIXAR-CAND-FIM
                      END-IF
                      MOVE "*** DADOS GRAVADOS *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
       EXC-DL1.
                DELETE ARQFUNC RECORD
                IF ST-ERRO = "00"
                   MOVE CHAPA TO CTR-CHAPA
                   DELETE ARQCONTR RECORD
                   MOVE CHAPA TO PCD-CHAPA
                   DELETE ARQPCD RECORD
                   MOVE "E" TO LOG-ACAO
                   PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
                   MOVE "*** REGISTRO DE FUNC. EXCLUIDO ***" TO MENS
                ACCEPT FUNC-HRULTALT FROM TIME
                REWRITE REGFUNC
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVAR-CONTR THRU GRAVAR-CONTR-FIM
                   PERFORM GRAVAR-PCD THRU GRAVAR-PCD-FIM
                   IF FUNCSTATUS = "D"
                      PERFORM ROT-CASCADE-DEP THRU ROT-CASCADE-FIM
                   END-IF
                   MOVE "M" TO W-HSA-MOTIVO
                   MOVE "ALTERACAO NO CADASTRO" TO W-HSA-DESCR
                   PERFORM GRAVAR-HISSAL THRU GRAVAR-HISSAL-FIM
                   MOVE "A" TO LOG-ACAO
                   PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
           GO TO VERIF-VAGAS-RD.
       VERIF-VAGAS-VOLTA.
           MOVE W-REGSAVE TO REGFUNC.
      *----[ VAGAS RESERVADAS POR REQUISICOES APROVADAS EM ABERTO; ]----
      *----[ A DESTA ADMISSAO NAO CONTA, JA QUE SERA PREENCHIDA    ]----
           OPEN INPUT ARQREQ
           IF ST-ERRO9 NOT = "00"
              GO TO VERIF-VAGAS-FIM.
           MOVE ZEROS TO REQ-NUM
           START ARQREQ KEY IS NOT LESS REQ-NUM
               INVALID KEY
               CLOSE ARQREQ
               GO TO VERIF-VAGAS-FIM.
       VERIF-VAGAS-REQ.
           READ ARQREQ NEXT
           IF ST-ERRO9 NOT = "00"
              CLOSE ARQREQ
              GO TO VERIF-VAGAS-FIM.
           IF REQ-STATUS NOT = "A" OR REQ-CODDEP NOT = W-DEPALVO
              GO TO VERIF-VAGAS-REQ.
           IF REQ-QTDVAGAS NOT > REQ-QTDPREENC
              GO TO VERIF-VAGAS-REQ.
           COMPUTE W-OCUPADAS = W-OCUPADAS
                              + REQ-QTDVAGAS - REQ-QTDPREENC
           IF REQ-NUM = W-CANREQ
              SUBTRACT 1 FROM W-OCUPADAS.
           GO TO VERIF-VAGAS-REQ.
       VERIF-VAGAS-FIM.
           EXIT.

      *----[ CANDIDATO APROVADO (FPP182) DE REQUISICAO EM ABERTO ]------
       BUSCAR-CAND.
           MOVE "N" TO W-CANOK
           OPEN INPUT ARQREQ
           IF ST-ERRO9 NOT = "00"
              MOVE "*** ARQUIVO ARQREQ NAO ENCONTRADO ***" TO MENS
              GO TO BUSCAR-CAND-FIM.
           MOVE W-CANREQ TO REQ-NUM
           READ ARQREQ
           IF ST-ERRO9 NOT = "00"
              MOVE "*** REQUISICAO NAO ENCONTRADA ***" TO MENS
              CLOSE ARQREQ
              GO TO BUSCAR-CAND-FIM.
           CLOSE ARQREQ
           IF REQ-STATUS NOT = "A" OR REQ-QTDPREENC NOT < REQ-QTDVAGAS
              MOVE "*** REQUISICAO NAO ESTA EM ABERTO ***" TO MENS
              GO TO BUSCAR-CAND-FIM.
           OPEN INPUT ARQCAND
           IF ST-ERRO9 NOT = "00"
              MOVE "*** ARQUIVO ARQCAND NAO ENCONTRADO ***" TO MENS
              GO TO BUSCAR-CAND-FIM.
           MOVE W-CANREQ TO CAN-REQ
           MOVE W-CANSEQ TO CAN-SEQ
           READ ARQCAND
           IF ST-ERRO9 NOT = "00"
              MOVE "*** CANDIDATO NAO CADASTRADO ***" TO MENS
              CLOSE ARQCAND
              GO TO BUSCAR-CAND-FIM.
           CLOSE ARQCAND
           IF CAN-ETAPA NOT = "A"
              MOVE "* CANDIDATO NAO ESTA APROVADO P/ ADMISSAO *" TO MENS
              GO TO BUSCAR-CAND-FIM.
           MOVE CAN-NOME TO NOME
           MOVE CAN-DATANASC TO DATANASC
           MOVE CAN-SEXO TO SEXO
           MOVE CAN-TELEFONE TO TELFUNC
           MOVE CAN-EMAIL TO EMAILFUNC
           MOVE CAN-CPF TO FUNC-CPF
           MOVE REQ-CODDEP TO CODDEP
           MOVE REQ-CODCARG TO CODIGOCARG
           MOVE REQ-SALOFER TO SALARIOEMP
           MOVE REQ-TPCONTRATO TO FUNC-TPCONTRATO
           MOVE "S" TO W-CANOK.
       BUSCAR-CAND-FIM.
           EXIT.

      *----[ CANDIDATO CONTRATADO E VAGA PREENCHIDA NA REQUISICAO ]-----
       BAIXAR-CAND.
           ACCEPT W-HOJEAMD FROM DATE YYYYMMDD
           MOVE W-HJ-DIA TO W-HD-DIA
           MOVE W-HJ-MES TO W-HD-MES
           MOVE W-HJ-ANO TO W-HD-ANO
           OPEN I-O ARQCAND
           IF ST-ERRO9 NOT = "00"
              GO TO BAIXAR-CAND-REQ.
           MOVE W-CANREQ TO CAN-REQ
           MOVE W-CANSEQ TO CAN-SEQ
           READ ARQCAND
           IF ST-ERRO9 = "00"
              MOVE "C" TO CAN-ETAPA
              MOVE W-HOJEDMA TO CAN-DTETAPA
              MOVE CHAPA TO CAN-CHAPA
              MOVE W-OPERADOR TO CAN-OPERADOR
              MOVE W-HOJEAMD TO CAN-DTULTALT
              REWRITE REGCAND
           END-IF
           CLOSE ARQCAND.
       BAIXAR-CAND-REQ.
           OPEN I-O ARQREQ
           IF ST-ERRO9 NOT = "00"
              GO TO BAIXAR-CAND-FIM.
           MOVE W-CANREQ TO REQ-NUM
           READ ARQREQ
           IF ST-ERRO9 = "00"
              ADD 1 TO REQ-QTDPREENC
              IF REQ-QTDPREENC NOT < REQ-QTDVAGAS
                 MOVE "F" TO REQ-STATUS
              END-IF
              MOVE W-HOJEAMD TO REQ-DTULTALT
              REWRITE REGREQ
           END-IF
           CLOSE ARQREQ.
       BAIXAR-CAND-FIM.
           EXIT.

      *----[ ASO ADMISSIONAL APTO REGISTRADO P/ A CHAPA? ]--------------
       VERIF-ASO.
           MOVE "N" TO W-ASOADM
       VERIF-ASO-FIM.
           EXIT.

      *----[ FIM DE EXPERIENCIA AVALIADO COM RESULTADO EFETIVAR? ]------
       VERIF-AVALEXP.
           MOVE "N" TO W-AVALEXP
           OPEN INPUT ARQAVAL
           IF ST-ERRO9 NOT = "00"
              GO TO VERIF-AVALEXP-FIM.
           MOVE CHAPA TO AVA-CHAPA
           MOVE ZEROS TO AVA-ANO
           MOVE SPACES TO AVA-TIPO
           START ARQAVAL KEY IS NOT LESS AVA-KEY
               INVALID KEY
               CLOSE ARQAVAL
               GO TO VERIF-AVALEXP-FIM.
       VERIF-AVALEXP-RD.
           READ ARQAVAL NEXT
           IF ST-ERRO9 NOT = "00"
              CLOSE ARQAVAL
              GO TO VERIF-AVALEXP-FIM.
           IF AVA-CHAPA NOT = CHAPA
              CLOSE ARQAVAL
              GO TO VERIF-AVALEXP-FIM.
           IF AVA-TIPO = "X" AND AVA-STATUS = "C" AND AVA-RESULT = "E"
              MOVE "S" TO W-AVALEXP
              CLOSE ARQAVAL
              GO TO VERIF-AVALEXP-FIM.
           GO TO VERIF-AVALEXP-RD.
       VERIF-AVALEXP-FIM.
           EXIT.

      *--[ DEPTO DESTINO JA ESTOUROU O ORCAMENTO? COMPARA O BRUTO ]-----
      *--[ DA ULTIMA COMPETENCIA COM O ORCADO DELA (ARQORCA)      ]-----
       VERIF-ORCAM.
       VERIF-VINC-FER-FIM.
           EXIT.

      *----[ DADOS DO ESTAGIO/APRENDIZAGEM DA CHAPA (ARQCONTR) ]--------
       INIC-CONTR.
           MOVE SPACES TO CTR-TIPO CTR-INSTIT CTR-NATUREZA
           MOVE ZEROS TO CTR-DTINI CTR-DTFIM CTR-CNPJINST CTR-NIVEL.
       INIC-CONTR-FIM.
           EXIT.

       LER-CONTR.
           MOVE CHAPA TO CTR-CHAPA
           READ ARQCONTR
           IF ST-ERRO8 NOT = "00"
              PERFORM INIC-CONTR THRU INIC-CONTR-FIM.
       LER-CONTR-FIM.
           EXIT.

       GRAVAR-CONTR.
           MOVE CHAPA           TO CTR-CHAPA
           IF FUNC-TPCONTRATO NOT = "T" AND FUNC-TPCONTRATO NOT = "A"
              DELETE ARQCONTR RECORD
              GO TO GRAVAR-CONTR-FIM.
           MOVE FUNC-TPCONTRATO TO CTR-TIPO
           MOVE W-OPERADOR      TO CTR-OPERADOR
           ACCEPT CTR-DTULTALT FROM DATE YYYYMMDD
           WRITE REGCONTR
           IF ST-ERRO8 = "22"
              REWRITE REGCONTR.
       GRAVAR-CONTR-FIM.
           EXIT.

      *----[ DEFICIENCIA DA CHAPA (ARQPCD): SO GRAVA SE PCD ]-----------
       LER-PCD.
           MOVE CHAPA TO PCD-CHAPA
           READ ARQPCD
           IF ST-ERRO7 NOT = "00"
              MOVE ZEROS TO PCD-TIPO PCD-DTLAUDO.
       LER-PCD-FIM.
           EXIT.

       GRAVAR-PCD.
           MOVE CHAPA TO PCD-CHAPA
           IF PCD-TIPO = ZEROS
              DELETE ARQPCD RECORD
              GO TO GRAVAR-PCD-FIM.
           MOVE W-OPERADOR TO PCD-OPERADOR
           ACCEPT PCD-DTULTALT FROM DATE YYYYMMDD
           WRITE REGPCD
           IF ST-ERRO7 = "22"
              REWRITE REGPCD.
       GRAVAR-PCD-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-CASCADE-DEP.
           MOVE LOW-VALUES TO DEPEN-KEY
                CALL "FPP112" USING W-JRN-PARM.
       GRAVAR-LOG-FIM.
                EXIT.
      *--------[ SALARIO EFETIVO: INFORMADO OU BASE DO CARGO ]---------
       SAL-EFETIVO.
           IF SALARIOEMP NOT = ZEROS
              MOVE SALARIOEMP TO W-SALEFET
              GO TO SAL-EFETIVO-FIM.
           MOVE SALARIOBASE TO W-SALEFET
           IF W-NIVELOK = "S" AND NIVELSALARIAL NOT = ZEROS
              MOVE NIVELSALARIAL TO NIVEL-COD
              READ TBNIVEL
              IF ST-ERRO = "00"
                 COMPUTE W-SALEFET = SALARIOBASE * NIVEL-PERC / 100.
       SAL-EFETIVO-FIM.
           EXIT.
      *--------[ REGISTRA A MUDANCA DE SALARIO NO ARQHISSAL ]-----------
       GRAVAR-HISSAL.
           PERFORM SAL-EFETIVO THRU SAL-EFETIVO-FIM
           MOVE CHAPA     TO W-HSA-CHAPA
           MOVE ZEROS     TO W-HSA-DTVIG
           IF W-HSA-MOTIVO = "A"
              COMPUTE W-HSA-DTVIG = (ANOADM * 10000)
                                  + (MESADM * 100) + DIAADM.
           MOVE W-SALANT  TO W-HSA-SALANT
           MOVE W-SALEFET TO W-HSA-SALNOVO
           CALL "FPP176" USING W-HSA-PARM.
       GRAVAR-HISSAL-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQFUNC ARQCARG ARQDEP CADCEP ARQDEPE ARQLOG
                 ARQCONTR ARQPCD.
           IF W-NIVELOK = "S"
              CLOSE TBNIVEL.
           IF W-BENOK = "S"
              CLOSE ARQBEN.
           IF W-FEROK = "S"
              CLOSE ARQFER.
           MOVE "F" TO W-ESTP-OPCAO
           CALL "FPP128" USING W-ESTP-PARM.
           EXIT PROGRAM.

      *---------[ ROTINA DE MENSAGEM ]---------------------
