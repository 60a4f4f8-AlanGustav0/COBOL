       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP129.
      ********************************************************
      * REGISTRO DE ACIDENTES DO TRABALHO (CAT) - ARQACID     *
      * UM REGISTRO POR CHAPA, DATA E HORA DO ACIDENTE        *
      * COM AFASTAMENTO GERA/ATUALIZA O ARQAFAST (TIPO A) E   *
      * A ESTABILIDADE PELA ROTINA FPP128                     *
      * O EVENTO S-2210 DO ESOCIAL E GERADO PELO FPP130 E O   *
      * RELATORIO DE TAXAS POR DEPARTAMENTO PELO FPP131       *
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

           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFAST-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ TIPO: T=TIPICO D=DOENCA OCUPACIONAL J=TRAJETO          ]--
      *----[ LOCAL: 1=EMPREGADOR 2=TERCEIRO 3=VIA PUBLICA 4=RURAL   ]--
      *----[        9=OUTRO    LADO: E=ESQ. D=DIR. A=AMBOS N=N/APL. ]--
      *----[ DTESOC (AAAAMMDD): GERACAO DO S-2210 (ZEROS=PENDENTE)  ]--
      *----[ RETIF S: ALTERADO DEPOIS DE GERADO, SAI COMO RETIFIC.  ]--
       FD ARQACID
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQACID.DAT".
       01 REGACID.
           03 ACID-KEY.
            05 ACID-CHAPA         PIC 9(06).
            05 ACID-DATA          PIC 9(08).
            05 ACID-HORA          PIC 9(04).
            05 ACID-HORAX REDEFINES ACID-HORA.
             07 ACID-HH            PIC 9(02).
             07 ACID-MM            PIC 9(02).
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
           03 ACID-DTAFASTX REDEFINES ACID-DTAFAST.
            05 ACID-DIAAFA        PIC 9(02).
            05 ACID-MESAFA        PIC 9(02).
            05 ACID-ANOAFA        PIC 9(04).
           03 ACID-DTRET         PIC 9(08).
           03 ACID-DTRETX REDEFINES ACID-DTRET.
            05 ACID-DIARET        PIC 9(02).
            05 ACID-MESRET        PIC 9(02).
            05 ACID-ANORET        PIC 9(04).
           03 ACID-DTESOC        PIC 9(08).
           03 ACID-DTESOCX REDEFINES ACID-DTESOC.
            05 ACID-ANOESOC       PIC 9(04).
            05 ACID-MESESOC       PIC 9(02).
            05 ACID-DIAESOC       PIC 9(02).
           03 ACID-RETIF         PIC X(01).
           03 ACID-OPERADOR      PIC X(08).
           03 ACID-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQAFAST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFAST-KEY.
            05 AFAST-CHAPA        PIC 9(06).
            05 AFAST-INI          PIC 9(08).
           03 AFAST-NOME         PIC X(30).
           03 AFAST-TIPO         PIC X(01).
           03 AFAST-DTINI        PIC 9(08).
           03 AFAST-DTRET        PIC 9(08).
           03 AFAST-STATUS       PIC X(01).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP129".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "M".
          03 W-ACS-MEIO      PIC X(01) VALUE "C".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-AFAOK         PIC X(01) VALUE "N".
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-ACIDAMD       PIC 9(08) VALUE ZEROS.
       01 W-AFAAMD        PIC 9(08) VALUE ZEROS.
       01 W-RETAMD        PIC 9(08) VALUE ZEROS.
       01 W-SITESOC       PIC X(30) VALUE SPACES.
       01 W-SITGER.
          03 FILLER          PIC X(10) VALUE "GERADO EM ".
          03 W-SG-DIA        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-SG-MES        PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-SG-ANO        PIC 9(04).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).
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

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAACID.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*********************REGISTRO DE ACIDENT".
           05  LINE 02  COLUMN 41
               VALUE  "ES DO TRABALHO (CAT)*******************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 06  COLUMN 01
               VALUE  "  DATA DO ACIDENTE (DD/MM/AAAA):".
           05  LINE 06  COLUMN 47
               VALUE  "HORA (HHMM):".
           05  LINE 07  COLUMN 01
               VALUE  "  TIPO (T=TIPICO D=DOENCA OCUPACIONAL J=".
           05  LINE 07  COLUMN 41
               VALUE  "TRAJETO):".
           05  LINE 08  COLUMN 01
               VALUE  "  LOCAL (1=EMPREGADOR 2=TERCEIRO 3=VIA ".
           05  LINE 08  COLUMN 41
               VALUE  "PUBLICA 4=AREA RURAL 9=OUTRO):".
           05  LINE 09  COLUMN 01
               VALUE  "  DESCRICAO DO LOCAL:".
           05  LINE 10  COLUMN 01
               VALUE  "  PARTE DO CORPO ATINGIDA:".
           05  LINE 10  COLUMN 60
               VALUE  "LADO (E/D/A/N):".
           05  LINE 11  COLUMN 01
               VALUE  "  AGENTE CAUSADOR/DESCRICAO:".
           05  LINE 12  COLUMN 01
               VALUE  "  TESTEMUNHA 1:".
           05  LINE 13  COLUMN 01
               VALUE  "  TESTEMUNHA 2:".
           05  LINE 14  COLUMN 01
               VALUE  "  OBITO (S/N):".
           05  LINE 15  COLUMN 01
               VALUE  "  HOUVE AFASTAMENTO (S/N):".
           05  LINE 15  COLUMN 32
               VALUE  "INICIO DO AFASTAMENTO:".
           05  LINE 16  COLUMN 01
               VALUE  "  PREVISAO DE RETORNO (0=INDEFINIDA):".
           05  LINE 17  COLUMN 01
               VALUE  "  EVENTO S-2210:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

           05  TW-CHAPA
               LINE 04  COLUMN 24  PIC 9(06)
               USING  W-CHAPAENTR
               REVERSE-VIDEO.
           05  TNOME
               LINE 04  COLUMN 45  PIC X(30)
               USING  NOME
               HIGHLIGHT.
           05  TACID-DTACID
               LINE 06  COLUMN 34  PIC 99/99/9999
               USING  ACID-DTACIDX
               REVERSE-VIDEO.
           05  TACID-HORA
               LINE 06  COLUMN 60  PIC 9(04)
               USING  ACID-HORA
               REVERSE-VIDEO.
           05  TACID-TIPO
               LINE 07  COLUMN 51  PIC X(01)
               USING  ACID-TIPO
               HIGHLIGHT.
           05  TACID-TPLOCAL
               LINE 08  COLUMN 72  PIC 9(01)
               USING  ACID-TPLOCAL
               HIGHLIGHT.
           05  TACID-LOCAL
               LINE 09  COLUMN 23  PIC X(40)
               USING  ACID-LOCAL
               HIGHLIGHT.
           05  TACID-PARTE
               LINE 10  COLUMN 28  PIC X(30)
               USING  ACID-PARTE
               HIGHLIGHT.
           05  TACID-LATERAL
               LINE 10  COLUMN 76  PIC X(01)
               USING  ACID-LATERAL
               HIGHLIGHT.
           05  TACID-AGENTE
               LINE 11  COLUMN 30  PIC X(40)
               USING  ACID-AGENTE
               HIGHLIGHT.
           05  TACID-TESTEM1
               LINE 12  COLUMN 17  PIC X(30)
               USING  ACID-TESTEM1
               HIGHLIGHT.
           05  TACID-TESTEM2
               LINE 13  COLUMN 17  PIC X(30)
               USING  ACID-TESTEM2
               HIGHLIGHT.
           05  TACID-OBITO
               LINE 14  COLUMN 16  PIC X(01)
               USING  ACID-OBITO
               HIGHLIGHT.
           05  TACID-AFAST
               LINE 15  COLUMN 28  PIC X(01)
               USING  ACID-AFAST
               HIGHLIGHT.
           05  TACID-DTAFAST
               LINE 15  COLUMN 55  PIC 99/99/9999
               USING  ACID-DTAFASTX
               HIGHLIGHT.
           05  TACID-DTRET
               LINE 16  COLUMN 39  PIC 99/99/9999
               USING  ACID-DTRETX
               HIGHLIGHT.
           05  TW-SITESOC
               LINE 17  COLUMN 18  PIC X(30)
               FROM   W-SITESOC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQACID
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQACID
                 CLOSE ARQACID
                 OPEN I-O ARQACID
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQACID" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQACID
              GO TO ROT-FIM2.
      *----[ SEM O ARQAFAST O ACIDENTE E GRAVADO SEM GERAR AFASTAMENTO ]
           MOVE "N" TO W-AFAOK
           OPEN I-O ARQAFAST
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-AFAOK.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME ACID-TIPO ACID-LOCAL ACID-PARTE
           MOVE SPACES TO ACID-LATERAL ACID-AGENTE ACID-TESTEM1
           MOVE SPACES TO ACID-TESTEM2 ACID-OBITO ACID-AFAST
           MOVE SPACES TO ACID-RETIF W-SITESOC
           MOVE ZEROS TO W-CHAPAENTR ACID-CHAPA ACID-DATA ACID-HORA
           MOVE ZEROS TO ACID-DTACID ACID-TPLOCAL ACID-DTAFAST
           MOVE ZEROS TO ACID-DTRET ACID-DTESOC W-SEL
           DISPLAY TELAACID.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAACID
                   GO TO R2.
           IF W-CHAPAENTR < 1
                 MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CHAPAENTR TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
               MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***"
               TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           DISPLAY TNOME.

       R3.
           MOVE ZEROS TO ACID-DTACID
           ACCEPT TACID-DTACID.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE ACID-DTACID TO W-DTV-DATA
           MOVE "F"         TO W-DTV-OPCAO
           MOVE SPACES      TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA INVALIDA OU FUTURA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           COMPUTE W-ACIDAMD = (ACID-ANOACID * 10000)
                             + (ACID-MESACID * 100) + ACID-DIAACID.

       R3A.
           ACCEPT TACID-HORA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3.
           IF ACID-HH > 23 OR ACID-MM > 59
              MOVE "*** HORA INVALIDA (HHMM) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3A.
           MOVE W-CHAPAENTR TO ACID-CHAPA
           MOVE W-ACIDAMD   TO ACID-DATA.

       LER-ARQACID.
           READ ARQACID
           IF ST-ERRO = "00"
              PERFORM MOSTRAR-SIT THRU MOSTRAR-SIT-FIM
              DISPLAY TELAACID
              MOVE ACID-CHAPA TO W-ACS-CHAPA
              MOVE ACID-DATA  TO W-ACS-REF
              CALL "FPP165" USING W-ACS-PARM
              MOVE "*** ACIDENTE JA CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQACID" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO ACID-OBITO ACID-AFAST
           MOVE "N" TO ACID-LATERAL
           MOVE 1   TO ACID-TPLOCAL
           PERFORM MOSTRAR-SIT THRU MOSTRAR-SIT-FIM
           DISPLAY TELAACID.

       R4.
           ACCEPT TACID-TIPO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R3A.
           IF ACID-TIPO NOT = "T" AND ACID-TIPO NOT = "D"
                 AND ACID-TIPO NOT = "J"
              MOVE "* DIGITE T=TIPICO D=DOENCA J=TRAJETO *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       R5.
           ACCEPT TACID-TPLOCAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ACID-TPLOCAL = ZEROS OR
                 (ACID-TPLOCAL > 4 AND ACID-TPLOCAL NOT = 9)
              MOVE "*** LOCAL INVALIDO (1/2/3/4/9) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TACID-LOCAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           IF ACID-LOCAL = SPACES
              MOVE "*** INFORME A DESCRICAO DO LOCAL ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.

       R7.
           ACCEPT TACID-PARTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R6.
           IF ACID-PARTE = SPACES
              MOVE "*** INFORME A PARTE DO CORPO ATINGIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.

       R8.
           ACCEPT TACID-LATERAL.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R7.
           IF ACID-LATERAL NOT = "E" AND ACID-LATERAL NOT = "D"
                 AND ACID-LATERAL NOT = "A" AND ACID-LATERAL NOT = "N"
              MOVE "* LADO: E=ESQ. D=DIR. A=AMBOS N=NAO SE APLICA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R8.

       R9.
           ACCEPT TACID-AGENTE.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R8.
           IF ACID-AGENTE = SPACES
              MOVE "*** INFORME O AGENTE CAUSADOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R9.

       R10.
           ACCEPT TACID-TESTEM1.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R9.

       R11.
           ACCEPT TACID-TESTEM2.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R10.

       R12.
           ACCEPT TACID-OBITO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R11.
           IF ACID-OBITO NOT = "S" AND ACID-OBITO NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R12.

       R13.
           ACCEPT TACID-AFAST.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R12.
           IF ACID-AFAST NOT = "S" AND ACID-AFAST NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R13.
           IF ACID-AFAST = "N"
              MOVE ZEROS TO ACID-DTAFAST ACID-DTRET
              DISPLAY TACID-DTAFAST TACID-DTRET
              GO TO R16.

      *----[ O AFASTAMENTO NAO COMECA ANTES DO ACIDENTE ]----
       R14.
           ACCEPT TACID-DTAFAST.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R13.
           MOVE ACID-DTAFAST TO W-DTV-DATA
           MOVE SPACES       TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE AFASTAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.
           COMPUTE W-AFAAMD = (ACID-ANOAFA * 10000)
                            + (ACID-MESAFA * 100) + ACID-DIAAFA
           IF W-AFAAMD < W-ACIDAMD
              MOVE "*** AFASTAMENTO ANTERIOR AO ACIDENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R14.

       R15.
           ACCEPT TACID-DTRET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R14.
           IF ACID-DTRET = ZEROS
              GO TO R16.
           MOVE ACID-DTRET TO W-DTV-DATA
           MOVE SPACES     TO W-DTV-OPCAO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DE RETORNO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R15.
           COMPUTE W-RETAMD = (ACID-ANORET * 10000)
                            + (ACID-MESRET * 100) + ACID-DIARET
           IF W-RETAMD < W-AFAAMD
              MOVE "*** RETORNO ANTERIOR AO AFASTAMENTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R15.

       R16.
      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 40) "DADOS OK (S/N) : ".
                ACCEPT (20, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE ZEROS        TO ACID-DTESOC
           MOVE "N"          TO ACID-RETIF
           MOVE W-OPERADOR   TO ACID-OPERADOR
           ACCEPT ACID-DTULTALT FROM DATE YYYYMMDD
           WRITE REGACID
           IF ST-ERRO = "00" OR "02"
               MOVE "*** ACIDENTE GRAVADO *** " TO MENS
               PERFORM GERAR-AFAST THRU GERAR-AFAST-FIM
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R1.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQACID" TO MENS
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
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      COMPUTE W-AFAAMD = (ACID-ANOAFA * 10000)
                                 + (ACID-MESAFA * 100) + ACID-DIAAFA
                      GO TO R4.
      *
      *----[ S-2210 JA GERADO: A EXCLUSAO NAO E ACEITA ]----
       EXC-OPC.
                IF ACID-DTESOC NOT = ZEROS
                   MOVE "* S-2210 JA GERADO - EXCLUSAO NAO PERMITIDA *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                DISPLAY (20, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQACID RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ACIDENTE EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
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
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
      *----[ JA GERADO: VOLTA P/ O FPP130 COMO RETIFICACAO ]----
                IF ACID-DTESOC NOT = ZEROS
                   MOVE "S"   TO ACID-RETIF
                   MOVE ZEROS TO ACID-DTESOC.
                MOVE W-OPERADOR TO ACID-OPERADOR
                ACCEPT ACID-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGACID
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ACIDENTE ALTERADO ***" TO MENS
                   PERFORM GERAR-AFAST THRU GERAR-AFAST-FIM
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO REGISTRO DE ACIDENTE"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ SITUACAO DO EVENTO S-2210 DO ACIDENTE ]----
       MOSTRAR-SIT.
           MOVE "PENDENTE DE GERACAO" TO W-SITESOC
           IF ACID-RETIF = "S"
              MOVE "PENDENTE (RETIFICACAO)" TO W-SITESOC.
           IF ACID-DTESOC = ZEROS
              GO TO MOSTRAR-SIT-FIM.
           MOVE ACID-DIAESOC TO W-SG-DIA
           MOVE ACID-MESESOC TO W-SG-MES
           MOVE ACID-ANOESOC TO W-SG-ANO
           MOVE W-SITGER     TO W-SITESOC.
       MOSTRAR-SIT-FIM.
           EXIT.

      *----[ COM AFASTAMENTO: GERA/ATUALIZA O ARQAFAST (TIPO A) ]------
      *----[ UM AFASTAMENTO DE OUTRO TIPO NA DATA NAO E TOCADO   ]------
       GERAR-AFAST.
           IF ACID-AFAST NOT = "S"
              GO TO GERAR-AFAST-FIM.
           IF W-AFAOK NOT = "S"
              MOVE "* ACIDENTE GRAVADO - ARQAFAST NAO DISPONIVEL *"
              TO MENS
              GO TO GERAR-AFAST-FIM.
           MOVE ACID-CHAPA TO AFAST-CHAPA
           MOVE W-AFAAMD   TO AFAST-INI
           READ ARQAFAST
           IF ST-ERRO2 = "00"
              GO TO GERAR-AFAST-ALT.
           MOVE NOME         TO AFAST-NOME
           MOVE "A"          TO AFAST-TIPO AFAST-STATUS
           MOVE ACID-DTAFAST TO AFAST-DTINI
           MOVE ACID-DTRET   TO AFAST-DTRET
           WRITE REGAFAST
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "* ACIDENTE GRAVADO - ERRO GRAVANDO ARQAFAST *"
              TO MENS
              GO TO GERAR-AFAST-FIM.
           MOVE "* ACIDENTE GRAVADO - AFASTAMENTO GERADO *" TO MENS
           GO TO GERAR-AFAST-ESTAB.
       GERAR-AFAST-ALT.
           IF AFAST-TIPO NOT = "A"
              MOVE "* JA EXISTE AFASTAMENTO DE OUTRO TIPO NA DATA *"
              TO MENS
              GO TO GERAR-AFAST-FIM.
           MOVE ACID-DTRET TO AFAST-DTRET
           REWRITE REGAFAST
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              MOVE "* ACIDENTE GRAVADO - ERRO GRAVANDO ARQAFAST *"
              TO MENS
              GO TO GERAR-AFAST-FIM.
           MOVE "* ACIDENTE GRAVADO - AFASTAMENTO ATUALIZADO *" TO MENS.
       GERAR-AFAST-ESTAB.
           MOVE "G"          TO W-ESTP-OPCAO
           MOVE AFAST-CHAPA  TO W-ESTP-CHAPA
           MOVE AFAST-TIPO   TO W-ESTP-AFTIPO
           MOVE AFAST-DTINI  TO W-ESTP-AFINI
           MOVE AFAST-DTRET  TO W-ESTP-AFRET
           CALL "FPP128" USING W-ESTP-PARM
           IF W-ESTP-RESULT = "S"
              MOVE "* ACIDENTE GRAVADO - ESTABILIDADE ATUALIZADA *"
              TO MENS.
       GERAR-AFAST-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQACID ARQFUNC.
           IF W-AFAOK = "S"
              CLOSE ARQAFAST.
           MOVE "F" TO W-ESTP-OPCAO
           CALL "FPP128" USING W-ESTP-PARM.
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
       FIM-ROT-ACID.
