       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP150.
      ********************************************************
      * AUXILIO-CRECHE - RECIBOS MENSAIS (ARQCRECHE)          *
      * UM RECIBO POR CHAPA, COMPETENCIA E DEPENDENTE. SO     *
      * FILHO(A)/ENTEADO(A) DO ARQDEPE ANTES DO MES EM QUE    *
      * COMPLETA 6 ANOS. O FPP015 PAGA O MENOR ENTRE O RECIBO *
      * E O TETO POR FILHO DA TBTAX (CODIGO C01), SEM         *
      * INCIDENCIA DE INSS/IRRF/FGTS                          *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CRE-KEY
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQDEPE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPEN-KEY
                      ALTERNATE RECORD KEY IS DEPEN-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.

           SELECT TBTAX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TBTAX-KEY
                      ALTERNATE RECORD KEY IS TBTAX-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO3.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FECHA-COMPET
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ CRE-COMPET EM AAAAMM, CRE-DTINC EM AAAAMMDD ]----
       FD ARQCRECHE
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
          03 CRE-KEY.
           05 CRE-CHAPA                PIC 9(06).
           05 CRE-COMPET               PIC 9(06).
           05 CRE-DEPSEQ               PIC 9(01).
          03 CRE-DEPNOME               PIC X(30).
          03 CRE-COMPROV               PIC X(20).
          03 CRE-VALOR                 PIC 9(06)V99.
          03 CRE-OPERADOR              PIC X(08).
          03 CRE-DTINC                 PIC 9(08).
          03 CRE-HRINC                 PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 FUNC-RESTO        PIC X(218).
           03 FUNC-RESTO2 REDEFINES FUNC-RESTO.
            05 FILLER             PIC X(15).
            05 FUNCSTATUS         PIC X(01).
            05 FILLER             PIC X(202).
      *-----------------------------------------------------------------
       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 TPGRAU             PIC 9(01).
           03 DEPEN-KEY.
            05 DEPEN-SEQ          PIC 9(01).
            05 DEPEN-CHAPA        PIC 9(06).
           03 DEPEN-NOME         PIC X(30).
           03 DEPEN-DATANASC           PIC 9(08).
           03 DTNASCIMENTO REDEFINES DEPEN-DATANASC.
            05 DEPEN-DIA                 PIC 9(02).
            05 DEPEN-MES                 PIC 9(02).
            05 DEPEN-ANO                 PIC 9(04).
           03 DEPEN-SEXO        PIC X(01).
           03 DEPEN-INSS        PIC X(01).
           03 DEPEN-IMPRENDA    PIC X(01).
           03 DEPEN-STATUS      PIC X(20).
           03 DEPE-OPERADOR      PIC X(08).
           03 DEPE-DTULTALT      PIC 9(08).
           03 DEPE-HRULTALT      PIC 9(06).
           03 DEPEN-CPF          PIC 9(11).
      *-----------------------------------------------------------------
       FD TBTAX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBTAX.DAT".
       01 REGTAX.
          03 TBTAX-KEY.
             05 TBTAX-COD              PIC X(03).
             05 TBTAX-VIGENCIA         PIC 9(08).
          03 TBTAX-DESC                PIC X(30).
          03 TBTAX-LIMITE              PIC 9(06)V99.
          03 TBTAX-ALIQUOTA            PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD ARQFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECHA.DAT".
       01 REGFECHA.
          03 FECHA-COMPET              PIC 9(06).
          03 FECHA-STATUS              PIC X(01).
          03 FECHA-DATA                PIC 9(08).
          03 FECHA-HORA                PIC 9(06).
          03 FECHA-OPERADOR            PIC X(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-NOME          PIC X(30) VALUE SPACES.
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-TAXOK         PIC X(01) VALUE "N".
       01 W-FECHAOK       PIC X(01) VALUE "N".
       01 W-FECHADA       PIC X(01) VALUE "N".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-MESCOMP       PIC 9(06) VALUE ZEROS.
       01 W-MESLIM        PIC 9(06) VALUE ZEROS.
       01 W-TAXDATA       PIC 9(08) VALUE ZEROS.
       01 W-TETO          PIC 9(06)V99 VALUE ZEROS.
       01 W-REEMB         PIC 9(06)V99 VALUE ZEROS.
       01 W-DTNASC        PIC 9(08) VALUE ZEROS.
       01 W-GRAU          PIC X(12) VALUE SPACES.
      *----[ IDADE LIMITE DO AUXILIO-CRECHE (ACORDO COLETIVO) ]----
       01 W-IDADELIM      PIC 9(02) VALUE 6.

       SCREEN SECTION.

       01  TELACRECHE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "************************ AUXILIO-CRECHE".
           05  LINE 02  COLUMN 41
               VALUE  " - RECIBOS ******************************".
           05  LINE 03  COLUMN 01
               VALUE  "----------------------------------------".
           05  LINE 03  COLUMN 41
               VALUE  "----------------------------------------".
           05  LINE 05  COLUMN 02
               VALUE  "CHAPA: ".
           05  LINE 07  COLUMN 02
               VALUE  "COMPETENCIA (MM/AAAA): ".
           05  LINE 09  COLUMN 02
               VALUE  "DEPENDENTE (SEQ): ".
           05  LINE 10  COLUMN 02
               VALUE  "NASCIMENTO: ".
           05  LINE 10  COLUMN 30
               VALUE  "PARENTESCO: ".
           05  LINE 12  COLUMN 02
               VALUE  "COMPROVANTE: ".
           05  LINE 13  COLUMN 02
               VALUE  "VALOR DO RECIBO: ".
           05  LINE 15  COLUMN 02
               VALUE  "TETO POR FILHO (C01): ".
           05  LINE 16  COLUMN 02
               VALUE  "VALOR A REEMBOLSAR: ".
           05  LINE 18  COLUMN 02
               VALUE  "LANCADO POR: ".
           05  LINE 18  COLUMN 30
               VALUE  "EM: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

           05  TCRE-CHAPA
               LINE 05  COLUMN 09  PIC 9(06)
               USING  CRE-CHAPA
               REVERSE-VIDEO.
           05  TW-NOME
               LINE 05  COLUMN 17  PIC X(30)
               USING  W-NOME
               HIGHLIGHT.
           05  TW-COMPET
               LINE 07  COLUMN 25  PIC 99/9999
               USING  W-COMPENTR
               REVERSE-VIDEO.
           05  TCRE-DEPSEQ
               LINE 09  COLUMN 20  PIC 9(01)
               USING  CRE-DEPSEQ
               REVERSE-VIDEO.
           05  TCRE-DEPNOME
               LINE 09  COLUMN 23  PIC X(30)
               USING  CRE-DEPNOME
               HIGHLIGHT.
           05  TW-DTNASC
               LINE 10  COLUMN 14  PIC 99/99/9999
               USING  W-DTNASC
               HIGHLIGHT.
           05  TW-GRAU
               LINE 10  COLUMN 42  PIC X(12)
               USING  W-GRAU
               HIGHLIGHT.
           05  TCRE-COMPROV
               LINE 12  COLUMN 15  PIC X(20)
               USING  CRE-COMPROV
               HIGHLIGHT.
           05  TCRE-VALOR
               LINE 13  COLUMN 19  PIC ZZZ.ZZ9,99
               USING  CRE-VALOR
               HIGHLIGHT.
           05  TW-TETO
               LINE 15  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-TETO
               HIGHLIGHT.
           05  TW-REEMB
               LINE 16  COLUMN 24  PIC ZZZ.ZZ9,99
               USING  W-REEMB
               HIGHLIGHT.
           05  TCRE-OPERADOR
               LINE 18  COLUMN 15  PIC X(08)
               USING  CRE-OPERADOR
               HIGHLIGHT.
           05  TCRE-DTINC
               LINE 18  COLUMN 34  PIC 9999/99/99
               USING  CRE-DTINC
               HIGHLIGHT.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQCRECHE
           IF ST-ERRO = "30"
              OPEN OUTPUT ARQCRECHE
              CLOSE ARQCRECHE
              OPEN I-O ARQCRECHE.
           IF ST-ERRO NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQCRECHE" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCRECHE
              GO TO ROT-FIM2.
           OPEN INPUT ARQDEPE
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQDEPE NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQCRECHE ARQFUNC
              GO TO ROT-FIM2.
           MOVE "N" TO W-TAXOK
           OPEN INPUT TBTAX
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-TAXOK.
           MOVE "N" TO W-FECHAOK
           OPEN INPUT ARQFECHA
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-FECHAOK.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           INITIALIZE REGCRECHE
           MOVE SPACES TO W-NOME W-GRAU
           MOVE ZEROS TO W-SEL W-COMPENTR W-DTNASC W-TETO W-REEMB
           DISPLAY TELACRECHE.

       R2.
           ACCEPT TCRE-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO ROT-FIM.
           IF CRE-CHAPA < 1
              MOVE "*** CHAPA NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE CRE-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE NOME TO W-NOME
           DISPLAY TW-NOME.

       R3.
           ACCEPT TW-COMPET.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R1.
           IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                 OR W-COMPENTR-ANO < 2000
              MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           COMPUTE CRE-COMPET = W-COMPENTR-ANO * 100 + W-COMPENTR-MES
           PERFORM VERIF-FECHA THRU VERIF-FECHA-FIM
           PERFORM BUSCAR-TETO THRU BUSCAR-TETO-FIM
           DISPLAY TW-TETO.

       R4.
           ACCEPT TCRE-DEPSEQ.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           PERFORM LER-DEPE THRU LER-DEPE-FIM
           IF ST-ERRO3 NOT = "00"
              MOVE "*** DEPENDENTE NAO CADASTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.

       LER-ARQCRECHE.
           READ ARQCRECHE WITH LOCK
           IF ST-ERRO = "99"
              MOVE "* REGISTRO EM USO POR OUTRO OPERADOR *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM CALC-REEMB THRU CALC-REEMB-FIM
                DISPLAY TELACRECHE
                IF W-FECHADA = "S"
                   MOVE "* COMPETENCIA FECHADA - SO CONSULTA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1
                ELSE
                   MOVE "*** RECIBO JA LANCADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQCRECHE" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM
           ELSE
                MOVE "*** RECIBO NAO LANCADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM.
           IF W-FECHADA = "S"
              MOVE "* COMPETENCIA JA FECHADA - SEM LANCAMENTO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *----[ ELEGIVEL: FILHO(A)/ENTEADO(A) ANTES DO MES DOS 6 ANOS ]----
           IF TPGRAU NOT = 2 AND TPGRAU NOT = 3
              MOVE "* SO FILHO(A) OU ENTEADO(A) TEM AUXILIO-CRECHE *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF DEPEN-STATUS(1:1) = "X"
              MOVE "*** DEPENDENTE INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           COMPUTE W-MESCOMP = W-COMPENTR-ANO * 12 + W-COMPENTR-MES
           COMPUTE W-MESLIM = (DEPEN-ANO + W-IDADELIM) * 12 + DEPEN-MES
           IF W-MESCOMP NOT < W-MESLIM
              MOVE "* DEPENDENTE ACIMA DA IDADE LIMITE NA COMPET. *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           IF W-TETO = ZEROS
              MOVE "* TETO C01 SEM VIGENCIA - RECIBO NAO SERA PAGO *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R5.
           ACCEPT TCRE-COMPROV.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R4.
           IF CRE-COMPROV = SPACES
              MOVE "*** INFORME O NUMERO DO COMPROVANTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TCRE-VALOR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R5.
           IF CRE-VALOR = ZEROS
              MOVE "*** INFORME O VALOR DO RECIBO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           PERFORM CALC-REEMB THRU CALC-REEMB-FIM
           DISPLAY TW-REEMB
           MOVE W-OPERADOR TO CRE-OPERADOR
           ACCEPT CRE-DTINC FROM DATE YYYYMMDD
           ACCEPT W-HORA FROM TIME
           MOVE W-HORA(1:6) TO CRE-HRINC.

      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (23, 40) "DADOS OK (S/N) : ".
                ACCEPT (23, 57) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** DADOS RECUSADOS PELO OPERADOR ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
                WRITE REGCRECHE
                IF ST-ERRO = "00" OR "02"
                      MOVE "*** RECIBO GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
                IF ST-ERRO = "22"
                  MOVE "* RECIBO JA EXISTE, DADOS NAO GRAVADOS *"
                  TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1
                ELSE
                      MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCRECHE"
                      TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
      *
      *****************************************
      * ROTINA DE CONSULTA/ALTERACAO/EXCLUSAO *
      *****************************************
      *
       ACE-001.
                DISPLAY (23, 12)
                     "N=NOVO RECIBO   A=ALTERAR   E=EXCLUIR"
                ACCEPT (23, 55) W-OPCAO
                IF W-OPCAO NOT = "N" AND W-OPCAO NOT = "A"
                    AND W-OPCAO NOT = "E"
                    GO TO ACE-001.
                MOVE SPACES TO MENS
                DISPLAY (23, 12) MENS
                IF W-OPCAO = "N"
                   GO TO R1
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R5.
      *
       EXC-OPC.
                DISPLAY (23, 40) "EXCLUIR   (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQCRECHE RECORD
                IF ST-ERRO = "00"
                   MOVE "*** RECIBO EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
       ALT-OPC.
                DISPLAY (23, 40) "ALTERAR  (S/N) : ".
                ACCEPT (23, 57) W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                REWRITE REGCRECHE
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA ALTERACAO DO RECIBO."
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ DEPENDENTE DA CHAPA PELA SEQUENCIA DO ARQDEPE ]----
       LER-DEPE.
           MOVE CRE-DEPSEQ TO DEPEN-SEQ
           MOVE CRE-CHAPA  TO DEPEN-CHAPA
           READ ARQDEPE
           IF ST-ERRO3 NOT = "00"
              GO TO LER-DEPE-FIM.
           MOVE DEPEN-NOME     TO CRE-DEPNOME
           MOVE DEPEN-DATANASC TO W-DTNASC
           IF TPGRAU = 2
              MOVE "FILHO(A)" TO W-GRAU
           ELSE
              IF TPGRAU = 3
                 MOVE "ENTEADO(A)" TO W-GRAU
              ELSE
                 MOVE "OUTRO GRAU" TO W-GRAU.
           DISPLAY TCRE-DEPNOME TW-DTNASC TW-GRAU.
       LER-DEPE-FIM.
           EXIT.

      *----[ TETO C01 VIGENTE NA COMPETENCIA (MESMA BUSCA DO FPP015) ]--
       BUSCAR-TETO.
           MOVE ZEROS TO W-TETO
           IF W-TAXOK NOT = "S"
              GO TO BUSCAR-TETO-FIM.
           COMPUTE W-TAXDATA = (CRE-COMPET * 100) + 31
           MOVE "C01" TO TBTAX-COD
           MOVE ZEROS TO TBTAX-VIGENCIA
           START TBTAX KEY IS NOT LESS TBTAX-KEY
               INVALID KEY GO TO BUSCAR-TETO-FIM.
       BUSCAR-TETO-RD.
           READ TBTAX NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO BUSCAR-TETO-FIM.
           IF TBTAX-COD NOT = "C01"
              GO TO BUSCAR-TETO-FIM.
           IF TBTAX-VIGENCIA > W-TAXDATA
              GO TO BUSCAR-TETO-FIM.
           MOVE TBTAX-LIMITE TO W-TETO
           GO TO BUSCAR-TETO-RD.
       BUSCAR-TETO-FIM.
           EXIT.

       VERIF-FECHA.
           MOVE "N" TO W-FECHADA
           IF W-FECHAOK NOT = "S"
              GO TO VERIF-FECHA-FIM.
           MOVE CRE-COMPET TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO3 = "00" AND FECHA-STATUS = "F"
              MOVE "S" TO W-FECHADA.
       VERIF-FECHA-FIM.
           EXIT.

       CALC-REEMB.
           IF CRE-VALOR > W-TETO
              MOVE W-TETO TO W-REEMB
           ELSE
              MOVE CRE-VALOR TO W-REEMB.
       CALC-REEMB-FIM.
           EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQCRECHE ARQFUNC ARQDEPE.
           IF W-TAXOK = "S"
              CLOSE TBTAX.
           IF W-FECHAOK = "S"
              CLOSE ARQFECHA.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *----------------------[ ROTINA DE MENSAGENS ]--------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (23, 20) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                MOVE SPACES TO MENS
                DISPLAY (23, 20) MENS.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-TEMPO.
