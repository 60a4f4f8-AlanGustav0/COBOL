       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP131.
      ********************************************************
      * TAXAS ANUAIS DE ACIDENTES DO TRABALHO POR DEPARTAMENTO*
      * (CRITERIOS DA NBR 14280) A PARTIR DO ARQACID (FPP129) *
      * HORAS-HOMEM: MESES TRABALHADOS NO ANO X 220 HORAS     *
      * (ATIVOS NO ARQFUNC E DESLIGADOS JA NO ARQFUNCHIS)     *
      * TX FREQUENCIA = ACID. C/ AFAST. X 1.000.000 / HH      *
      * TX GRAVIDADE  = DIAS PERDIDOS E DEBITADOS (OBITO =    *
      *                 6.000) X 1.000.000 / HH               *
      * TRAJETO FICA FORA DAS TAXAS (COLUNA PROPRIA)          *
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
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQTAXTX ASSIGN TO DISK
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
            05 FILLER             PIC X(24).
            05 CODDEP             PIC 9(03).
            05 FILLER             PIC X(119).
            05 DTADMISSAO         PIC 9(08).
            05 DTADM REDEFINES DTADMISSAO.
             07 DIAADM             PIC 9(02).
             07 MESADM             PIC 9(02).
             07 ANOADM             PIC 9(04).
            05 DTDESLIGAMENTO     PIC 9(08).
            05 DTDESL REDEFINES DTDESLIGAMENTO.
             07 DIADESL            PIC 9(02).
             07 MESDESL            PIC 9(02).
             07 ANODESL            PIC 9(04).
            05 FILLER             PIC X(54).
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
            05 FILLER             PIC X(24).
            05 HIS-CODDEP         PIC 9(03).
            05 FILLER             PIC X(119).
            05 HIS-DTADMISSAO     PIC 9(08).
            05 HIS-DTADMX REDEFINES HIS-DTADMISSAO.
             07 HIS-DIAADM         PIC 9(02).
             07 HIS-MESADM         PIC 9(02).
             07 HIS-ANOADM         PIC 9(04).
            05 HIS-DTDESLIG       PIC 9(08).
            05 HIS-DTDESLX REDEFINES HIS-DTDESLIG.
             07 HIS-DIADESL        PIC 9(02).
             07 HIS-MESDESL        PIC 9(02).
             07 HIS-ANODESL        PIC 9(04).
            05 FILLER             PIC X(54).
            05 HIS-EMPRESA        PIC X(02).
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
       FD ARQTAXTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TAXACID.DOC".
       01 REGTAXTX                     PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-ANO           PIC 9(04) VALUE ZEROS.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-DEPOK         PIC X(01) VALUE "N".
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-D             PIC 9(04) VALUE ZEROS.
       01 W-MESINI        PIC 9(02) VALUE ZEROS.
       01 W-MESFIM        PIC 9(02) VALUE ZEROS.
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO      PIC 9(04).
          03 W-HOJE-MES      PIC 9(02).
          03 W-HOJE-DIA      PIC 9(02).
       01 W-SERHOJE       PIC 9(09) VALUE ZEROS COMP.
       01 W-SERINIANO     PIC 9(09) VALUE ZEROS COMP.
       01 W-SERFIMANO     PIC 9(09) VALUE ZEROS COMP.
       01 W-SER1          PIC 9(09) VALUE ZEROS COMP.
       01 W-SER2          PIC 9(09) VALUE ZEROS COMP.
       01 W-DIAS          PIC 9(05) VALUE ZEROS.
       01 W-TOTLIN        PIC 9(04) VALUE ZEROS.
       01 W-TF            PIC 9(07)V99 VALUE ZEROS.
       01 W-TG            PIC 9(09) VALUE ZEROS.

      *----[ CHAPA CORRENTE (ARQFUNC OU ARQFUNCHIS) NORMALIZADA ]----
       01 W-REG.
          03 W-R-CODDEP      PIC 9(03).
          03 W-R-ADM         PIC 9(08).
          03 W-R-ADM-X REDEFINES W-R-ADM.
             05 W-R-ADMANO   PIC 9(04).
             05 W-R-ADMMES   PIC 9(02).
             05 W-R-ADMDIA   PIC 9(02).
          03 W-R-DESL        PIC 9(08).
          03 W-R-DESL-X REDEFINES W-R-DESL.
             05 W-R-DESLANO  PIC 9(04).
             05 W-R-DESLMES  PIC 9(02).
             05 W-R-DESLDIA  PIC 9(02).
          03 W-R-EMP         PIC X(02).

      *----[ ACUMULADOS POR DEPARTAMENTO: OCORRENCIA = CODDEP + 1 ]----
       01 TABDEP.
          03 TABDEP-ITEM OCCURS 1000 TIMES.
             05 TD-EMPREG    PIC 9(05) COMP.
             05 TD-HHT       PIC 9(09) COMP.
             05 TD-ACID      PIC 9(05) COMP.
             05 TD-ACIDAF    PIC 9(05) COMP.
             05 TD-TRAJETO   PIC 9(05) COMP.
             05 TD-OBITOS    PIC 9(03) COMP.
             05 TD-DIAS      PIC 9(07) COMP.

       01 W-TOTAIS.
          03 W-T-EMPREG      PIC 9(06) VALUE ZEROS.
          03 W-T-HHT         PIC 9(10) VALUE ZEROS.
          03 W-T-ACID        PIC 9(06) VALUE ZEROS.
          03 W-T-ACIDAF      PIC 9(06) VALUE ZEROS.
          03 W-T-TRAJETO     PIC 9(06) VALUE ZEROS.
          03 W-T-OBITOS      PIC 9(04) VALUE ZEROS.
          03 W-T-DIAS        PIC 9(08) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(060) VALUE
           "TAXAS DE ACIDENTES DO TRABALHO POR DEPTO (NBR 14280)".
           05  FILLER PIC X(006) VALUE "  ANO ".
           05  CAB1-ANO      PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(011) VALUE "  EMPRESA: ".
           05  CAB1-EMP      PIC X(06) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "DEP DENOMINACAO               EMPREG HOR".
           05  FILLER PIC X(040) VALUE
           "AS-HOMEM ACID. C/AFAS TRAJ. OBIT. DIAS P".
           05  FILLER PIC X(026) VALUE
           "ERD.   TX FREQ.   TX GRAV.".

       01  LINSEP.
           05  FILLER PIC X(110) VALUE ALL "-".

       01  DET.
           05  D-CODDEP      PIC 999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DENOM       PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-EMPREG      PIC ZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-HHT         PIC ZZZZZZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-ACID        PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-ACIDAF      PIC ZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-TRAJETO     PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-OBITOS      PIC ZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DIAS        PIC ZZZZZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-TF          PIC ZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-TG          PIC ZZZZZZZZZ9.

       01  LINOBS1.
           05  FILLER PIC X(110) VALUE
           "OBS.: ACID./C/AF./DIAS/TAXAS SEM OS ACIDENTES DE TRAJETO.".
       01  LINOBS2.
           05  FILLER PIC X(110) VALUE
           "      DIAS PERDIDOS NO ANO; OBITO DEBITA 6.000 DIAS.".
       01  LINOBS3.
           05  FILLER PIC X(110) VALUE
           "      DEPARTAMENTO DO ACIDENTE = LOTACAO ATUAL DA CHAPA.".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELATAX.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** TAXAS DE ACIDENTES DO TRABALHO POR".
           05  LINE 02  COLUMN 41
               VALUE  " DEPARTAMENTO ***".
           05  LINE 08  COLUMN 01
               VALUE  " ANO (AAAA)                   :".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (BRANCO=TODAS)       :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-ANO
               LINE 08  COLUMN 34  PIC 9(04)
               USING  W-ANO
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                DISPLAY TELATAX.
       INC-ANO.
                ACCEPT TW-ANO
                IF W-ANO < 2000
                   MOVE "*** ANO INVALIDO (AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ANO.
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
           OPEN INPUT ARQACID
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO DE ACIDENTES NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              CLOSE ARQACID
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQTAXTX
           IF ST-ERRO NOT = "00"
              CLOSE ARQACID ARQFUNC
              MOVE "ERRO ABERTURA DO ARQUIVO TAXACID.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE "N" TO W-HISOK
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO = "00"
              MOVE "S" TO W-HISOK.
           MOVE "N" TO W-DEPOK
           OPEN INPUT ARQDEP
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPOK.

           MOVE W-ANO TO CAB1-ANO
           MOVE "TODAS" TO CAB1-EMP
           IF W-EMPRESA NOT = SPACES
              MOVE W-EMPRESA TO CAB1-EMP.

           ACCEPT W-HOJE FROM DATE YYYYMMDD
           MOVE W-HOJE-DIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERHOJE = (W-HOJE-ANO * 360)
                             + ((W-HOJE-MES - 1) * 30) + W-DIA30
           COMPUTE W-SERINIANO = (W-ANO * 360) + 1
           COMPUTE W-SERFIMANO = (W-ANO * 360) + 360
           IF W-SERHOJE < W-SERFIMANO
              MOVE W-SERHOJE TO W-SERFIMANO.

           MOVE 1 TO W-D.
       LIMPAR-TAB.
           MOVE ZEROS TO TD-EMPREG(W-D) TD-HHT(W-D) TD-ACID(W-D)
           MOVE ZEROS TO TD-ACIDAF(W-D) TD-TRAJETO(W-D)
           MOVE ZEROS TO TD-OBITOS(W-D) TD-DIAS(W-D)
           IF W-D < 1000
              ADD 1 TO W-D
              GO TO LIMPAR-TAB.

      *----[ 1a PASSADA: HORAS-HOMEM POR DEPARTAMENTO ]----
       VARRER-FUNC-INI.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO VARRER-HIS-INI.
       VARRER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRER-HIS-INI.
           PERFORM NORMALIZAR-FUNC THRU NORMALIZAR-FUNC-FIM
           PERFORM SOMAR-HORAS THRU SOMAR-HORAS-FIM
           GO TO VARRER-FUNC.
       VARRER-HIS-INI.
           IF W-HISOK NOT = "S"
              GO TO VARRER-ACID-INI.
           MOVE ZEROS TO HIS-CHAPA
           START ARQFUNCHIS KEY IS NOT LESS HIS-CHAPA
               INVALID KEY GO TO VARRER-ACID-INI.
       VARRER-HIS.
           READ ARQFUNCHIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO VARRER-ACID-INI.
           PERFORM NORMALIZAR-HIS THRU NORMALIZAR-HIS-FIM
           PERFORM SOMAR-HORAS THRU SOMAR-HORAS-FIM
           GO TO VARRER-HIS.

      *----[ 2a PASSADA: ACIDENTES DO ANO ]----
       VARRER-ACID-INI.
           MOVE LOW-VALUES TO ACID-KEY
           START ARQACID KEY IS NOT LESS ACID-KEY
               INVALID KEY GO TO EMITIR.
       VARRER-ACID.
           READ ARQACID NEXT
           IF ST-ERRO NOT = "00"
              GO TO EMITIR.
           IF ACID-ANOACID NOT = W-ANO
              GO TO VARRER-ACID.
           PERFORM LER-CHAPA THRU LER-CHAPA-FIM
           IF W-ACHOU NOT = "S"
              GO TO VARRER-ACID.
           IF W-EMPRESA NOT = SPACES AND W-R-EMP NOT = W-EMPRESA
              GO TO VARRER-ACID.
           COMPUTE W-D = W-R-CODDEP + 1
           IF ACID-TIPO = "J"
              ADD 1 TO TD-TRAJETO(W-D)
              GO TO VARRER-ACID.
           ADD 1 TO TD-ACID(W-D)
           IF ACID-OBITO = "S"
              ADD 1    TO TD-OBITOS(W-D)
              ADD 6000 TO TD-DIAS(W-D).
           IF ACID-AFAST NOT = "S" AND ACID-OBITO NOT = "S"
              GO TO VARRER-ACID.
           ADD 1 TO TD-ACIDAF(W-D)
           IF ACID-AFAST = "S"
              PERFORM CALC-DIAS THRU CALC-DIAS-FIM
              ADD W-DIAS TO TD-DIAS(W-D).
           GO TO VARRER-ACID.

      *----[ EMISSAO POR DEPARTAMENTO E TOTAL ]----
       EMITIR.
           WRITE REGTAXTX FROM CAB1
           WRITE REGTAXTX FROM CAB2
           WRITE REGTAXTX FROM LINSEP
           MOVE ZEROS TO W-TOTAIS W-TOTLIN
           MOVE 1 TO W-D.
       EMITIR-LIN.
           IF W-D > 1000
              GO TO EMITIR-TOT.
           IF TD-HHT(W-D) = ZEROS AND TD-ACID(W-D) = ZEROS
                 AND TD-TRAJETO(W-D) = ZEROS
              ADD 1 TO W-D
              GO TO EMITIR-LIN.
           COMPUTE D-CODDEP = W-D - 1
           MOVE SPACES TO D-DENOM
           IF W-DEPOK = "S"
              MOVE D-CODDEP TO CODIGO
              READ ARQDEP
              IF ST-ERRO2 = "00"
                 MOVE DENOMINACAO TO D-DENOM
              ELSE
                 MOVE "*** DEPTO NAO CADASTRADO" TO D-DENOM.
           MOVE TD-EMPREG(W-D)  TO D-EMPREG
           MOVE TD-HHT(W-D)     TO D-HHT
           MOVE TD-ACID(W-D)    TO D-ACID
           MOVE TD-ACIDAF(W-D)  TO D-ACIDAF
           MOVE TD-TRAJETO(W-D) TO D-TRAJETO
           MOVE TD-OBITOS(W-D)  TO D-OBITOS
           MOVE TD-DIAS(W-D)    TO D-DIAS
           MOVE ZEROS TO W-TF W-TG
           IF TD-HHT(W-D) NOT = ZEROS
              COMPUTE W-TF ROUNDED = TD-ACIDAF(W-D) * 1000000
                                   / TD-HHT(W-D)
              COMPUTE W-TG ROUNDED = TD-DIAS(W-D) * 1000000
                                   / TD-HHT(W-D).
           MOVE W-TF TO D-TF
           MOVE W-TG TO D-TG
           WRITE REGTAXTX FROM DET
           ADD 1 TO W-TOTLIN
           ADD TD-EMPREG(W-D)  TO W-T-EMPREG
           ADD TD-HHT(W-D)     TO W-T-HHT
           ADD TD-ACID(W-D)    TO W-T-ACID
           ADD TD-ACIDAF(W-D)  TO W-T-ACIDAF
           ADD TD-TRAJETO(W-D) TO W-T-TRAJETO
           ADD TD-OBITOS(W-D)  TO W-T-OBITOS
           ADD TD-DIAS(W-D)    TO W-T-DIAS
           ADD 1 TO W-D
           GO TO EMITIR-LIN.

       EMITIR-TOT.
           WRITE REGTAXTX FROM LINSEP
           MOVE ZEROS           TO D-CODDEP
           MOVE "TOTAL GERAL"   TO D-DENOM
           MOVE W-T-EMPREG      TO D-EMPREG
           MOVE W-T-HHT         TO D-HHT
           MOVE W-T-ACID        TO D-ACID
           MOVE W-T-ACIDAF      TO D-ACIDAF
           MOVE W-T-TRAJETO     TO D-TRAJETO
           MOVE W-T-OBITOS      TO D-OBITOS
           MOVE W-T-DIAS        TO D-DIAS
           MOVE ZEROS TO W-TF W-TG
           IF W-T-HHT NOT = ZEROS
              COMPUTE W-TF ROUNDED = W-T-ACIDAF * 1000000 / W-T-HHT
              COMPUTE W-TG ROUNDED = W-T-DIAS * 1000000 / W-T-HHT.
           MOVE W-TF TO D-TF
           MOVE W-TG TO D-TG
           WRITE REGTAXTX FROM DET
           WRITE REGTAXTX FROM LINSEP
           WRITE REGTAXTX FROM LINOBS1
           WRITE REGTAXTX FROM LINOBS2
           WRITE REGTAXTX FROM LINOBS3.
           IF W-TOTLIN = ZEROS
              MOVE "* NENHUM DADO P/ O ANO INFORMADO *" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: TAXACID.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ NORMALIZA A CHAPA LIDA (DATAS EM AAAAMMDD) ]----
       NORMALIZAR-FUNC.
           MOVE CODDEP       TO W-R-CODDEP
           MOVE FUNC-EMPRESA TO W-R-EMP
           COMPUTE W-R-ADM = (ANOADM * 10000) + (MESADM * 100) + DIAADM
           MOVE ZEROS TO W-R-DESL
           IF DTDESLIGAMENTO NOT = ZEROS
              COMPUTE W-R-DESL = (ANODESL * 10000) + (MESDESL * 100)
                               + DIADESL.
           IF W-R-EMP = SPACES
              MOVE "01" TO W-R-EMP.
       NORMALIZAR-FUNC-FIM.
           EXIT.

       NORMALIZAR-HIS.
           MOVE HIS-CODDEP  TO W-R-CODDEP
           MOVE HIS-EMPRESA TO W-R-EMP
           COMPUTE W-R-ADM = (HIS-ANOADM * 10000) + (HIS-MESADM * 100)
                           + HIS-DIAADM
           MOVE ZEROS TO W-R-DESL
           IF HIS-DTDESLIG NOT = ZEROS
              COMPUTE W-R-DESL = (HIS-ANODESL * 10000)
                               + (HIS-MESDESL * 100) + HIS-DIADESL.
           IF W-R-EMP = SPACES
              MOVE "01" TO W-R-EMP.
       NORMALIZAR-HIS-FIM.
           EXIT.

      *----[ MESES TRABALHADOS NO ANO X 220 HORAS ]----
       SOMAR-HORAS.
           IF W-EMPRESA NOT = SPACES AND W-R-EMP NOT = W-EMPRESA
              GO TO SOMAR-HORAS-FIM.
           IF W-R-ADM = ZEROS OR W-R-ADMANO > W-ANO
              GO TO SOMAR-HORAS-FIM.
           IF W-R-DESL NOT = ZEROS AND W-R-DESLANO < W-ANO
              GO TO SOMAR-HORAS-FIM.
           MOVE 1 TO W-MESINI
           IF W-R-ADMANO = W-ANO
              MOVE W-R-ADMMES TO W-MESINI.
           MOVE 12 TO W-MESFIM
           IF W-R-DESL NOT = ZEROS AND W-R-DESLANO = W-ANO
              MOVE W-R-DESLMES TO W-MESFIM.
           IF W-ANO = W-HOJE-ANO AND W-HOJE-MES < W-MESFIM
              MOVE W-HOJE-MES TO W-MESFIM.
           IF W-MESFIM < W-MESINI
              GO TO SOMAR-HORAS-FIM.
           COMPUTE W-D = W-R-CODDEP + 1
           ADD 1 TO TD-EMPREG(W-D)
           COMPUTE TD-HHT(W-D) = TD-HHT(W-D)
                               + ((W-MESFIM - W-MESINI + 1) * 220).
       SOMAR-HORAS-FIM.
           EXIT.

      *----[ DIAS DE AFASTAMENTO DENTRO DO ANO (MES COMERCIAL) ]----
       CALC-DIAS.
           MOVE ZEROS TO W-DIAS
           MOVE ACID-DIAAFA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SER1 = (ACID-ANOAFA * 360)
                          + ((ACID-MESAFA - 1) * 30) + W-DIA30
           IF W-SER1 < W-SERINIANO
              MOVE W-SERINIANO TO W-SER1.
           MOVE W-SERFIMANO TO W-SER2
           IF ACID-DTRET NOT = ZEROS
              MOVE ACID-DIARET TO W-DIA30
              IF W-DIA30 > 30
                 MOVE 30 TO W-DIA30
              END-IF
              COMPUTE W-SER2 = (ACID-ANORET * 360)
                             + ((ACID-MESRET - 1) * 30) + W-DIA30
              IF W-SER2 > W-SERFIMANO
                 MOVE W-SERFIMANO TO W-SER2.
           IF W-SER2 > W-SER1
              COMPUTE W-DIAS = W-SER2 - W-SER1.
       CALC-DIAS-FIM.
           EXIT.

      *--[ LOTACAO/EMPRESA DA CHAPA DO ACIDENTE (ATIVO OU ARQUIVADO) ]--
       LER-CHAPA.
           MOVE "N" TO W-ACHOU
           MOVE ACID-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU
              PERFORM NORMALIZAR-FUNC THRU NORMALIZAR-FUNC-FIM
              GO TO LER-CHAPA-FIM.
           IF W-HISOK NOT = "S"
              GO TO LER-CHAPA-FIM.
           MOVE ACID-CHAPA TO HIS-CHAPA
           READ ARQFUNCHIS
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU
              PERFORM NORMALIZAR-HIS THRU NORMALIZAR-HIS-FIM.
       LER-CHAPA-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQACID ARQFUNC ARQTAXTX.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
           IF W-DEPOK = "S"
              CLOSE ARQDEP.
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
       FIM-ROT-TAX.
