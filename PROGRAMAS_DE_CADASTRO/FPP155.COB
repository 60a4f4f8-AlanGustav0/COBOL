       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP155.
      ********************************************************
      * REQUERIMENTO DE SEGURO-DESEMPREGO (EMPREGADOR WEB)    *
      * DEMITIDOS SEM JUSTA CAUSA (MOTIVO D) COM DESLIGAMENTO *
      * NO PERIODO INFORMADO, UMA EXECUCAO POR EMPRESA/CNPJ.  *
      * OS TRES ULTIMOS SALARIOS SAO OS BRUTOS DA FOLHA       *
      * MENSAL (ARQFOLHA) DOS MESES ANTERIORES AO DA DISPENSA *
      * GERA SEGDES.TXT E O RELATORIO DE CONTROLE SEGDES.DOC  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQSEGD ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQSEGDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 DTADM REDEFINES DTADMISSAO.
            05 DIAADM              PIC 9(02).
            05 MESADM              PIC 9(02).
            05 ANOADM              PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 DTDESLIG REDEFINES DTDESLIGAMENTO.
            05 DIADESL             PIC 9(02).
            05 MESDESL             PIC 9(02).
            05 ANODESL             PIC 9(04).
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
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
          03 FOLHA-KEY.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
             05 FOLHA-TIPO             PIC X(01).
          03 FOLHA-NOME                PIC X(30).
          03 FOLHA-CODDEP              PIC 9(03).
          03 FOLHA-CODCARG             PIC 9(03).
          03 FOLHA-SALBRUTO            PIC 9(06)V99.
          03 FOLHA-INSS                PIC 9(06)V99.
          03 FOLHA-IRRF                PIC 9(06)V99.
          03 FOLHA-SALLIQ              PIC 9(06)V99.
          03 FOLHA-FGTS                PIC 9(06)V99.
          03 FOLHA-VT                  PIC 9(06)V99.
          03 FOLHA-VR                  PIC 9(06)V99.
          03 FOLHA-EMPRESA             PIC X(02).
          03 FOLHA-HE50                PIC 9(06)V99.
          03 FOLHA-HE100               PIC 9(06)V99.
          03 FOLHA-ADNOT               PIC 9(06)V99.
          03 FOLHA-VTDESC              PIC 9(06)V99.
          03 FOLHA-PENSAO              PIC 9(06)V99.
          03 FOLHA-EMPREST             PIC 9(06)V99.
          03 FOLHA-ADIANT              PIC 9(06)V99.
          03 FOLHA-SALFAM              PIC 9(06)V99.
          03 FOLHA-EVPROV              PIC 9(06)V99.
          03 FOLHA-EVDESC              PIC 9(06)V99.
          03 FOLHA-DSRREF              PIC 9(06)V99.
          03 FOLHA-DSRDESC             PIC 9(06)V99.
          03 FOLHA-ADTEMPO             PIC 9(06)V99.
          03 FOLHA-SIND                PIC 9(06)V99.
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
       FD ARQSEGD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGDES.TXT".
       01 REGSEGD                      PIC X(200).
      *-----------------------------------------------------------------
       FD ARQSEGDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "SEGDES.DOC".
       01 REGSEGDTX                    PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-FOLOK         PIC X(01) VALUE "N".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-RAZSOCIAL     PIC X(40) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
      *----[ PERIODO DE DESLIGAMENTO (DDMMAAAA NA TELA) ]----
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTINI-X REDEFINES W-DTINI.
          03 W-DTINI-DIA     PIC 9(02).
          03 W-DTINI-MES     PIC 9(02).
          03 W-DTINI-ANO     PIC 9(04).
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-X REDEFINES W-DTFIM.
          03 W-DTFIM-DIA     PIC 9(02).
          03 W-DTFIM-MES     PIC 9(02).
          03 W-DTFIM-ANO     PIC 9(04).
       01 W-INI-AMD       PIC 9(08) VALUE ZEROS.
       01 W-FIM-AMD       PIC 9(08) VALUE ZEROS.
       01 W-DESL-AMD      PIC 9(08) VALUE ZEROS.
       01 W-ADM-AMD       PIC 9(08) VALUE ZEROS.
       01 W-NASC-AMD      PIC 9(08) VALUE ZEROS.
      *----[ COMPETENCIAS DOS TRES SALARIOS (1 = MAIS RECENTE) ]----
       01 W-COMPSAL.
          03 W-COMPSAL-ANO   PIC 9(04).
          03 W-COMPSAL-MES   PIC 9(02).
       01 W-COMPSAL-N REDEFINES W-COMPSAL PIC 9(06).
       01 W-TABSAL.
          03 W-SALITEM OCCURS 3 TIMES.
             05 W-SALCOMP    PIC 9(06).
             05 W-SALVALOR   PIC 9(06)V99.
       01 W-IX            PIC 9(01) VALUE ZEROS.
       01 W-QTDSAL        PIC 9(01) VALUE ZEROS.
       01 W-SOMASAL       PIC 9(07)V99 VALUE ZEROS.
       01 W-TOTREG        PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ        PIC 9(05) VALUE ZEROS.
       01 W-TOTINCOMPL    PIC 9(05) VALUE ZEROS.
       01 W-TOTSAL        PIC 9(09)V99 VALUE ZEROS.
      *----[ VALIDACAO DE DATAS (ROTINA COMUM FPP052) ]----
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       01  SD-HEADER.
           05  FILLER                 PIC X(02) VALUE "H1".
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDH-CNPJ               PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDH-DTINI              PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDH-DTFIM              PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDH-DATAGER            PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDH-RAZSOCIAL          PIC X(40) VALUE SPACES.

      *----[ DATAS EM AAAAMMDD; SALARIOS DO MAIS RECENTE AO MAIS ]----
      *----[ ANTIGO, COMPETENCIA AAAAMM + VALOR BRUTO            ]----
       01  SD-DETALHE.
           05  FILLER                 PIC X(02) VALUE "D1".
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-CPF                PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-PIS                PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-NOME               PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-SEXO               PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-DTNASC             PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-CEP                PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-CARGO              PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-DTADM              PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-DTDESL             PIC 9(08) VALUE ZEROS.
           05  SDD-SALARIOS OCCURS 3 TIMES.
               07  FILLER             PIC X(01).
               07  SDD-COMPSAL        PIC 9(06).
               07  FILLER             PIC X(01).
               07  SDD-VALSAL         PIC 9(06)V99.
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDD-SOMASAL            PIC 9(07)V99 VALUE ZEROS.

       01  SD-TRAILER.
           05  FILLER                 PIC X(02) VALUE "T9".
           05  FILLER                 PIC X(01) VALUE ";".
           05  SDT-QTDREG             PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(040) VALUE
           "REQUERIMENTOS DE SEGURO-DESEMPREGO  DE ".
           05  CAB1-DTINI    PIC 99/99/9999.
           05  FILLER PIC X(005) VALUE " ATE ".
           05  CAB1-DTFIM    PIC 99/99/9999.
           05  FILLER PIC X(010) VALUE " EMPRESA: ".
           05  CAB1-EMP      PIC X(02) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(050) VALUE
           "CHAPA  NOME                           DESLIGAM.  ".
           05  FILLER PIC X(045) VALUE
           "   SALARIO 1    SALARIO 2    SALARIO 3  OBS.".

       01  CAB3.
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DTDESL      PIC 99/99/9999.
           05  D-SALARIOS OCCURS 3 TIMES.
               07  FILLER    PIC X(02).
               07  D-VALSAL  PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-OBS         PIC X(25) VALUE SPACES.

       01  DETREJ.
           05  DR-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DR-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DR-DTDESL     PIC 99/99/9999.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DR-MOTIVO     PIC X(45) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** REQUERIMENTOS GERADOS..........: ".
           05  T-TOTREG      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** DOS QUAIS COM MENOS DE 3 SALAR.: ".
           05  T-TOTINCOMPL  PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** DESLIGADOS NAO ENVIADOS........: ".
           05  T-TOTREJ      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT4.
           05  FILLER PIC X(038) VALUE
           "*** SOMA DOS SALARIOS INFORMADOS...: ".
           05  T-TOTSAL      PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELASEGD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** REQUERIMENTO DE SEGURO-DESEMPREGO".
           05  LINE 02  COLUMN 42
               VALUE  " (EMPREGADOR WEB) ***".
           05  LINE 08  COLUMN 01
               VALUE  " DESLIGADOS DE (DD/MM/AAAA)   :".
           05  LINE 10  COLUMN 01
               VALUE  " ATE (DD/MM/AAAA)             :".
           05  LINE 12  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 14  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DTINI
               LINE 08  COLUMN 34  PIC 99/99/9999
               USING  W-DTINI
               HIGHLIGHT.
           05  TW-DTFIM
               LINE 10  COLUMN 34  PIC 99/99/9999
               USING  W-DTFIM
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 12  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTREG W-TOTREJ W-TOTINCOMPL W-TOTSAL
                DISPLAY TELASEGD.
       INC-DTINI.
                ACCEPT TW-DTINI
                MOVE W-DTINI TO W-DTV-DATA
                MOVE SPACE   TO W-DTV-OPCAO
                MOVE SPACES  TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTINI.
                COMPUTE W-INI-AMD = (W-DTINI-ANO * 10000)
                                  + (W-DTINI-MES * 100) + W-DTINI-DIA.
       INC-DTFIM.
                ACCEPT TW-DTFIM
                MOVE W-DTFIM TO W-DTV-DATA
                MOVE SPACE   TO W-DTV-OPCAO
                MOVE SPACES  TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTFIM.
                COMPUTE W-FIM-AMD = (W-DTFIM-ANO * 10000)
                                  + (W-DTFIM-MES * 100) + W-DTFIM-DIA
                IF W-FIM-AMD < W-INI-AMD
                   MOVE "* DATA FINAL ANTERIOR A INICIAL *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTFIM.
       INC-EMP.
                ACCEPT TW-EMPRESA
                IF W-EMPRESA = SPACES
                   MOVE "* INFORME A EMPRESA (UMA POR EXECUCAO) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
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
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQSEGD
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO SEGDES.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQSEGDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO SEGDES.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-FOLOK
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FOLOK.

       INC-OP1.
           OPEN INPUT TBPARAM
           IF ST-ERRO = "00"
              MOVE W-EMPRESA TO PARAM-COD
              READ TBPARAM
              IF ST-ERRO = "00"
                 MOVE PARAM-CNPJ      TO W-CNPJ
                 MOVE PARAM-RAZSOCIAL TO W-RAZSOCIAL
              END-IF
              CLOSE TBPARAM.

       INC-OP2.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           MOVE W-CNPJ       TO SDH-CNPJ
           MOVE W-INI-AMD    TO SDH-DTINI
           MOVE W-FIM-AMD    TO SDH-DTFIM
           MOVE W-DATAGER    TO SDH-DATAGER
           MOVE W-RAZSOCIAL  TO SDH-RAZSOCIAL
           WRITE REGSEGD FROM SD-HEADER.

           MOVE W-DTINI      TO CAB1-DTINI
           MOVE W-DTFIM      TO CAB1-DTFIM
           MOVE W-EMPRESA    TO CAB1-EMP
           WRITE REGSEGDTX FROM CAB1
           WRITE REGSEGDTX FROM CAB3
           WRITE REGSEGDTX FROM CAB2
           WRITE REGSEGDTX FROM CAB3.

           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO FIM-GERACAO.

       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO FIM-GERACAO
              ELSE
                 MOVE "ERRO NA LEITURA ARQFUNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

      *----[ SO DEMISSAO SEM JUSTA CAUSA DENTRO DO PERIODO ]----
           IF MOTIVODESLIG NOT = "D" OR DTDESLIGAMENTO = ZEROS
              GO TO LER-FUNC.
           COMPUTE W-DESL-AMD = (ANODESL * 10000)
                              + (MESDESL * 100) + DIADESL
           IF W-DESL-AMD < W-INI-AMD OR W-DESL-AMD > W-FIM-AMD
              GO TO LER-FUNC.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE FUNC-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-FEMP NOT = W-EMPRESA
              GO TO LER-FUNC.

           IF FUNC-CPF = ZEROS OR FUNC-PIS = ZEROS
              MOVE "*** SEM CPF/PIS - NAO ENVIADO ***" TO DR-MOTIVO
              GO TO REJEITAR.

           PERFORM BUSCAR-SALARIOS THRU BUSCAR-SALARIOS-FIM
           IF W-QTDSAL = ZEROS
              MOVE "*** SEM FOLHA MENSAL ANTERIOR - NAO ENVIADO ***"
              TO DR-MOTIVO
              GO TO REJEITAR.

       GRAVAR-DET.
           COMPUTE W-ADM-AMD  = (ANOADM * 10000) + (MESADM * 100)
                              + DIAADM
           COMPUTE W-NASC-AMD = (ANO * 10000) + (MES * 100) + DIA
           MOVE FUNC-CPF       TO SDD-CPF
           MOVE FUNC-PIS       TO SDD-PIS
           MOVE NOME           TO SDD-NOME
           MOVE SEXO           TO SDD-SEXO
           MOVE W-NASC-AMD     TO SDD-DTNASC
           MOVE CEPFUNC        TO SDD-CEP
           MOVE CODIGOCARG     TO SDD-CARGO
           MOVE W-ADM-AMD      TO SDD-DTADM
           MOVE W-DESL-AMD     TO SDD-DTDESL
           MOVE CHAPA          TO D-CHAPA
           MOVE NOME           TO D-NOME
           MOVE DTDESLIGAMENTO TO D-DTDESL
           MOVE 1 TO W-IX.
       GRAVAR-DET-SAL.
           MOVE ";"               TO SDD-SALARIOS(W-IX)(1:1)
           MOVE W-SALCOMP(W-IX)   TO SDD-COMPSAL(W-IX)
           MOVE ";"               TO SDD-SALARIOS(W-IX)(8:1)
           MOVE W-SALVALOR(W-IX)  TO SDD-VALSAL(W-IX)
           MOVE SPACES            TO D-SALARIOS(W-IX)
           MOVE W-SALVALOR(W-IX)  TO D-VALSAL(W-IX)
           ADD 1 TO W-IX
           IF W-IX NOT > 3
              GO TO GRAVAR-DET-SAL.
           MOVE W-SOMASAL TO SDD-SOMASAL
           WRITE REGSEGD FROM SD-DETALHE

           MOVE SPACES TO D-OBS
           IF W-QTDSAL < 3
              MOVE "MENOS DE 3 SALARIOS" TO D-OBS
              ADD 1 TO W-TOTINCOMPL.
           WRITE REGSEGDTX FROM DET
           ADD 1 TO W-TOTREG
           ADD W-SOMASAL TO W-TOTSAL
           GO TO LER-FUNC.

       REJEITAR.
           MOVE CHAPA          TO DR-CHAPA
           MOVE NOME           TO DR-NOME
           MOVE DTDESLIGAMENTO TO DR-DTDESL
           WRITE REGSEGDTX FROM DETREJ
           ADD 1 TO W-TOTREJ
           GO TO LER-FUNC.

       FIM-GERACAO.
           MOVE W-TOTREG TO SDT-QTDREG
           WRITE REGSEGD FROM SD-TRAILER.

           MOVE W-TOTREG     TO T-TOTREG
           MOVE W-TOTINCOMPL TO T-TOTINCOMPL
           MOVE W-TOTREJ     TO T-TOTREJ
           MOVE W-TOTSAL     TO T-TOTSAL
           WRITE REGSEGDTX FROM CAB3
           WRITE REGSEGDTX FROM LINTOT1
           WRITE REGSEGDTX FROM LINTOT2
           WRITE REGSEGDTX FROM LINTOT3
           WRITE REGSEGDTX FROM LINTOT4.

           IF W-TOTREG = ZEROS
              MOVE "* NENHUM DESLIGADO MOTIVO D NO PERIODO *" TO MENS
           ELSE
              MOVE "*** REQUERIMENTOS GERADOS: SEGDES.TXT/.DOC ***"
              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ BRUTO DA FOLHA MENSAL DOS TRES MESES ANTERIORES AO DA ]---
      *----[ DISPENSA; MES SEM FOLHA FICA ZERADO                    ]---
       BUSCAR-SALARIOS.
           MOVE ZEROS TO W-QTDSAL W-SOMASAL
           MOVE ANODESL TO W-COMPSAL-ANO
           MOVE MESDESL TO W-COMPSAL-MES
           MOVE 1 TO W-IX.
       BUSCAR-SALARIOS-MES.
           IF W-COMPSAL-MES = 1
              MOVE 12 TO W-COMPSAL-MES
              SUBTRACT 1 FROM W-COMPSAL-ANO
           ELSE
              SUBTRACT 1 FROM W-COMPSAL-MES.
           MOVE W-COMPSAL-N TO W-SALCOMP(W-IX)
           MOVE ZEROS       TO W-SALVALOR(W-IX)
           IF W-FOLOK NOT = "S"
              GO TO BUSCAR-SALARIOS-PROX.
           MOVE CHAPA       TO FOLHA-CHAPA
           MOVE W-COMPSAL-N TO FOLHA-COMPET
           MOVE "M"         TO FOLHA-TIPO
           READ ARQFOLHA
           IF ST-ERRO2 = "00" AND FOLHA-SALBRUTO NOT = ZEROS
              MOVE FOLHA-SALBRUTO TO W-SALVALOR(W-IX)
              ADD FOLHA-SALBRUTO TO W-SOMASAL
              ADD 1 TO W-QTDSAL.
       BUSCAR-SALARIOS-PROX.
           ADD 1 TO W-IX
           IF W-IX NOT > 3
              GO TO BUSCAR-SALARIOS-MES.
       BUSCAR-SALARIOS-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQSEGD ARQSEGDTX.
           IF W-FOLOK = "S"
              CLOSE ARQFOLHA.
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
       FIM-ROT-SEGD.
