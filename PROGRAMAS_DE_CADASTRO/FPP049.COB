       PROGRAM-ID. FPP049.
      ************************
      * RELATORIO DE CONTRATOS DE EXPERIENCIA A VENCER *
      * INCLUI TERMINO DE ESTAGIO (TCE) E DE APRENDIZAGEM *
      * E FIM DE ESTABILIDADE PROVISORIA (ARQESTAB)        *
      * EXPERIENCIA MOSTRA A AVALIACAO FINAL (FPP179)      *
      ************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT ARQCONTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTR-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQESTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ESTAB-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQEXPTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           03 FUNC-CPF            PIC 9(11).
           03 FUNC-PIS            PIC 9(11).
           03 FUNC-EMPRESA        PIC X(02).
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
           03 CTR-DTFIMX REDEFINES CTR-DTFIM.
            05 CTR-DIAFIM          PIC 9(02).
            05 CTR-MESFIM          PIC 9(02).
            05 CTR-ANOFIM          PIC 9(04).
           03 CTR-INSTIT         PIC X(40).
           03 CTR-CNPJINST       PIC 9(14).
           03 CTR-NATUREZA       PIC X(01).
           03 CTR-NIVEL          PIC 9(01).
           03 CTR-OPERADOR       PIC X(08).
           03 CTR-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
      *----[ PERIODOS DE ESTABILIDADE PROVISORIA DA CHAPA ]----
       FD ARQESTAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESTAB.DAT".
       01 REGESTAB.
           03 ESTAB-KEY.
            05 ESTAB-CHAPA        PIC 9(06).
            05 ESTAB-INI          PIC 9(08).
           03 ESTAB-TIPO         PIC X(01).
           03 ESTAB-DTINI        PIC 9(08).
           03 ESTAB-DTFIM        PIC 9(08).
           03 ESTAB-DTFIMX REDEFINES ESTAB-DTFIM.
            05 ESTAB-DIAFIM       PIC 9(02).
            05 ESTAB-MESFIM       PIC 9(02).
            05 ESTAB-ANOFIM       PIC 9(04).
           03 ESTAB-ORIGEM       PIC X(01).
           03 ESTAB-OBS          PIC X(40).
           03 ESTAB-OPERADOR     PIC X(08).
           03 ESTAB-DTULTALT     PIC 9(08).
      *-----------------------------------------------------------------
      *----[ AVALIACAO DE FIM DE EXPERIENCIA (FPP179) ]----
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
       FD ARQEXPTX
               LABEL RECORD IS STANDARD
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       01 W-TOTGERAL     PIC 9(05) VALUE ZEROS.
       01 W-CTROK        PIC X(01) VALUE "N".
       01 W-ESTOK        PIC X(01) VALUE "N".
       01 W-AVALOK       PIC X(01) VALUE "N".
       01 W-AVAL         PIC X(08) VALUE SPACES.
       01 W-JANELA       PIC 9(03) VALUE 15.
       01 W-TIPO         PIC X(08) VALUE SPACES.
       01 W-HOJE         PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO     PIC 9(04).
             05 TE-SERVENC   PIC 9(09) COMP.
             05 TE-CHAPA     PIC 9(06).
             05 TE-NOME      PIC X(30).
             05 TE-TIPO      PIC X(08).
             05 TE-MARCO     PIC 9(02).
             05 TE-DIASREST  PIC 9(03).
             05 TE-AVAL      PIC X(08).

       01 TABEXP-AUX.
          03 TA-SERVENC   PIC 9(09) COMP.
          03 TA-CHAPA     PIC 9(06).
          03 TA-NOME      PIC X(30).
          03 TA-TIPO      PIC X(08).
          03 TA-MARCO     PIC 9(02).
          03 TA-DIASREST  PIC 9(03).
          03 TA-AVAL      PIC X(08).

       01  CAB1.
           05  FILLER PIC X(060) VALUE
           "CONTRATOS E ESTABILIDADES A VENCER".

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "CHAPA  NOME".
           05  FILLER PIC X(040) VALUE
           "TIPO      MARCO       DIAS RESTANTES".
           05  FILLER PIC X(010) VALUE
           "AVALIACAO".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-TIPO        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-MARCOG.
               07  D-MARCO   PIC Z9 VALUE ZEROS.
               07  FILLER    PIC X(06) VALUE " DIAS ".
           05  D-MARCOX REDEFINES D-MARCOG PIC X(08).
           05  FILLER        PIC X(04) VALUE SPACES.
           05  D-DIASREST    PIC ZZ9.
           05  FILLER        PIC X(15) VALUE SPACES.
           05  D-AVAL        PIC X(08) VALUE SPACES.

       01  LINTOT.
           05  FILLER PIC X(045) VALUE
           "*** TOTAL DE ITENS COM MARCO PROXIMO: ".
           05  T-TOTGERAL    PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAEXP.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  " *** CONTRATOS E ESTABILIDADES A VENCER ***".
           05  LINE 12  COLUMN 01
               VALUE  "               CONFIRMA GERACAO (S ou N) :".
           05  LINE 24  COLUMN 01
           COMPUTE W-SERHOJE = (W-HOJE-ANO * 360)
                             + ((W-HOJE-MES - 1) * 30) + W-DIA30
           MOVE ZEROS TO W-TOTITENS.
           MOVE "N" TO W-CTROK
           OPEN INPUT ARQCONTR
           IF ST-ERRO = "00"
              MOVE "S" TO W-CTROK.
           MOVE "N" TO W-ESTOK
           OPEN INPUT ARQESTAB
           IF ST-ERRO = "00"
              MOVE "S" TO W-ESTOK.
           MOVE "N" TO W-AVALOK
           OPEN INPUT ARQAVAL
           IF ST-ERRO = "00"
              MOVE "S" TO W-AVALOK.
      *
       LER-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO LER-ESTAB-INI
              ELSE
                 MOVE "ERRO NA LEITURA ARQFUNC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           IF FUNCSTATUS NOT = "A"
              GO TO LER-FUNC.
           MOVE SPACES TO W-AVAL
           IF FUNC-TPCONTRATO = "T" OR FUNC-TPCONTRATO = "A"
              GO TO TESTAR-TERMINO.
           IF FUNC-TPCONTRATO NOT = "E"
              GO TO LER-FUNC.
           IF DTADMISSAO = ZEROS
              GO TO LER-FUNC.
           COMPUTE W-SERADM = (ANOADM * 360)
                            + ((MESADM - 1) * 30) + W-DIA30.

           PERFORM BUSCAR-AVAL THRU BUSCAR-AVAL-FIM.

      *----[ MARCO DE 45 DIAS ]----
           MOVE "EXPER." TO W-TIPO
           MOVE 45 TO W-MARCO
           COMPUTE W-SERVENC = W-SERADM + 45
           PERFORM TESTAR-MARCO THRU TESTAR-MARCO-FIM.

           GO TO LER-FUNC.

      *----[ ESTAGIO/APRENDIZAGEM: TERMINO DO TCE/PROGRAMA ]----
       TESTAR-TERMINO.
           IF W-CTROK NOT = "S"
              GO TO LER-FUNC.
           MOVE CHAPA TO CTR-CHAPA
           READ ARQCONTR
           IF ST-ERRO NOT = "00" OR CTR-DTFIM = ZEROS
              GO TO LER-FUNC.
           MOVE "TCE" TO W-TIPO
           IF FUNC-TPCONTRATO = "A"
              MOVE "APRENDIZ" TO W-TIPO.
           MOVE ZEROS TO W-MARCO
           MOVE CTR-DIAFIM TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERVENC = (CTR-ANOFIM * 360)
                             + ((CTR-MESFIM - 1) * 30) + W-DIA30
           PERFORM TESTAR-MARCO THRU TESTAR-MARCO-FIM
           GO TO LER-FUNC.

      *----[ FIM DA ESTABILIDADE DOS FUNCIONARIOS ATIVOS ]----
      *----[ AVISADO COM 30 DIAS DE ANTECEDENCIA            ]----
       LER-ESTAB-INI.
           IF W-ESTOK NOT = "S"
              GO TO ORDENAR.
           MOVE 30 TO W-JANELA.
       LER-ESTAB.
           READ ARQESTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO ORDENAR.
           IF ESTAB-DTFIM = ZEROS
              GO TO LER-ESTAB.
           MOVE ESTAB-DIAFIM TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERVENC = (ESTAB-ANOFIM * 360)
                             + ((ESTAB-MESFIM - 1) * 30) + W-DIA30
           IF W-SERVENC < W-SERHOJE
              GO TO LER-ESTAB.
           MOVE ESTAB-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO LER-ESTAB.
           IF FUNCSTATUS NOT = "A"
              GO TO LER-ESTAB.
           MOVE "EST.OUTR" TO W-TIPO
           IF ESTAB-TIPO = "G"
              MOVE "EST.GEST" TO W-TIPO.
           IF ESTAB-TIPO = "A"
              MOVE "EST.ACID" TO W-TIPO.
           IF ESTAB-TIPO = "C"
              MOVE "EST.CIPA" TO W-TIPO.
           IF ESTAB-TIPO = "S"
              MOVE "EST.SIND" TO W-TIPO.
           IF ESTAB-TIPO = "P"
              MOVE "EST.APOS" TO W-TIPO.
           MOVE SPACES TO W-AVAL
           MOVE ZEROS TO W-MARCO
           PERFORM TESTAR-MARCO THRU TESTAR-MARCO-FIM
           GO TO LER-ESTAB.

      *----[ INCLUI NA TABELA SE VENCE DENTRO DA JANELA    ]----
      *----[ (15 DIAS CONTRATOS, 30 DIAS ESTABILIDADES)    ]----
       TESTAR-MARCO.
           IF W-SERVENC < W-SERHOJE
              GO TO TESTAR-MARCO-FIM.
           IF W-SERVENC > W-SERHOJE + W-JANELA
              GO TO TESTAR-MARCO-FIM.
           IF W-TOTITENS NOT < 300
              GO TO TESTAR-MARCO-FIM.
           MOVE W-SERVENC TO TE-SERVENC(IDXEXP)
           MOVE CHAPA     TO TE-CHAPA(IDXEXP)
           MOVE NOME      TO TE-NOME(IDXEXP)
           MOVE W-TIPO    TO TE-TIPO(IDXEXP)
           MOVE W-MARCO   TO TE-MARCO(IDXEXP)
           MOVE W-AVAL    TO TE-AVAL(IDXEXP)
           COMPUTE TE-DIASREST(IDXEXP) = W-SERVENC - W-SERHOJE.
       TESTAR-MARCO-FIM.
           EXIT.

      *----[ SITUACAO DA AVALIACAO DE FIM DE EXPERIENCIA ]----
       BUSCAR-AVAL.
           MOVE "PENDENTE" TO W-AVAL
           IF W-AVALOK NOT = "S"
              GO TO BUSCAR-AVAL-FIM.
           MOVE CHAPA TO AVA-CHAPA
           MOVE ZEROS TO AVA-ANO
           MOVE SPACES TO AVA-TIPO
           START ARQAVAL KEY IS NOT LESS AVA-KEY
               INVALID KEY GO TO BUSCAR-AVAL-FIM.
       BUSCAR-AVAL-RD.
           READ ARQAVAL NEXT
           IF ST-ERRO NOT = "00" OR AVA-CHAPA NOT = CHAPA
              GO TO BUSCAR-AVAL-FIM.
           IF AVA-TIPO NOT = "X" OR AVA-STATUS NOT = "C"
              GO TO BUSCAR-AVAL-RD.
           MOVE "EFETIVAR" TO W-AVAL
           IF AVA-RESULT = "D"
              MOVE "NAO EFET" TO W-AVAL.
       BUSCAR-AVAL-FIM.
           EXIT.

      *----[ ORDENA POR DATA DE VENCIMENTO (TROCA SIMPLES) ]----
       ORDENAR.
           IF W-TOTITENS < 2
           SET IDXEXP TO W-IT
           MOVE TE-CHAPA(IDXEXP)    TO D-CHAPA
           MOVE TE-NOME(IDXEXP)     TO D-NOME
           MOVE TE-TIPO(IDXEXP)     TO D-TIPO
           MOVE TE-MARCO(IDXEXP)    TO D-MARCO
           IF TE-MARCO(IDXEXP) = ZEROS
              MOVE "TERMINO" TO D-MARCOX.
           MOVE TE-DIASREST(IDXEXP) TO D-DIASREST
           MOVE TE-AVAL(IDXEXP)     TO D-AVAL
           WRITE REGARQEXPTX FROM DET
           ADD 1 TO W-TOTGERAL
           ADD 1 TO W-IT
      **********************
       ROT-FIM.
                CLOSE ARQFUNC ARQEXPTX.
                IF W-CTROK = "S"
                   CLOSE ARQCONTR.
                IF W-ESTOK = "S"
                   CLOSE ARQESTAB.
                IF W-AVALOK = "S"
                   CLOSE ARQAVAL.
                EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
