       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP166.
      ********************************************************
      * RELATORIO DE ACESSOS A DADOS SENSIVEIS (ARQACESSO)    *
      * LISTA QUEM VIU SALARIO/FOLHA, DADOS BANCARIOS OU DE   *
      * SAUDE NO PERIODO, REGISTRADOS PELA ROTINA FPP165,     *
      * ORDENADO POR OPERADOR OU POR FUNCIONARIO (CHAPA).     *
      * MARCA "VOLUME INCOMUM" NOS DIAS EM QUE O OPERADOR     *
      * VIU MAIS CHAPAS DISTINTAS QUE O LIMITE INFORMADO E    *
      * RESUME ESSAS OCORRENCIAS NO FINAL                     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQACESSO ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQACETX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT WORKACE ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQACESSO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQACESSO.LOG".
       01 REGACESSO.
          03 ACE-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01).
          03 ACE-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01).
          03 ACE-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01).
          03 ACE-PROGRAMA              PIC X(08).
          03 FILLER                    PIC X(01).
          03 ACE-CHAPA                 PIC 9(06).
          03 FILLER                    PIC X(01).
          03 ACE-DADOS                 PIC X(03).
          03 FILLER                    PIC X(01).
          03 ACE-MEIO                  PIC X(01).
          03 FILLER                    PIC X(01).
          03 ACE-REF                   PIC X(10).
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
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
       FD ARQACETX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ACESSOS.DOC".
       01 REGACETX                     PIC X(100).
      *-----------------------------------------------------------------
       SD WORKACE.
       01 REGWORK.
          03 WK-OPERADOR      PIC X(08).
          03 WK-DATA          PIC 9(08).
          03 WK-HORA          PIC 9(06).
          03 WK-CHAPA         PIC 9(06).
          03 WK-PROGRAMA      PIC X(08).
          03 WK-DADOS         PIC X(03).
          03 WK-MEIO          PIC X(01).
          03 WK-REF           PIC X(10).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-FUNCOK        PIC X(01) VALUE "N".
       01 W-ORDEM         PIC X(01) VALUE "O".
       01 W-OPERENTR      PIC X(08) VALUE SPACES.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-LIMITE        PIC 9(03) VALUE 50.
      *----[ 1=APURACAO DO VOLUME  2=IMPRESSAO (COM OS FILTROS) ]----
       01 W-PASSO         PIC 9(01) VALUE 1.
       01 W-DTINI         PIC 9(08) VALUE ZEROS.
       01 W-DTINI-X REDEFINES W-DTINI.
          03 W-DTINI-DIA  PIC 9(02).
          03 W-DTINI-MES  PIC 9(02).
          03 W-DTINI-ANO  PIC 9(04).
       01 W-DTFIM         PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-X REDEFINES W-DTFIM.
          03 W-DTFIM-DIA  PIC 9(02).
          03 W-DTFIM-MES  PIC 9(02).
          03 W-DTFIM-ANO  PIC 9(04).
       01 W-DTINI-AMD     PIC 9(08) VALUE ZEROS.
       01 W-DTFIM-AMD     PIC 9(08) VALUE ZEROS.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 W-HOJE-MES   PIC 9(02).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-AMD           PIC 9(08) VALUE ZEROS.
       01 W-AMD-X REDEFINES W-AMD.
          03 W-AMD-ANO    PIC 9(04).
          03 W-AMD-MES    PIC 9(02).
          03 W-AMD-DIA    PIC 9(02).
       01 W-HMS           PIC 9(06) VALUE ZEROS.
       01 W-HMS-X REDEFINES W-HMS.
          03 W-HMS-HH     PIC 9(02).
          03 W-HMS-MI     PIC 9(02).
          03 W-HMS-SS     PIC 9(02).
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).
      *----[ QUEBRAS E CONTADORES ]----
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-OPER-ANT      PIC X(08) VALUE SPACES.
       01 W-DATA-ANT      PIC 9(08) VALUE ZEROS.
       01 W-CHAPA-ANT     PIC 9(06) VALUE ZEROS.
       01 W-CNTACE        PIC 9(05) VALUE ZEROS.
       01 W-CNTCHAPA      PIC 9(05) VALUE ZEROS.
       01 W-GRUPO         PIC X(08) VALUE SPACES.
       01 W-GRUPO-ANT     PIC X(08) VALUE SPACES.
       01 W-GRPQTD        PIC 9(05) VALUE ZEROS.
       01 W-GRPINC        PIC 9(05) VALUE ZEROS.
       01 W-TOTQTD        PIC 9(06) VALUE ZEROS.
       01 W-TOTINC        PIC 9(06) VALUE ZEROS.
       01 W-CHAPA-ED      PIC ZZZZZ9.
       01 W-ALERTA        PIC X(14) VALUE SPACES.
       01 W-BUSCA-OPER    PIC X(08) VALUE SPACES.
       01 W-BUSCA-DATA    PIC 9(08) VALUE ZEROS.
      *----[ OPERADOR/DIA ACIMA DO LIMITE (APURADOS NO PASSO 1) ]----
       01 TABINC.
          03 TI-ITEM OCCURS 300 TIMES.
             05 TI-OPERADOR   PIC X(08).
             05 TI-DATA       PIC 9(08).
             05 TI-QTDCHAPA   PIC 9(05).
             05 TI-QTDACE     PIC 9(05).
       01 W-QTDINC        PIC 9(03) VALUE ZEROS COMP.
       01 W-IDX           PIC 9(03) VALUE ZEROS COMP.
       01 W-INCCHEIA      PIC X(01) VALUE "N".

       01  CAB1.
           05  FILLER PIC X(037) VALUE
           "ACESSOS A DADOS SENSIVEIS - PERIODO: ".
           05  CAB1-DTINI    PIC 99/99/9999.
           05  FILLER PIC X(003) VALUE " A ".
           05  CAB1-DTFIM    PIC 99/99/9999.
           05  FILLER PIC X(010) VALUE "   ORDEM: ".
           05  CAB1-ORDEM    PIC X(15) VALUE SPACES.

       01  CAB1B.
           05  FILLER PIC X(026) VALUE
           "LIMITE P/ VOLUME INCOMUM: ".
           05  CAB1B-LIMITE  PIC ZZ9.
           05  FILLER PIC X(037) VALUE
           " CHAPAS DISTINTAS POR OPERADOR NO DIA".

       01  CABLEG.
           05  FILLER PIC X(045) VALUE
           "DADOS: S=SALARIO/FOLHA B=BANCARIOS M=SAUDE   ".
           05  FILLER PIC X(048) VALUE
           "MEIO: C=CONSULTA R=RELATORIO/DOCUMENTO E=EXTRATO".

       01  CABFILT.
           05  FILLER PIC X(010) VALUE "OPERADOR: ".
           05  CABF-OPER     PIC X(08) VALUE SPACES.
           05  FILLER PIC X(010) VALUE "   CHAPA: ".
           05  CABF-CHAPA    PIC X(06) VALUE SPACES.

       01  CABOPER.
           05  FILLER PIC X(010) VALUE "OPERADOR: ".
           05  CABO-OPER     PIC X(08) VALUE SPACES.

       01  CABCHAPA.
           05  FILLER PIC X(007) VALUE "CHAPA: ".
           05  CABC-CHAPA    PIC 999999 VALUE ZEROS.
           05  FILLER PIC X(003) VALUE " - ".
           05  CABC-NOME     PIC X(30) VALUE SPACES.

       01  CAB2O.
           05  FILLER PIC X(038) VALUE
           "DATA       HORA     PROGRAMA CHAPA    ".
           05  FILLER PIC X(029) VALUE
           "DADOS MEIO REFERENCIA  ALERTA".

       01  CAB2F.
           05  FILLER PIC X(038) VALUE
           "DATA       HORA     PROGRAMA OPERADOR ".
           05  FILLER PIC X(029) VALUE
           "DADOS MEIO REFERENCIA  ALERTA".

       01  DET.
           05  D-DIA         PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  D-MES         PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  D-ANO         PIC 9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-HH          PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE ":".
           05  D-MI          PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE ":".
           05  D-SS          PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PROGRAMA    PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-COL         PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DADOS       PIC X(03) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  D-MEIO        PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  D-REF         PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  D-ALERTA      PIC X(14) VALUE SPACES.

       01  LINTOTGRP.
           05  FILLER        PIC X(011) VALUE "   TOTAL: ".
           05  LTG-QTD       PIC ZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(012) VALUE " ACESSOS   ".
           05  LTG-INC       PIC ZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(027) VALUE
           " EM DIAS DE VOLUME INCOMUM".

       01  LINTOTGER.
           05  FILLER        PIC X(024) VALUE
           "*** TOTAL GERAL: ".
           05  LTT-QTD       PIC ZZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(012) VALUE " ACESSOS   ".
           05  LTT-INC       PIC ZZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(027) VALUE
           " EM DIAS DE VOLUME INCOMUM".

       01  CABRES.
           05  FILLER PIC X(050) VALUE
           "OCORRENCIAS DE VOLUME INCOMUM (OPERADOR/DIA ACIMA ".
           05  FILLER PIC X(012) VALUE
           "DO LIMITE)".

       01  CABRES2.
           05  FILLER PIC X(044) VALUE
           "OPERADOR DATA        CHAPAS DIST.  ACESSOS".

       01  LINRES.
           05  LR-OPER       PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  LR-DIA        PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  LR-MES        PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE "/".
           05  LR-ANO        PIC 9999 VALUE ZEROS.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  LR-CHAPAS     PIC ZZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  LR-ACESSOS    PIC ZZZZ9 VALUE ZEROS.

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUM ACESSO REGISTRADO NO PERIODO ***".

       01  LINNADAINC.
           05  FILLER PIC X(060) VALUE
           "*** NENHUMA OCORRENCIA DE VOLUME INCOMUM ***".

       01  LINCHEIA.
           05  FILLER PIC X(060) VALUE
           "*** TABELA CHEIA: LISTADAS AS 300 PRIMEIRAS OCORRENCIAS".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAACE.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** ACESSOS A DADOS SENSIVEIS ***".
           05  LINE 06  COLUMN 01
               VALUE  " DATA INICIAL                  :".
           05  LINE 08  COLUMN 01
               VALUE  " DATA FINAL                    :".
           05  LINE 10  COLUMN 01
               VALUE  " ORDEM (O=OPERADOR F=FUNCION.) :".
           05  LINE 12  COLUMN 01
               VALUE  " OPERADOR (BRANCO=TODOS)       :".
           05  LINE 14  COLUMN 01
               VALUE  " CHAPA (0=TODAS)               :".
           05  LINE 16  COLUMN 01
               VALUE  " LIMITE CHAPAS/OPERADOR/DIA    :".
           05  LINE 18  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DTINI
               LINE 06  COLUMN 35  PIC 99/99/9999
               USING  W-DTINI
               HIGHLIGHT.
           05  TW-DTFIM
               LINE 08  COLUMN 35  PIC 99/99/9999
               USING  W-DTFIM
               HIGHLIGHT.
           05  TW-ORDEM
               LINE 10  COLUMN 35  PIC X(01)
               USING  W-ORDEM
               HIGHLIGHT.
           05  TW-OPERENTR
               LINE 12  COLUMN 35  PIC X(08)
               USING  W-OPERENTR
               HIGHLIGHT.
           05  TW-CHAPAENTR
               LINE 14  COLUMN 35  PIC 999999
               USING  W-CHAPAENTR
               HIGHLIGHT.
           05  TW-LIMITE
               LINE 16  COLUMN 35  PIC 999
               USING  W-LIMITE
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 18  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-DTINI = 1000000 + (W-HOJE-MES * 10000)
                                + W-HOJE-ANO
                COMPUTE W-DTFIM = (W-HOJE-DIA * 1000000)
                                + (W-HOJE-MES * 10000) + W-HOJE-ANO
                MOVE "O" TO W-ORDEM
                MOVE SPACES TO W-OPERENTR W-OPCAO
                MOVE ZEROS TO W-CHAPAENTR W-QTDINC W-TOTQTD W-TOTINC
                MOVE 50 TO W-LIMITE
                MOVE "N" TO W-INCCHEIA
                DISPLAY TELAACE.
       INC-DTINI.
                ACCEPT TW-DTINI
                MOVE W-DTINI TO W-DTV-DATA
                MOVE SPACE  TO W-DTV-OPCAO
                MOVE SPACES TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA INICIAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTINI.
                COMPUTE W-DTINI-AMD = (W-DTINI-ANO * 10000)
                                    + (W-DTINI-MES * 100) + W-DTINI-DIA.
       INC-DTFIM.
                ACCEPT TW-DTFIM
                MOVE W-DTFIM TO W-DTV-DATA
                MOVE SPACE  TO W-DTV-OPCAO
                MOVE SPACES TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA FINAL INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTFIM.
                COMPUTE W-DTFIM-AMD = (W-DTFIM-ANO * 10000)
                                    + (W-DTFIM-MES * 100) + W-DTFIM-DIA
                IF W-DTFIM-AMD < W-DTINI-AMD
                   MOVE "*** DATA FINAL ANTERIOR A INICIAL ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DTFIM.
       INC-ORDEM.
                ACCEPT TW-ORDEM
                IF W-ORDEM = "o"
                   MOVE "O" TO W-ORDEM.
                IF W-ORDEM = "f"
                   MOVE "F" TO W-ORDEM.
                IF W-ORDEM NOT = "O" AND W-ORDEM NOT = "F"
                   MOVE "*** DIGITE O=OPERADOR  F=FUNCIONARIO ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-ORDEM.
       INC-OPER.
                ACCEPT TW-OPERENTR.
       INC-CHAPA.
                ACCEPT TW-CHAPAENTR.
       INC-LIMITE.
                ACCEPT TW-LIMITE
                IF W-LIMITE < 1
                   MOVE "*** INFORME O LIMITE (1 A 999) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-LIMITE.
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
           OPEN INPUT ARQACESSO
           IF ST-ERRO NOT = "00"
              MOVE "* NENHUM ACESSO REGISTRADO (ARQACESSO) *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           CLOSE ARQACESSO
           MOVE "N" TO W-FUNCOK
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-FUNCOK.
           OPEN OUTPUT ARQACETX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ACESSOS.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              IF W-FUNCOK = "S"
                 CLOSE ARQFUNC
              END-IF
              GO TO ROT-FIM2.

           MOVE W-DTINI TO CAB1-DTINI
           MOVE W-DTFIM TO CAB1-DTFIM
           IF W-ORDEM = "O"
              MOVE "POR OPERADOR" TO CAB1-ORDEM
           ELSE
              MOVE "POR FUNCIONARIO" TO CAB1-ORDEM.
           MOVE W-LIMITE TO CAB1B-LIMITE
           IF W-OPERENTR = SPACES
              MOVE "TODOS" TO CABF-OPER
           ELSE
              MOVE W-OPERENTR TO CABF-OPER.
           IF W-CHAPAENTR = ZEROS
              MOVE "TODAS" TO CABF-CHAPA
           ELSE
              MOVE W-CHAPAENTR TO CABF-CHAPA.
           WRITE REGACETX FROM CAB1
           WRITE REGACETX FROM CAB1B
           WRITE REGACETX FROM CABFILT
           WRITE REGACETX FROM CABLEG
           WRITE REGACETX FROM CABBLANK

      *----[ PASSO 1: CHAPAS DISTINTAS POR OPERADOR E DIA ]----
           MOVE 1 TO W-PASSO
           SORT WORKACE
                ON ASCENDING KEY WK-OPERADOR WK-DATA WK-CHAPA
                INPUT PROCEDURE IS CARREGAR-ACE
                              THRU CARREGAR-ACE-FIM
                OUTPUT PROCEDURE IS APURAR-VOL
                               THRU APURAR-VOL-FIM.

      *----[ PASSO 2: LISTAGEM NA ORDEM ESCOLHIDA ]----
           MOVE 2 TO W-PASSO
           IF W-ORDEM = "F"
              GO TO INC-OP2.
           SORT WORKACE
                ON ASCENDING KEY WK-OPERADOR WK-DATA WK-HORA WK-CHAPA
                INPUT PROCEDURE IS CARREGAR-ACE
                              THRU CARREGAR-ACE-FIM
                OUTPUT PROCEDURE IS IMPRIMIR-ACE
                               THRU IMPRIMIR-ACE-FIM.
           GO TO INC-OP3.
       INC-OP2.
           SORT WORKACE
                ON ASCENDING KEY WK-CHAPA WK-DATA WK-HORA WK-OPERADOR
                INPUT PROCEDURE IS CARREGAR-ACE
                              THRU CARREGAR-ACE-FIM
                OUTPUT PROCEDURE IS IMPRIMIR-ACE
                               THRU IMPRIMIR-ACE-FIM.
       INC-OP3.
           PERFORM ESCREVER-RESUMO THRU ESCREVER-RESUMO-FIM
           MOVE "*** RELATORIO GERADO: ACESSOS.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----[ LE O ARQACESSO NO PERIODO - FILTROS SO NO PASSO 2 ]------
       CARREGAR-ACE.
           OPEN INPUT ARQACESSO
           IF ST-ERRO NOT = "00"
              GO TO CARREGAR-ACE-FIM.
       LER-ACE.
           READ ARQACESSO
           IF ST-ERRO NOT = "00"
              CLOSE ARQACESSO
              GO TO CARREGAR-ACE-FIM.
           IF ACE-DATA NOT NUMERIC OR ACE-CHAPA NOT NUMERIC
              GO TO LER-ACE.
           IF ACE-DATA < W-DTINI-AMD OR ACE-DATA > W-DTFIM-AMD
              GO TO LER-ACE.
           IF W-PASSO = 2 AND W-OPERENTR NOT = SPACES
                 AND ACE-OPERADOR NOT = W-OPERENTR
              GO TO LER-ACE.
           IF W-PASSO = 2 AND W-CHAPAENTR NOT = ZEROS
                 AND ACE-CHAPA NOT = W-CHAPAENTR
              GO TO LER-ACE.
           MOVE ACE-OPERADOR TO WK-OPERADOR
           MOVE ACE-DATA     TO WK-DATA
           MOVE ACE-HORA     TO WK-HORA
           MOVE ACE-CHAPA    TO WK-CHAPA
           MOVE ACE-PROGRAMA TO WK-PROGRAMA
           MOVE ACE-DADOS    TO WK-DADOS
           MOVE ACE-MEIO     TO WK-MEIO
           MOVE ACE-REF      TO WK-REF
           RELEASE REGWORK
           GO TO LER-ACE.
       CARREGAR-ACE-FIM.
           EXIT.

      *----[ CHAPA 0 = CONSULTA DE VARIAS CHAPAS: CONTA SO O ACESSO ]--
       APURAR-VOL.
           MOVE "S" TO W-PRIMEIRO
           MOVE ZEROS TO W-CNTACE W-CNTCHAPA W-CHAPA-ANT.
       PROX-VOL.
           RETURN WORKACE AT END
               GO TO FIM-VOL.
           IF W-PRIMEIRO = "N" AND (WK-OPERADOR NOT = W-OPER-ANT
                 OR WK-DATA NOT = W-DATA-ANT)
              PERFORM FECHAR-VOL THRU FECHAR-VOL-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE WK-OPERADOR TO W-OPER-ANT
           MOVE WK-DATA     TO W-DATA-ANT
           ADD 1 TO W-CNTACE
           IF WK-CHAPA NOT = ZEROS AND WK-CHAPA NOT = W-CHAPA-ANT
              ADD 1 TO W-CNTCHAPA.
           MOVE WK-CHAPA TO W-CHAPA-ANT
           GO TO PROX-VOL.
       FIM-VOL.
           IF W-PRIMEIRO = "N"
              PERFORM FECHAR-VOL THRU FECHAR-VOL-FIM.
       APURAR-VOL-FIM.
           EXIT.

       FECHAR-VOL.
           IF W-CNTCHAPA NOT > W-LIMITE
              GO TO FECHAR-VOL-ZERA.
           IF W-QTDINC NOT < 300
              MOVE "S" TO W-INCCHEIA
              GO TO FECHAR-VOL-ZERA.
           ADD 1 TO W-QTDINC
           MOVE W-OPER-ANT TO TI-OPERADOR(W-QTDINC)
           MOVE W-DATA-ANT TO TI-DATA(W-QTDINC)
           MOVE W-CNTCHAPA TO TI-QTDCHAPA(W-QTDINC)
           MOVE W-CNTACE   TO TI-QTDACE(W-QTDINC).
       FECHAR-VOL-ZERA.
           MOVE ZEROS TO W-CNTACE W-CNTCHAPA W-CHAPA-ANT.
       FECHAR-VOL-FIM.
           EXIT.

      *----------------[ IMPRESSAO DO RELATORIO ]-----------------------
       IMPRIMIR-ACE.
           MOVE "S" TO W-PRIMEIRO
           MOVE SPACES TO W-GRUPO-ANT W-BUSCA-OPER
           MOVE 99999999 TO W-BUSCA-DATA.
       PROX-IMP.
           RETURN WORKACE AT END
               GO TO FIM-IMP.
           IF W-ORDEM = "O"
              MOVE WK-OPERADOR TO W-GRUPO
           ELSE
              MOVE WK-CHAPA TO W-GRUPO.
           IF W-PRIMEIRO = "N" AND W-GRUPO NOT = W-GRUPO-ANT
              PERFORM ESCREVER-TOTGRP THRU ESCREVER-TOTGRP-FIM.
           IF W-PRIMEIRO = "S" OR W-GRUPO NOT = W-GRUPO-ANT
              PERFORM ESCREVER-CABGRP THRU ESCREVER-CABGRP-FIM.
           PERFORM BUSCAR-INC THRU BUSCAR-INC-FIM

           MOVE WK-DATA TO W-AMD
           MOVE W-AMD-DIA TO D-DIA
           MOVE W-AMD-MES TO D-MES
           MOVE W-AMD-ANO TO D-ANO
           MOVE WK-HORA TO W-HMS
           MOVE W-HMS-HH TO D-HH
           MOVE W-HMS-MI TO D-MI
           MOVE W-HMS-SS TO D-SS
           MOVE WK-PROGRAMA TO D-PROGRAMA
           IF W-ORDEM = "F"
              MOVE WK-OPERADOR TO D-COL
           ELSE
              IF WK-CHAPA = ZEROS
                 MOVE "VARIAS" TO D-COL
              ELSE
                 MOVE WK-CHAPA TO W-CHAPA-ED
                 MOVE W-CHAPA-ED TO D-COL.
           MOVE WK-DADOS  TO D-DADOS
           MOVE WK-MEIO   TO D-MEIO
           MOVE WK-REF    TO D-REF
           MOVE W-ALERTA  TO D-ALERTA
           WRITE REGACETX FROM DET
           ADD 1 TO W-GRPQTD W-TOTQTD
           IF W-ALERTA NOT = SPACES
              ADD 1 TO W-GRPINC W-TOTINC.
           GO TO PROX-IMP.
       FIM-IMP.
           IF W-PRIMEIRO = "S"
              WRITE REGACETX FROM LINNADA
              GO TO IMPRIMIR-ACE-FIM.
           PERFORM ESCREVER-TOTGRP THRU ESCREVER-TOTGRP-FIM
           MOVE W-TOTQTD TO LTT-QTD
           MOVE W-TOTINC TO LTT-INC
           WRITE REGACETX FROM LINTOTGER.
       IMPRIMIR-ACE-FIM.
           EXIT.

       ESCREVER-CABGRP.
           MOVE W-GRUPO TO W-GRUPO-ANT
           MOVE "N" TO W-PRIMEIRO
           MOVE ZEROS TO W-GRPQTD W-GRPINC
           IF W-ORDEM = "F"
              GO TO ESCREVER-CABGRP-CHP.
           MOVE WK-OPERADOR TO CABO-OPER
           WRITE REGACETX FROM CABOPER
           WRITE REGACETX FROM CAB2O
           GO TO ESCREVER-CABGRP-FIM.
       ESCREVER-CABGRP-CHP.
           MOVE WK-CHAPA TO CABC-CHAPA
           MOVE SPACES TO CABC-NOME
           IF WK-CHAPA = ZEROS
              MOVE "CONSULTAS DE VARIAS CHAPAS" TO CABC-NOME
           ELSE
              IF W-FUNCOK = "S"
                 MOVE WK-CHAPA TO CHAPA
                 READ ARQFUNC
                 IF ST-ERRO2 = "00"
                    MOVE NOME TO CABC-NOME
                 ELSE
                    MOVE "*** FORA DO CADASTRO ATIVO ***" TO CABC-NOME.
           WRITE REGACETX FROM CABCHAPA
           WRITE REGACETX FROM CAB2F.
       ESCREVER-CABGRP-FIM.
           EXIT.

       ESCREVER-TOTGRP.
           MOVE W-GRPQTD TO LTG-QTD
           MOVE W-GRPINC TO LTG-INC
           WRITE REGACETX FROM LINTOTGRP
           WRITE REGACETX FROM CABBLANK.
       ESCREVER-TOTGRP-FIM.
           EXIT.

      *----[ OPERADOR/DIA DO REGISTRO ESTA NA TABELA DE OCORRENCIAS? ]--
       BUSCAR-INC.
           IF WK-OPERADOR = W-BUSCA-OPER AND WK-DATA = W-BUSCA-DATA
              GO TO BUSCAR-INC-FIM.
           MOVE WK-OPERADOR TO W-BUSCA-OPER
           MOVE WK-DATA     TO W-BUSCA-DATA
           MOVE SPACES TO W-ALERTA
           MOVE 1 TO W-IDX.
       BUSCAR-INC-RD.
           IF W-IDX > W-QTDINC
              GO TO BUSCAR-INC-FIM.
           IF TI-OPERADOR(W-IDX) = WK-OPERADOR
                 AND TI-DATA(W-IDX) = WK-DATA
              MOVE "VOLUME INCOMUM" TO W-ALERTA
              GO TO BUSCAR-INC-FIM.
           ADD 1 TO W-IDX
           GO TO BUSCAR-INC-RD.
       BUSCAR-INC-FIM.
           EXIT.

      *----[ RESUMO FINAL DAS OCORRENCIAS DE VOLUME INCOMUM ]----------
       ESCREVER-RESUMO.
           WRITE REGACETX FROM CABBLANK
           WRITE REGACETX FROM CABRES
           WRITE REGACETX FROM CAB1B
           WRITE REGACETX FROM CABRES2
           MOVE ZEROS TO W-CNTACE
           MOVE 1 TO W-IDX.
       ESCREVER-RESUMO-RD.
           IF W-IDX > W-QTDINC
              GO TO ESCREVER-RESUMO-TOT.
           IF W-OPERENTR NOT = SPACES
                 AND TI-OPERADOR(W-IDX) NOT = W-OPERENTR
              ADD 1 TO W-IDX
              GO TO ESCREVER-RESUMO-RD.
           MOVE TI-OPERADOR(W-IDX) TO LR-OPER
           MOVE TI-DATA(W-IDX)     TO W-AMD
           MOVE W-AMD-DIA TO LR-DIA
           MOVE W-AMD-MES TO LR-MES
           MOVE W-AMD-ANO TO LR-ANO
           MOVE TI-QTDCHAPA(W-IDX) TO LR-CHAPAS
           MOVE TI-QTDACE(W-IDX)   TO LR-ACESSOS
           WRITE REGACETX FROM LINRES
           ADD 1 TO W-CNTACE W-IDX
           GO TO ESCREVER-RESUMO-RD.
       ESCREVER-RESUMO-TOT.
           IF W-CNTACE = ZEROS
              WRITE REGACETX FROM LINNADAINC.
           IF W-INCCHEIA = "S"
              WRITE REGACETX FROM LINCHEIA.
       ESCREVER-RESUMO-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQACETX
           IF W-FUNCOK = "S"
              CLOSE ARQFUNC.
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
       FIM-ROT-ACE.
