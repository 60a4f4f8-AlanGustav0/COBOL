       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP169.
      ********************************************************
      * VARREDURA DE FRAUDES E ANOMALIAS NA FOLHA             *
      * RODAR ANTES DA REMESSA (FPP033). PARA A COMPETENCIA   *
      * CRUZA ARQFOLHA, ARQFUNC, ARQBANCO, ARQPONTO E         *
      * ARQFUNCHIS E APONTA NO ARQANOM:                       *
      *  B/X CONTA OU CHAVE PIX DE MAIS DE UMA CHAPA          *
      *  P   PAGO SEM PONTO APROVADO NA COMPETENCIA           *
      *  D   PAGO APOS O DESLIGAMENTO OU FORA DO CADASTRO     *
      *  C/S CPF OU PIS REPETIDO (ATIVOS E ARQUIVO MORTO)     *
      *  E/T ENDERECO OU TELEFONE IGUAL ENTRE NAO PARENTES    *
      *  V   LIQUIDO ACIMA DA MEDIA DO CARGO + PERCENTUAL     *
      * READMISSAO (ARQREADM), CONTATO DE EMERGENCIA E MESMO  *
      * SOBRENOME CONTAM COMO VINCULO. APONTAMENTO JA REVISTO *
      * SO REABRE SE O DETALHE MUDAR. A DISPOSICAO DO REVISOR *
      * E GRAVADA NO FPP170. GERA ANOMALIA.DOC                *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQBANCO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BCO-CHAPA
                      ALTERNATE RECORD KEY IS BCO-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PONTO-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RDM-CHAPANOVA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQANOM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ANM-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQANMTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT WORKANM ASSIGN TO DISK.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
       FD ARQBANCO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBANCO.DAT".
       01 REGBANCO.
           03 BCO-CHAPA             PIC 9(06).
           03 BCO-NOME              PIC X(30).
           03 BCO-BANCO             PIC 9(03).
           03 BCO-AGENCIA           PIC 9(05).
           03 BCO-CONTA             PIC X(12).
           03 BCO-TPCONTA           PIC X(01).
           03 BCO-STATUS            PIC X(01).
           03 BCO-PIXTIPO           PIC X(01).
           03 BCO-PIXKEY            PIC X(40).
      *-----------------------------------------------------------------
       FD ARQPONTO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 PONTO-KEY.
            05 PONTO-CHAPA        PIC 9(06).
            05 PONTO-COMPET       PIC 9(06).
           03 PONTO-QTDTRAB      PIC 9(03).
           03 PONTO-HE50         PIC 9(03).
           03 PONTO-HE100        PIC 9(03).
           03 PONTO-HNOT         PIC 9(03).
           03 PONTO-FALTAS       PIC 9(02).
      *----[ P=PENDENTE A=APROVADO (FPP087) ]----
           03 PONTO-APROV        PIC X(01).
           03 PONTO-APROVADOR    PIC X(08).
           03 PONTO-DTAPROV      PIC 9(08).
           03 PONTO-HRAPROV      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-RESTO         PIC X(218).
           03 HIS-RESTOX REDEFINES HIS-RESTO.
            05 FILLER            PIC X(194).
            05 HIS-CPF           PIC 9(11).
            05 HIS-PIS           PIC 9(11).
            05 FILLER            PIC X(02).
      *-----------------------------------------------------------------
       FD ARQREADM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CHAPANOVA             PIC 9(06).
          03 RDM-CHAPAANT              PIC 9(06).
          03 RDM-CPF                   PIC 9(11).
          03 RDM-DTDESLANT             PIC 9(08).
          03 RDM-DTREADM               PIC 9(08).
          03 RDM-OPERADOR              PIC X(08).
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
          03 CARG-PERICUL       PIC X(01).
          03 CARG-INSALGR       PIC X(01).
          03 CARG-SINDICATO     PIC 9(03).
      *-----------------------------------------------------------------
      *----[ APONTAMENTOS DA VARREDURA E DISPOSICAO DO REVISOR ]----
       FD ARQANOM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQANOM.DAT".
       01 REGANOM.
           03 ANM-KEY.
            05 ANM-COMPET          PIC 9(06).
      *----[ B X P D C S E T V - VER CABECALHO DO FPP169 ]----
            05 ANM-TIPO            PIC X(01).
            05 ANM-CHAPA           PIC 9(06).
           03 ANM-NOME             PIC X(30).
           03 ANM-DETALHE          PIC X(50).
           03 ANM-DTGER            PIC 9(08).
      *----[ BRANCO=PENDENTE J=JUSTIFICADO F=FRAUDE C=CORRIGIDO ]----
           03 ANM-DISP             PIC X(01).
           03 ANM-OBS              PIC X(40).
           03 ANM-OPERREV          PIC X(08).
           03 ANM-DTREV            PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQANMTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANOMALIA.DOC".
       01 REGANMTX                     PIC X(100).
      *-----------------------------------------------------------------
       SD WORKANM.
       01 REGWORK.
          03 WK-TIPO          PIC X(01).
          03 WK-VALOR         PIC X(50).
          03 WK-CHAPA         PIC 9(06).
          03 WK-NOME          PIC X(30).
          03 WK-VINC          PIC 9(06).
          03 WK-CONTATO       PIC X(30).
          03 WK-SOBRENOME     PIC X(20).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-BCOOK         PIC X(01) VALUE "N".
       01 W-PONTOOK       PIC X(01) VALUE "N".
       01 W-HISOK         PIC X(01) VALUE "N".
       01 W-RDMOK         PIC X(01) VALUE "N".
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
       01 W-PERC          PIC 9(03) VALUE 100.
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
      *----[ DATA DDMMAAAA DO CADASTRO ]----
       01 W-DTDESL        PIC 9(08) VALUE ZEROS.
       01 W-DTDESL-X REDEFINES W-DTDESL.
          03 W-DESL-DIA      PIC 9(02).
          03 W-DESL-MES      PIC 9(02).
          03 W-DESL-ANO      PIC 9(04).
       01 W-COMPDESL      PIC 9(06) VALUE ZEROS.
       01 W-DTED.
          03 W-DTED-DIA      PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTED-MES      PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTED-ANO      PIC 9(04).
      *----[ LIQUIDO MEDIO POR CARGO NA COMPETENCIA ]----
       01 TABCARGO.
          03 TC-ITEM OCCURS 999 TIMES.
             05 TC-QTD        PIC 9(05).
             05 TC-SOMA       PIC 9(09)V99.
       01 W-REF           PIC 9(07)V99 VALUE ZEROS.
       01 W-LIMITEV       PIC 9(07)V99 VALUE ZEROS.
       01 W-VALED         PIC ZZZ.ZZ9,99.
       01 W-REFED         PIC ZZZ.ZZ9,99.
      *----[ APONTAMENTO A GRAVAR ]----
       01 W-FTIPO         PIC X(01) VALUE SPACES.
       01 W-FCHAPA        PIC 9(06) VALUE ZEROS.
       01 W-FNOME         PIC X(30) VALUE SPACES.
       01 W-FDET          PIC X(50) VALUE SPACES.
      *----[ GRUPO DE CHAPAS COM O MESMO DADO (SAIDA DO SORT) ]----
       01 TABGRP.
          03 TG-ITEM OCCURS 50 TIMES.
             05 TG-CHAPA      PIC 9(06).
             05 TG-NOME       PIC X(30).
             05 TG-VINC       PIC 9(06).
             05 TG-CONTATO    PIC X(30).
             05 TG-SOBRENOME  PIC X(20).
       01 W-QTDGRP        PIC 9(03) VALUE ZEROS COMP.
       01 W-IX            PIC 9(03) VALUE ZEROS COMP.
       01 W-JX            PIC 9(03) VALUE ZEROS COMP.
       01 W-GRPCHEIO      PIC X(01) VALUE "N".
       01 W-VINCULADO     PIC X(01) VALUE "N".
       01 W-PRIMEIRO      PIC X(01) VALUE "S".
       01 W-TIPO-ANT      PIC X(01) VALUE SPACES.
       01 W-VALOR-ANT     PIC X(50) VALUE SPACES.
      *----[ ULTIMA PALAVRA DO NOME ]----
       01 W-IF            PIC 9(02) VALUE ZEROS.
       01 W-II            PIC 9(02) VALUE ZEROS.
       01 W-TAMSOB        PIC 9(02) VALUE ZEROS.
       01 W-SOBRENOME     PIC X(20) VALUE SPACES.
      *----[ CONTADORES ]----
       01 W-QTDFOLHA      PIC 9(05) VALUE ZEROS.
       01 W-TOTNOVO       PIC 9(05) VALUE ZEROS.
       01 W-TOTANM        PIC 9(05) VALUE ZEROS.
       01 W-TOTPEND       PIC 9(05) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(048) VALUE
           "VARREDURA DE FRAUDES E ANOMALIAS - COMPETENCIA: ".
           05  CAB1-MES      PIC 99.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999.

       01  CAB1B.
           05  FILLER PIC X(036) VALUE
           "LIQUIDO ACIMA DA MEDIA DO CARGO EM: ".
           05  CAB1B-PERC    PIC ZZ9.
           05  FILLER PIC X(024) VALUE
           "%   FOLHAS ANALISADAS: ".
           05  CAB1B-QTD     PIC ZZZZ9.

       01  CABLEG1.
           05  FILLER PIC X(040) VALUE
           "TIPO: B=CONTA COMPARTILHADA  X=PIX COMPA".
           05  FILLER PIC X(040) VALUE
           "RTILHADO  P=SEM PONTO APROVADO          ".

       01  CABLEG2.
           05  FILLER PIC X(040) VALUE
           "      D=PAGO APOS DESLIG./FORA DO CADAST".
           05  FILLER PIC X(040) VALUE
           "RO  C=CPF REPETIDO  S=PIS REPETIDO      ".

       01  CABLEG3.
           05  FILLER PIC X(040) VALUE
           "      E=ENDERECO IGUAL  T=TELEFONE IGUAL".
           05  FILLER PIC X(040) VALUE
           "  V=LIQUIDO ACIMA DO CARGO              ".

       01  CABLEG4.
           05  FILLER PIC X(040) VALUE
           "DISP.: BRANCO=PENDENTE  J=JUSTIFICADO  F".
           05  FILLER PIC X(040) VALUE
           "=FRAUDE  C=CORRIGIDO (REVISAO NO FPP170)".

       01  CAB2.
           05  FILLER PIC X(040) VALUE
           "T CHAPA  NOME                      DETAL".
           05  FILLER PIC X(040) VALUE
           "HE                                      ".
           05  FILLER PIC X(018) VALUE
           "    D REVISOR".

       01  DET.
           05  D-TIPO        PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DETALHE     PIC X(50) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DISP        PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-OPERREV     PIC X(08) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(035) VALUE
           "*** APONTAMENTOS NA COMPETENCIA..: ".
           05  T-TOTANM      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(035) VALUE
           "*** NOVOS OU REABERTOS NESTA VEZ.: ".
           05  T-TOTNOVO     PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(035) VALUE
           "*** PENDENTES DE DISPOSICAO......: ".
           05  T-TOTPEND     PIC ZZZZ9 VALUE ZEROS.

       01  LINSEMPONTO.
           05  FILLER PIC X(060) VALUE
           "*** ARQPONTO INEXISTENTE: PONTO NAO VERIFICADO ***".

       01  LINSEMBCO.
           05  FILLER PIC X(060) VALUE
           "*** ARQBANCO INEXISTENTE: CONTAS NAO VERIFICADAS ***".

       01  LINCHEIO.
           05  FILLER PIC X(060) VALUE
           "*** GRUPO COM MAIS DE 50 CHAPAS: LISTADAS AS 50 PRIMEIRAS".

       01  LINNADA.
           05  FILLER PIC X(060) VALUE
           "*** NENHUMA ANOMALIA ENCONTRADA NA COMPETENCIA ***".

       01  CABBLANK.
           05  FILLER PIC X(001) VALUE SPACES.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAANM.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** VARREDURA DE FRAUDES E ANOMALIAS ***".
           05  LINE 06  COLUMN 01
               VALUE  " COMPETENCIA (MM/AAAA)         :".
           05  LINE 08  COLUMN 01
               VALUE  " % ACIMA DA MEDIA DO CARGO     :".
           05  LINE 10  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 06  COLUMN 35  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-PERC
               LINE 08  COLUMN 35  PIC 999
               USING  W-PERC
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 10  COLUMN 35  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                MOVE W-HOJE(5:2) TO W-COMPENTR-MES
                MOVE W-HOJE(1:4) TO W-COMPENTR-ANO
                MOVE 100 TO W-PERC
                MOVE SPACES TO W-OPCAO
                MOVE ZEROS TO W-QTDFOLHA W-TOTNOVO W-TOTANM W-TOTPEND
                MOVE "N" TO W-GRPCHEIO
                DISPLAY TELAANM.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO.
       INC-PERC.
                ACCEPT TW-PERC
                IF W-PERC < 1
                   MOVE "*** INFORME O PERCENTUAL (1 A 999) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PERC.
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
           OPEN INPUT ARQFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQFOLHA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO ARQFUNC NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFOLHA
              GO TO ROT-FIM2.
           OPEN I-O ARQANOM
           IF ST-ERRO3 = "30" OR "35"
              OPEN OUTPUT ARQANOM
              CLOSE ARQANOM
              OPEN I-O ARQANOM.
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQANOM" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFOLHA ARQFUNC
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQANMTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ANOMALIA.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFOLHA ARQFUNC ARQANOM
              GO TO ROT-FIM2.
           MOVE "N" TO W-BCOOK W-PONTOOK W-HISOK W-RDMOK W-CARGOK
           OPEN INPUT ARQBANCO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-BCOOK.
           OPEN INPUT ARQPONTO
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PONTOOK.
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-HISOK.
           OPEN INPUT ARQREADM
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-RDMOK.
           OPEN INPUT ARQCARG
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-CARGOK.

      *----[ PASSO 1: LIQUIDO MEDIO POR CARGO NA COMPETENCIA ]----
           PERFORM APURAR-MEDIA THRU APURAR-MEDIA-FIM.
      *----[ PASSO 2: CADA FOLHA MENSAL DA COMPETENCIA ]----
           PERFORM VERIF-FOLHA THRU VERIF-FOLHA-FIM.
      *----[ PASSO 3: MESMO DADO EM MAIS DE UMA CHAPA ]----
           SORT WORKANM
                ON ASCENDING KEY WK-TIPO WK-VALOR WK-CHAPA
                INPUT PROCEDURE IS CARREGAR-DUP
                              THRU CARREGAR-DUP-FIM
                OUTPUT PROCEDURE IS APURAR-DUP
                               THRU APURAR-DUP-FIM.
      *----[ PASSO 4: RELATORIO DE TODOS OS APONTAMENTOS DO MES ]----
           PERFORM LISTAR-ANM THRU LISTAR-ANM-FIM.
           MOVE "*** VARREDURA CONCLUIDA: ANOMALIA.DOC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------[ PASSO 1 ]--------------------------------------
       APURAR-MEDIA.
           MOVE ZEROS TO TABCARGO
           MOVE LOW-VALUES TO FOLHA-KEY
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO APURAR-MEDIA-FIM.
       APURAR-MEDIA-RD.
           READ ARQFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO APURAR-MEDIA-FIM.
           IF FOLHA-COMPET NOT = W-COMPET-N OR FOLHA-TIPO NOT = "M"
              GO TO APURAR-MEDIA-RD.
           IF FOLHA-CODCARG > ZEROS
              ADD 1 TO TC-QTD(FOLHA-CODCARG)
              ADD FOLHA-SALLIQ TO TC-SOMA(FOLHA-CODCARG).
           GO TO APURAR-MEDIA-RD.
       APURAR-MEDIA-FIM.
           EXIT.

      *----------------[ PASSO 2 ]--------------------------------------
       VERIF-FOLHA.
           MOVE LOW-VALUES TO FOLHA-KEY
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO VERIF-FOLHA-FIM.
       VERIF-FOLHA-RD.
           READ ARQFOLHA NEXT
           IF ST-ERRO NOT = "00"
              GO TO VERIF-FOLHA-FIM.
           IF FOLHA-COMPET NOT = W-COMPET-N OR FOLHA-TIPO NOT = "M"
              GO TO VERIF-FOLHA-RD.
           ADD 1 TO W-QTDFOLHA
           MOVE FOLHA-CHAPA TO W-FCHAPA
           MOVE FOLHA-NOME  TO W-FNOME
           PERFORM VER-DESLIG THRU VER-DESLIG-FIM
           PERFORM VER-PONTO  THRU VER-PONTO-FIM
           PERFORM VER-FAIXA  THRU VER-FAIXA-FIM
           GO TO VERIF-FOLHA-RD.
       VERIF-FOLHA-FIM.
           EXIT.

      *----[ D: FORA DO CADASTRO OU DESLIGADO ANTES DA COMPETENCIA ]----
       VER-DESLIG.
           MOVE FOLHA-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO2 = "00"
              GO TO VER-DESLIG-CAD.
           MOVE "D" TO W-FTIPO
           MOVE "CHAPA INEXISTENTE NO CADASTRO" TO W-FDET
           IF W-HISOK = "S"
              MOVE FOLHA-CHAPA TO HIS-CHAPA
              READ ARQFUNCHIS
              IF ST-ERRO2 = "00"
                 MOVE "CHAPA SO NO ARQUIVO MORTO (FPP057)" TO W-FDET.
           PERFORM GRAVAR-ANM THRU GRAVAR-ANM-FIM
           GO TO VER-DESLIG-FIM.
       VER-DESLIG-CAD.
           IF DTDESLIGAMENTO = ZEROS
              GO TO VER-DESLIG-FIM.
           MOVE DTDESLIGAMENTO TO W-DTDESL
           COMPUTE W-COMPDESL = W-DESL-ANO * 100 + W-DESL-MES
           IF W-COMPDESL NOT < W-COMPET-N
              GO TO VER-DESLIG-FIM.
           MOVE W-DESL-DIA TO W-DTED-DIA
           MOVE W-DESL-MES TO W-DTED-MES
           MOVE W-DESL-ANO TO W-DTED-ANO
           MOVE "D" TO W-FTIPO
           MOVE SPACES TO W-FDET
           STRING "PAGO APOS DESLIGAMENTO EM " DELIMITED BY SIZE
                  W-DTED DELIMITED BY SIZE
                  INTO W-FDET
           END-STRING
           PERFORM GRAVAR-ANM THRU GRAVAR-ANM-FIM.
       VER-DESLIG-FIM.
           EXIT.

      *----[ P: SEM PONTO OU COM PONTO NAO APROVADO NO FPP087 ]----
       VER-PONTO.
           IF W-PONTOOK NOT = "S"
              GO TO VER-PONTO-FIM.
           MOVE FOLHA-CHAPA TO PONTO-CHAPA
           MOVE W-COMPET-N  TO PONTO-COMPET
           READ ARQPONTO
           IF ST-ERRO2 = "00" AND PONTO-APROV = "A"
              GO TO VER-PONTO-FIM.
           MOVE "P" TO W-FTIPO
           IF ST-ERRO2 = "00"
              MOVE "PONTO DIGITADO E NAO APROVADO (FPP087)" TO W-FDET
           ELSE
              MOVE "SEM APONTAMENTO NA COMPETENCIA" TO W-FDET.
           PERFORM GRAVAR-ANM THRU GRAVAR-ANM-FIM.
       VER-PONTO-FIM.
           EXIT.

      *----[ V: MEDIA DO CARGO; CARGO COM UMA SO FOLHA USA O SALARIO ]--
      *----[    BASE DO ARQCARG                                     ]--
       VER-FAIXA.
           IF FOLHA-CODCARG = ZEROS
              GO TO VER-FAIXA-FIM.
           MOVE ZEROS TO W-REF
           IF TC-QTD(FOLHA-CODCARG) > 1
              COMPUTE W-REF ROUNDED = TC-SOMA(FOLHA-CODCARG)
                                    / TC-QTD(FOLHA-CODCARG)
           ELSE
              IF W-CARGOK = "S"
                 MOVE FOLHA-CODCARG TO COD
                 READ ARQCARG
                 IF ST-ERRO2 = "00"
                    MOVE SALARIOBASE TO W-REF.
           IF W-REF = ZEROS
              GO TO VER-FAIXA-FIM.
           COMPUTE W-LIMITEV ROUNDED = W-REF * (100 + W-PERC) / 100
           IF FOLHA-SALLIQ NOT > W-LIMITEV
              GO TO VER-FAIXA-FIM.
           MOVE FOLHA-SALLIQ TO W-VALED
           MOVE W-REF        TO W-REFED
           MOVE "V" TO W-FTIPO
           MOVE SPACES TO W-FDET
           STRING "LIQUIDO " DELIMITED BY SIZE
                  W-VALED DELIMITED BY SIZE
                  " X REF. CARGO " DELIMITED BY SIZE
                  W-REFED DELIMITED BY SIZE
                  INTO W-FDET
           END-STRING
           PERFORM GRAVAR-ANM THRU GRAVAR-ANM-FIM.
       VER-FAIXA-FIM.
           EXIT.

      *----------------[ PASSO 3: ENTRADA DO SORT ]---------------------
       CARREGAR-DUP.
           IF W-BCOOK NOT = "S"
              GO TO CARREGAR-DUP-FUNC.
           MOVE ZEROS TO BCO-CHAPA
           START ARQBANCO KEY IS NOT LESS BCO-CHAPA
               INVALID KEY GO TO CARREGAR-DUP-FUNC.
       CARREGAR-DUP-BCO.
           READ ARQBANCO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-DUP-FUNC.
           IF BCO-STATUS NOT = "A"
              GO TO CARREGAR-DUP-BCO.
           MOVE SPACES      TO REGWORK
           MOVE BCO-CHAPA   TO WK-CHAPA
           MOVE BCO-NOME    TO WK-NOME
           MOVE ZEROS       TO WK-VINC
           MOVE "B"         TO WK-TIPO
           STRING "CONTA " DELIMITED BY SIZE
                  BCO-BANCO "/" BCO-AGENCIA "/" DELIMITED BY SIZE
                  BCO-CONTA DELIMITED BY SIZE
                  INTO WK-VALOR
           END-STRING
           RELEASE REGWORK
           IF BCO-PIXKEY = SPACES
              GO TO CARREGAR-DUP-BCO.
           MOVE "X"         TO WK-TIPO
           MOVE SPACES      TO WK-VALOR
           STRING "PIX " DELIMITED BY SIZE
                  BCO-PIXKEY DELIMITED BY SIZE
                  INTO WK-VALOR
           END-STRING
           RELEASE REGWORK
           GO TO CARREGAR-DUP-BCO.

       CARREGAR-DUP-FUNC.
           MOVE ZEROS TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO CARREGAR-DUP-HIS.
       CARREGAR-DUP-FUNC-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-DUP-HIS.
           MOVE SPACES      TO REGWORK
           MOVE CHAPA       TO WK-CHAPA
           MOVE NOME        TO WK-NOME
           MOVE ZEROS       TO WK-VINC
           IF W-RDMOK = "S"
              MOVE CHAPA TO RDM-CHAPANOVA
              READ ARQREADM
              IF ST-ERRO2 = "00"
                 MOVE RDM-CHAPAANT TO WK-VINC.
           IF FUNC-CPF NOT = ZEROS
              MOVE "C" TO WK-TIPO
              MOVE SPACES TO WK-VALOR
              STRING "CPF " FUNC-CPF DELIMITED BY SIZE
                     INTO WK-VALOR
              END-STRING
              RELEASE REGWORK.
           IF FUNC-PIS NOT = ZEROS
              MOVE "S" TO WK-TIPO
              MOVE SPACES TO WK-VALOR
              STRING "PIS " FUNC-PIS DELIMITED BY SIZE
                     INTO WK-VALOR
              END-STRING
              RELEASE REGWORK.
      *----[ ENDERECO E TELEFONE SO ENTRE ATIVOS ]----
           IF FUNCSTATUS NOT = "A"
              GO TO CARREGAR-DUP-FUNC-RD.
           PERFORM EXTRAIR-SOBRENOME THRU EXTRAIR-SOBRENOME-FIM
           MOVE CONTEMERG-NOME TO WK-CONTATO
           MOVE W-SOBRENOME    TO WK-SOBRENOME
           IF CEPFUNC NOT = ZEROS
              MOVE "E" TO WK-TIPO
              MOVE SPACES TO WK-VALOR
              STRING "CEP " CEPFUNC " N. " CEP-NUMRES " "
                     DELIMITED BY SIZE
                     CEP-COMPLE DELIMITED BY SIZE
                     INTO WK-VALOR
              END-STRING
              RELEASE REGWORK.
           IF TELFUNC NOT = SPACES
              MOVE "T" TO WK-TIPO
              MOVE SPACES TO WK-VALOR
              STRING "FONE " TELFUNC DELIMITED BY SIZE
                     INTO WK-VALOR
              END-STRING
              RELEASE REGWORK.
           GO TO CARREGAR-DUP-FUNC-RD.

       CARREGAR-DUP-HIS.
           IF W-HISOK NOT = "S"
              GO TO CARREGAR-DUP-FIM.
           MOVE ZEROS TO HIS-CHAPA
           START ARQFUNCHIS KEY IS NOT LESS HIS-CHAPA
               INVALID KEY GO TO CARREGAR-DUP-FIM.
       CARREGAR-DUP-HIS-RD.
           READ ARQFUNCHIS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CARREGAR-DUP-FIM.
           MOVE SPACES      TO REGWORK
           MOVE HIS-CHAPA   TO WK-CHAPA
           MOVE HIS-NOME    TO WK-NOME
           MOVE ZEROS       TO WK-VINC
           IF HIS-CPF NOT = ZEROS
              MOVE "C" TO WK-TIPO
              STRING "CPF " HIS-CPF DELIMITED BY SIZE
                     INTO WK-VALOR
              END-STRING
              RELEASE REGWORK.
           IF HIS-PIS NOT = ZEROS
              MOVE "S" TO WK-TIPO
              MOVE SPACES TO WK-VALOR
              STRING "PIS " HIS-PIS DELIMITED BY SIZE
                     INTO WK-VALOR
              END-STRING
              RELEASE REGWORK.
           GO TO CARREGAR-DUP-HIS-RD.
       CARREGAR-DUP-FIM.
           EXIT.

      *----[ ULTIMA PALAVRA DO NOME, P/ RECONHECER PARENTES ]----
       EXTRAIR-SOBRENOME.
           MOVE SPACES TO W-SOBRENOME
           MOVE 30 TO W-IF.
       EXTRAIR-SOBRENOME-FIM-NOME.
           IF W-IF < 1
              GO TO EXTRAIR-SOBRENOME-FIM.
           IF NOME(W-IF:1) = SPACE
              SUBTRACT 1 FROM W-IF
              GO TO EXTRAIR-SOBRENOME-FIM-NOME.
           MOVE W-IF TO W-II.
       EXTRAIR-SOBRENOME-INI.
           IF W-II < 2
              GO TO EXTRAIR-SOBRENOME-FIM.
           IF NOME(W-II - 1:1) NOT = SPACE
              SUBTRACT 1 FROM W-II
              GO TO EXTRAIR-SOBRENOME-INI.
           COMPUTE W-TAMSOB = W-IF - W-II + 1
           IF W-TAMSOB > 20
              MOVE 20 TO W-TAMSOB.
           MOVE NOME(W-II:W-TAMSOB) TO W-SOBRENOME.
       EXTRAIR-SOBRENOME-FIM.
           EXIT.

      *----------------[ PASSO 3: SAIDA DO SORT ]-----------------------
       APURAR-DUP.
           MOVE "S" TO W-PRIMEIRO
           MOVE ZEROS TO W-QTDGRP.
       PROX-DUP.
           RETURN WORKANM AT END
               GO TO FIM-DUP.
           IF W-PRIMEIRO = "N" AND (WK-TIPO NOT = W-TIPO-ANT
                 OR WK-VALOR NOT = W-VALOR-ANT)
              PERFORM FECHAR-GRUPO THRU FECHAR-GRUPO-FIM.
           MOVE "N" TO W-PRIMEIRO
           MOVE WK-TIPO  TO W-TIPO-ANT
           MOVE WK-VALOR TO W-VALOR-ANT
           IF W-QTDGRP NOT < 50
              MOVE "S" TO W-GRPCHEIO
              GO TO PROX-DUP.
           ADD 1 TO W-QTDGRP
           MOVE WK-CHAPA     TO TG-CHAPA(W-QTDGRP)
           MOVE WK-NOME      TO TG-NOME(W-QTDGRP)
           MOVE WK-VINC      TO TG-VINC(W-QTDGRP)
           MOVE WK-CONTATO   TO TG-CONTATO(W-QTDGRP)
           MOVE WK-SOBRENOME TO TG-SOBRENOME(W-QTDGRP)
           GO TO PROX-DUP.
       FIM-DUP.
           IF W-PRIMEIRO = "N"
              PERFORM FECHAR-GRUPO THRU FECHAR-GRUPO-FIM.
       APURAR-DUP-FIM.
           EXIT.

      *----[ APONTA CADA CHAPA DO GRUPO QUE TENHA OUTRA SEM VINCULO ]---
       FECHAR-GRUPO.
           IF W-QTDGRP < 2
              GO TO FECHAR-GRUPO-ZERA.
           MOVE 1 TO W-IX.
       FECHAR-GRUPO-I.
           IF W-IX > W-QTDGRP
              GO TO FECHAR-GRUPO-ZERA.
           MOVE 1 TO W-JX.
       FECHAR-GRUPO-J.
           IF W-JX > W-QTDGRP
              GO TO FECHAR-GRUPO-PROXI.
           IF TG-CHAPA(W-JX) = TG-CHAPA(W-IX)
              GO TO FECHAR-GRUPO-PROXJ.
           PERFORM VER-VINCULO THRU VER-VINCULO-FIM
           IF W-VINCULADO = "S"
              GO TO FECHAR-GRUPO-PROXJ.
           MOVE W-TIPO-ANT       TO W-FTIPO
           MOVE TG-CHAPA(W-IX)   TO W-FCHAPA
           MOVE TG-NOME(W-IX)    TO W-FNOME
           MOVE SPACES TO W-FDET
           STRING "CHAPA " DELIMITED BY SIZE
                  TG-CHAPA(W-JX) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  W-VALOR-ANT DELIMITED BY SIZE
                  INTO W-FDET
           END-STRING
           PERFORM GRAVAR-ANM THRU GRAVAR-ANM-FIM
           GO TO FECHAR-GRUPO-PROXI.
       FECHAR-GRUPO-PROXJ.
           ADD 1 TO W-JX
           GO TO FECHAR-GRUPO-J.
       FECHAR-GRUPO-PROXI.
           ADD 1 TO W-IX
           GO TO FECHAR-GRUPO-I.
       FECHAR-GRUPO-ZERA.
           MOVE ZEROS TO W-QTDGRP.
       FECHAR-GRUPO-FIM.
           EXIT.

      *----[ READMITIDO, CONTATO DE EMERGENCIA OU MESMO SOBRENOME ]----
       VER-VINCULO.
           MOVE "N" TO W-VINCULADO
           IF TG-VINC(W-IX) NOT = ZEROS
                 AND TG-VINC(W-IX) = TG-CHAPA(W-JX)
              MOVE "S" TO W-VINCULADO
              GO TO VER-VINCULO-FIM.
           IF TG-VINC(W-JX) NOT = ZEROS
                 AND TG-VINC(W-JX) = TG-CHAPA(W-IX)
              MOVE "S" TO W-VINCULADO
              GO TO VER-VINCULO-FIM.
           IF W-TIPO-ANT NOT = "E" AND W-TIPO-ANT NOT = "T"
              GO TO VER-VINCULO-FIM.
           IF TG-CONTATO(W-IX) NOT = SPACES
                 AND TG-CONTATO(W-IX) = TG-NOME(W-JX)
              MOVE "S" TO W-VINCULADO
              GO TO VER-VINCULO-FIM.
           IF TG-CONTATO(W-JX) NOT = SPACES
                 AND TG-CONTATO(W-JX) = TG-NOME(W-IX)
              MOVE "S" TO W-VINCULADO
              GO TO VER-VINCULO-FIM.
           IF TG-SOBRENOME(W-IX) NOT = SPACES
                 AND TG-SOBRENOME(W-IX) = TG-SOBRENOME(W-JX)
              MOVE "S" TO W-VINCULADO.
       VER-VINCULO-FIM.
           EXIT.

      *----[ GRAVA O APONTAMENTO; JA REVISTO SO REABRE SE MUDOU ]------
       GRAVAR-ANM.
           MOVE W-COMPET-N TO ANM-COMPET
           MOVE W-FTIPO    TO ANM-TIPO
           MOVE W-FCHAPA   TO ANM-CHAPA
           READ ARQANOM
           IF ST-ERRO3 NOT = "00"
              GO TO GRAVAR-ANM-NOVO.
           IF ANM-DETALHE NOT = W-FDET
              MOVE W-FDET TO ANM-DETALHE
              IF ANM-DISP NOT = SPACE
                 MOVE SPACE TO ANM-DISP
                 ADD 1 TO W-TOTNOVO.
           MOVE W-HOJE TO ANM-DTGER
           REWRITE REGANOM
           GO TO GRAVAR-ANM-FIM.
       GRAVAR-ANM-NOVO.
           MOVE W-FNOME TO ANM-NOME
           MOVE W-FDET  TO ANM-DETALHE
           MOVE W-HOJE  TO ANM-DTGER
           MOVE SPACES  TO ANM-DISP ANM-OBS ANM-OPERREV
           MOVE ZEROS   TO ANM-DTREV
           WRITE REGANOM
           IF ST-ERRO3 = "00"
              ADD 1 TO W-TOTNOVO.
       GRAVAR-ANM-FIM.
           EXIT.

      *----------------[ PASSO 4: RELATORIO ]---------------------------
       LISTAR-ANM.
           MOVE W-COMPET-MES TO CAB1-MES
           MOVE W-COMPET-ANO TO CAB1-ANO
           MOVE W-PERC       TO CAB1B-PERC
           MOVE W-QTDFOLHA   TO CAB1B-QTD
           WRITE REGANMTX FROM CAB1
           WRITE REGANMTX FROM CAB1B
           WRITE REGANMTX FROM CABLEG1
           WRITE REGANMTX FROM CABLEG2
           WRITE REGANMTX FROM CABLEG3
           WRITE REGANMTX FROM CABLEG4
           IF W-PONTOOK NOT = "S"
              WRITE REGANMTX FROM LINSEMPONTO.
           IF W-BCOOK NOT = "S"
              WRITE REGANMTX FROM LINSEMBCO.
           IF W-GRPCHEIO = "S"
              WRITE REGANMTX FROM LINCHEIO.
           WRITE REGANMTX FROM CABBLANK
           WRITE REGANMTX FROM CAB2
           MOVE W-COMPET-N TO ANM-COMPET
           MOVE LOW-VALUES TO ANM-TIPO
           MOVE ZEROS      TO ANM-CHAPA
           START ARQANOM KEY IS NOT LESS ANM-KEY
               INVALID KEY GO TO LISTAR-ANM-TOT.
       LISTAR-ANM-RD.
           READ ARQANOM NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO LISTAR-ANM-TOT.
           IF ANM-COMPET NOT = W-COMPET-N
              GO TO LISTAR-ANM-TOT.
           MOVE ANM-TIPO    TO D-TIPO
           MOVE ANM-CHAPA   TO D-CHAPA
           MOVE ANM-NOME    TO D-NOME
           MOVE ANM-DETALHE TO D-DETALHE
           MOVE ANM-DISP    TO D-DISP
           MOVE ANM-OPERREV TO D-OPERREV
           WRITE REGANMTX FROM DET
           ADD 1 TO W-TOTANM
           IF ANM-DISP = SPACE
              ADD 1 TO W-TOTPEND.
           GO TO LISTAR-ANM-RD.
       LISTAR-ANM-TOT.
           IF W-TOTANM = ZEROS
              WRITE REGANMTX FROM LINNADA.
           WRITE REGANMTX FROM CABBLANK
           MOVE W-TOTANM  TO T-TOTANM
           MOVE W-TOTNOVO TO T-TOTNOVO
           MOVE W-TOTPEND TO T-TOTPEND
           WRITE REGANMTX FROM LINTOT1
           WRITE REGANMTX FROM LINTOT2
           WRITE REGANMTX FROM LINTOT3.
       LISTAR-ANM-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOLHA ARQFUNC ARQANOM ARQANMTX.
           IF W-BCOOK = "S"
              CLOSE ARQBANCO.
           IF W-PONTOOK = "S"
              CLOSE ARQPONTO.
           IF W-HISOK = "S"
              CLOSE ARQFUNCHIS.
           IF W-RDMOK = "S"
              CLOSE ARQREADM.
           IF W-CARGOK = "S"
              CLOSE ARQCARG.
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
       FIM-ROT-ANM.
