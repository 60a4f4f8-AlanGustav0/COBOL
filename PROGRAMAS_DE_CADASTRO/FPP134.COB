       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP134.
      ********************************************************
      * ENTREGA DE EPI AO FUNCIONARIO (NR-6) - ARQEPIEN       *
      * UM REGISTRO POR CHAPA, EPI E DATA DA ENTREGA, COM O   *
      * CA E A VALIDADE DO CA VIGENTES NO DIA (NAO ACEITA CA  *
      * VENCIDO NA DATA DA ENTREGA NEM EPI INATIVO)           *
      * AO SAIR DA DATA (ESC NO EPI) EMITE O RECIBO DAS       *
      * ENTREGAS DA CHAPA NAQUELA DATA EM RECEPI.DOC          *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQEPIEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ENT-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQEPI ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EPI-COD
                      ALTERNATE RECORD KEY IS EPI-DESCR
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS IS ST-ERRO4.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PARAM-COD
                      FILE STATUS IS ST-ERRO4.

           SELECT ARQRECEPI ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO5.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ MOTIVO: P=PRIMEIRA ENTREGA T=TROCA PERIODICA            ]-
      *----[         D=DANO/DESGASTE   X=EXTRAVIO                    ]-
       FD ARQEPIEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPIEN.DAT".
       01 REGEPIEN.
           03 ENT-KEY.
            05 ENT-CHAPA          PIC 9(06).
            05 ENT-EPI            PIC 9(04).
            05 ENT-DATA           PIC 9(08).
           03 ENT-DTENT          PIC 9(08).
           03 ENT-DTENTX REDEFINES ENT-DTENT.
            05 ENT-DIAENT         PIC 9(02).
            05 ENT-MESENT         PIC 9(02).
            05 ENT-ANOENT         PIC 9(04).
           03 ENT-QTD            PIC 9(03).
           03 ENT-CA             PIC 9(06).
           03 ENT-DTVALCA        PIC 9(08).
           03 ENT-MOTIVO         PIC X(01).
           03 ENT-RECIBO         PIC X(01).
           03 ENT-OPERADOR       PIC X(08).
           03 ENT-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQEPI
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPI.DAT".
       01 REGEPI.
           03 EPI-COD            PIC 9(04).
           03 EPI-DESCR          PIC X(40).
           03 EPI-CA             PIC 9(06).
           03 EPI-DTVALCA        PIC 9(08).
           03 EPI-DTVALCAX REDEFINES EPI-DTVALCA.
            05 EPI-DIAVAL         PIC 9(02).
            05 EPI-MESVAL         PIC 9(02).
            05 EPI-ANOVAL         PIC 9(04).
           03 EPI-INTERV         PIC 9(03).
           03 EPI-STATUS         PIC X(01).
           03 EPI-OPERADOR       PIC X(08).
           03 EPI-DTULTALT       PIC 9(08).
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
            05 FILLER             PIC X(08).
            05 CODDEP             PIC 9(03).
            05 CODIGOCARG         PIC 9(03).
            05 FILLER             PIC X(186).
            05 FUNC-EMPRESA       PIC X(02).
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
       FD ARQRECEPI
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RECEPI.DOC".
       01 REGRECEPI                    PIC X(100).
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
       01 ST-ERRO5        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CARGOK        PIC X(01) VALUE "N".
       01 W-PAROK         PIC X(01) VALUE "N".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-CHAPAENTR     PIC 9(06) VALUE ZEROS.
       01 W-EPIENTR       PIC 9(04) VALUE ZEROS.
       01 W-DTENTAMD      PIC 9(08) VALUE ZEROS.
       01 W-DTENTDMA      PIC 9(08) VALUE ZEROS.
       01 W-VALAMD        PIC 9(08) VALUE ZEROS.
       01 W-MOTDESC       PIC X(16) VALUE SPACES.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-QTDLIST       PIC 9(02) VALUE ZEROS.
       01 W-QTDREC        PIC 9(03) VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).

       01 TABMOTIVOX.
          03 FILLER     PIC X(17) VALUE "PPRIMEIRA ENTREGA".
          03 FILLER     PIC X(17) VALUE "TTROCA PERIODICA".
          03 FILLER     PIC X(17) VALUE "DDANO/DESGASTE".
          03 FILLER     PIC X(17) VALUE "XEXTRAVIO".
       01 TABMOTIVO REDEFINES TABMOTIVOX.
          03 TBMOTIVO OCCURS 4 TIMES.
             05 TBMOTIVO-COD    PIC X(01).
             05 TBMOTIVO-DESC   PIC X(16).
       01 W-IT            PIC 9(01) VALUE ZEROS.

       01 LINLIST.
          03 LL-EPI          PIC 9(04).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LL-DESCR        PIC X(30).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LL-QTD          PIC ZZ9.
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LL-MOTIVO       PIC X(16).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 LL-RECIBO       PIC X(07).

      *----[ LINHAS DO RECIBO DE ENTREGA ]----
       01  REC1.
           05  FILLER PIC X(040) VALUE
           "RECIBO DE ENTREGA DE EQUIPAMENTO DE PROT".
           05  FILLER PIC X(040) VALUE
           "ECAO INDIVIDUAL - EPI (NR-6)".
       01  REC2.
           05  FILLER PIC X(010) VALUE "EMPRESA: ".
           05  R2-RAZAO      PIC X(40) VALUE SPACES.
           05  FILLER PIC X(008) VALUE "  CNPJ: ".
           05  R2-CNPJ       PIC X(18) VALUE SPACES.
       01  REC3.
           05  FILLER PIC X(010) VALUE "EMPREGADO:".
           05  R3-CHAPA      PIC 999999.
           05  FILLER PIC X(003) VALUE " - ".
           05  R3-NOME       PIC X(30).
           05  FILLER PIC X(009) VALUE "  CARGO: ".
           05  R3-CARGO      PIC X(30).
       01  REC4.
           05  FILLER PIC X(018) VALUE "DATA DA ENTREGA: ".
           05  R4-DATA       PIC 99/99/9999.
       01  REC5.
           05  FILLER PIC X(040) VALUE
           "EPI  DESCRICAO                          ".
           05  FILLER PIC X(040) VALUE
           "     CA VALIDADE CA QTD MOTIVO".
       01  RECDET.
           05  RD-EPI        PIC 9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RD-DESCR      PIC X(35).
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RD-CA         PIC ZZZZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RD-VALCA      PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RD-QTD        PIC ZZ9.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RD-MOTIVO     PIC X(16).
       01  RECDECL1.
           05  FILLER PIC X(040) VALUE
           "DECLARO TER RECEBIDO GRATUITAMENTE OS EP".
           05  FILLER PIC X(040) VALUE
           "I ACIMA, EM PERFEITO ESTADO, E TER SIDO ".
       01  RECDECL2.
           05  FILLER PIC X(040) VALUE
           "ORIENTADO SOBRE O USO, A GUARDA E A CONS".
           05  FILLER PIC X(040) VALUE
           "ERVACAO, COMPROMETENDO-ME A USA-LOS APEN".
       01  RECDECL3.
           05  FILLER PIC X(040) VALUE
           "AS PARA A FINALIDADE A QUE SE DESTINAM E".
           05  FILLER PIC X(040) VALUE
           " A COMUNICAR DANO OU EXTRAVIO (NR-6 6.7.".
           05  FILLER PIC X(003) VALUE "1).".
       01  RECASS1.
           05  FILLER PIC X(040) VALUE
           "____________________________________".
           05  FILLER PIC X(040) VALUE
           "____________________________________".
       01  RECASS2.
           05  FILLER PIC X(040) VALUE
           "     ASSINATURA DO EMPREGADO".
           05  FILLER PIC X(040) VALUE
           "     RESPONSAVEL PELA ENTREGA".
       01  LINSEP.
           05  FILLER PIC X(100) VALUE ALL "-".
       01  LINHABR     PIC X(100) VALUE SPACES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAENT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "***********************ENTREGA DE EPI AO".
           05  LINE 02  COLUMN 41
               VALUE  " FUNCIONARIO (NR-6)*******************".
           05  LINE 04  COLUMN 01
               VALUE  "  CHAPA DO FUNCIONARIO:                N".
           05  LINE 04  COLUMN 41
               VALUE  "OME:".
           05  LINE 05  COLUMN 01
               VALUE  "  CARGO:".
           05  LINE 07  COLUMN 01
               VALUE  "  DATA DA ENTREGA (DD/MM/AAAA):".
           05  LINE 09  COLUMN 01
               VALUE  "  EPI (ESC=ENCERRA A DATA):".
           05  LINE 10  COLUMN 01
               VALUE  "  CA:".
           05  LINE 10  COLUMN 16
               VALUE  "VALIDADE DO CA:".
           05  LINE 11  COLUMN 01
               VALUE  "  QUANTIDADE:".
           05  LINE 12  COLUMN 01
               VALUE  "  MOTIVO:".
           05  LINE 12  COLUMN 30
               VALUE  "P=PRIMEIRA T=TROCA D=DANO X=EXTRAVIO".
           05  LINE 14  COLUMN 01
               VALUE  "  ITENS ENTREGUES NA DATA:".
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
           05  TCODIGOCARG
               LINE 05  COLUMN 10  PIC 9(03)
               USING  CODIGOCARG
               HIGHLIGHT.
           05  TDENOM
               LINE 05  COLUMN 15  PIC X(45)
               USING  DENOM
               HIGHLIGHT.
           05  TENT-DTENT
               LINE 07  COLUMN 33  PIC 99/99/9999
               USING  ENT-DTENTX
               REVERSE-VIDEO.
           05  TW-EPI
               LINE 09  COLUMN 29  PIC 9(04)
               USING  W-EPIENTR
               REVERSE-VIDEO.
           05  TEPI-DESCR
               LINE 09  COLUMN 35  PIC X(40)
               USING  EPI-DESCR
               HIGHLIGHT.
           05  TENT-CA
               LINE 10  COLUMN 07  PIC 9(06)
               USING  ENT-CA
               HIGHLIGHT.
           05  TENT-DTVALCA
               LINE 10  COLUMN 32  PIC 99/99/9999
               USING  ENT-DTVALCA
               HIGHLIGHT.
           05  TENT-QTD
               LINE 11  COLUMN 15  PIC 9(03)
               USING  ENT-QTD
               HIGHLIGHT.
           05  TENT-MOTIVO
               LINE 12  COLUMN 11  PIC X(01)
               USING  ENT-MOTIVO
               HIGHLIGHT.
           05  TW-MOTDESC
               LINE 12  COLUMN 13  PIC X(16)
               FROM   W-MOTDESC
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O ARQEPIEN
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQEPIEN
                 CLOSE ARQEPIEN
                 OPEN I-O ARQEPIEN
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQEPIEN" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           OPEN INPUT ARQEPI
           IF ST-ERRO2 NOT = "00"
              MOVE "*** CATALOGO DE EPI NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPIEN
              GO TO ROT-FIM2.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** ARQUIVO ARQFUNC NAO ENCONTRADO **" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQEPIEN ARQEPI
              GO TO ROT-FIM2.
           MOVE "N" TO W-CARGOK
           OPEN INPUT ARQCARG
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-CARGOK.
           MOVE "N" TO W-PAROK
           OPEN INPUT TBPARAM
           IF ST-ERRO4 = "00"
              MOVE "S" TO W-PAROK.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO NOME DENOM
           MOVE ZEROS TO W-CHAPAENTR CODIGOCARG ENT-DTENT
           DISPLAY TELAENT.

       R2.
           ACCEPT TW-CHAPA.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   DISPLAY TELAENT
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
           IF FUNCSTATUS NOT = "A"
               MOVE "*** FUNCIONARIO NAO ESTA ATIVO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R2.
           MOVE SPACES TO DENOM
           IF W-CARGOK = "S"
              MOVE CODIGOCARG TO COD
              READ ARQCARG
              IF ST-ERRO4 NOT = "00"
                 MOVE "*** CARGO NAO CADASTRADO" TO DENOM.
           DISPLAY TNOME TCODIGOCARG TDENOM.

       R3.
           MOVE ZEROS TO ENT-DTENT
           ACCEPT TENT-DTENT.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R1.
           MOVE ENT-DTENT TO W-DTV-DATA
           MOVE "F"       TO W-DTV-OPCAO
           MOVE SPACES    TO W-DTV-EMPRESA
           CALL "FPP052" USING W-DTV-PARM
           IF W-DTV-RESULT NOT = "S"
              MOVE "*** DATA DA ENTREGA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           COMPUTE W-DTENTAMD = (ENT-ANOENT * 10000)
                              + (ENT-MESENT * 100) + ENT-DIAENT
           MOVE ENT-DTENT TO W-DTENTDMA
           PERFORM LISTAR-DATA THRU LISTAR-DATA-FIM.

      *----[ ESC NO EPI ENCERRA A DATA E OFERECE O RECIBO ]----
       R4.
           MOVE ZEROS TO W-EPIENTR ENT-CA ENT-DTVALCA ENT-QTD W-SEL
           MOVE SPACES TO EPI-DESCR ENT-MOTIVO W-MOTDESC
           DISPLAY TW-EPI TEPI-DESCR TENT-CA TENT-DTVALCA
           DISPLAY TENT-QTD TENT-MOTIVO TW-MOTDESC
           ACCEPT TW-EPI.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO REC-OPC.
           IF W-EPIENTR < 1
                 MOVE "*** EPI NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R4.
           MOVE W-EPIENTR TO EPI-COD
           READ ARQEPI
           IF ST-ERRO2 NOT = "00"
               MOVE "*** EPI NAO CADASTRADO NO CATALOGO ***" TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R4.
           DISPLAY TEPI-DESCR
           MOVE W-CHAPAENTR TO ENT-CHAPA
           MOVE W-EPIENTR   TO ENT-EPI
           MOVE W-DTENTAMD  TO ENT-DATA.

       LER-ARQEPIEN.
           READ ARQEPIEN
           IF ST-ERRO = "00"
              PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
              DISPLAY TENT-CA TENT-DTVALCA TENT-QTD TENT-MOTIVO
              DISPLAY TW-MOTDESC
              MOVE "*** ENTREGA JA REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ACE-001.
           IF ST-ERRO NOT = "23"
              MOVE "ERRO NA LEITURA ARQUIVO ARQEPIEN" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           IF EPI-STATUS NOT = "A"
              MOVE "*** EPI INATIVO NO CATALOGO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           COMPUTE W-VALAMD = (EPI-ANOVAL * 10000)
                            + (EPI-MESVAL * 100) + EPI-DIAVAL
           IF W-VALAMD < W-DTENTAMD
              MOVE "*** CA DO EPI VENCIDO NA DATA DA ENTREGA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE W-DTENTAMD  TO ENT-DATA
           MOVE W-DTENTDMA  TO ENT-DTENT
           MOVE EPI-CA      TO ENT-CA
           MOVE EPI-DTVALCA TO ENT-DTVALCA
           MOVE "N"         TO ENT-RECIBO
           MOVE 1           TO ENT-QTD
           DISPLAY TENT-CA TENT-DTVALCA.

       R5.
           ACCEPT TENT-QTD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R4.
           IF ENT-QTD = ZEROS
              MOVE "*** QUANTIDADE NAO INFORMADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R5.

       R6.
           ACCEPT TENT-MOTIVO.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO R5.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           IF W-MOTDESC = SPACES
              MOVE "*** MOTIVO INVALIDO (P/T/D/X) ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R6.
           DISPLAY TW-MOTDESC.

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
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.
       INC-WR1.
           MOVE W-OPERADOR   TO ENT-OPERADOR
           ACCEPT ENT-DTULTALT FROM DATE YYYYMMDD
           WRITE REGEPIEN
           IF ST-ERRO = "00" OR "02"
               MOVE "*** ENTREGA GRAVADA *** " TO MENS
               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO VOLTA-DATA.
           MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQEPIEN" TO MENS
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
                   GO TO R4
                ELSE
                   IF W-OPCAO = "A"
                      MOVE 1 TO W-SEL
                      GO TO R5.
      *
       EXC-OPC.
                DISPLAY (20, 15) "EXCLUIR   (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** REGISTRO NAO EXCLUIDO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "* DIGITE APENAS S=SIM  e  N=NAO *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO EXC-OPC.
       EXC-DL1.
                DELETE ARQEPIEN RECORD
                IF ST-ERRO = "00"
                   MOVE "*** ENTREGA EXCLUIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VOLTA-DATA.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO "   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *----[ ALTERACAO DEPOIS DO RECIBO PEDE NOVO RECIBO ]----
       ALT-OPC.
                DISPLAY (20, 12) "ALTERAR  (S/N) : ".
                ACCEPT W-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "*** INFORMACOES NAO ALTERADAS *** " TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R4.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM  e  N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ALT-OPC.
       ALT-RW1.
                MOVE "N"        TO ENT-RECIBO
                MOVE W-OPERADOR TO ENT-OPERADOR
                ACCEPT ENT-DTULTALT FROM DATE YYYYMMDD
                REWRITE REGEPIEN
                IF ST-ERRO = "00" OR "02"
                   MOVE "*** ENTREGA ALTERADA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO VOLTA-DATA.
                MOVE "ERRO NA ALTERACAO DO REGISTRO ARQEPIEN"
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.

      *----[ CONTINUA NA MESMA CHAPA E DATA COM A LISTA ATUALIZADA ]----
       VOLTA-DATA.
           MOVE W-DTENTDMA TO ENT-DTENT
           DISPLAY TELAENT
           DISPLAY TW-CHAPA TNOME TCODIGOCARG TDENOM TENT-DTENT
           PERFORM LISTAR-DATA THRU LISTAR-DATA-FIM
           GO TO R4.

      *
      *****************************************
      * RECIBO DAS ENTREGAS DA CHAPA NA DATA  *
      *****************************************
      *
       REC-OPC.
                MOVE "S" TO W-OPCAO
                DISPLAY (20, 15) "EMITIR RECIBO DA DATA (S/N) : ".
                ACCEPT (20, 46) W-OPCAO WITH UPDATE
                IF W-OPCAO = "N" OR "n"
                   MOVE SPACES TO MENS
                   DISPLAY (20, 15) LIMPA
                   GO TO R3.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO REC-OPC.
                DISPLAY (20, 15) LIMPA.
       REC-ABRE.
           OPEN OUTPUT ARQRECEPI
           IF ST-ERRO5 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO RECEPI.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           MOVE SPACES TO R2-RAZAO R2-CNPJ
           IF W-PAROK = "S"
              MOVE FUNC-EMPRESA TO PARAM-COD
              IF PARAM-COD = SPACES
                 MOVE "01" TO PARAM-COD
              END-IF
              READ TBPARAM
              IF ST-ERRO4 = "00"
                 MOVE PARAM-RAZSOCIAL TO R2-RAZAO
                 MOVE PARAM-CNPJ      TO R2-CNPJ.
           MOVE W-CHAPAENTR TO R3-CHAPA
           MOVE NOME        TO R3-NOME
           MOVE DENOM       TO R3-CARGO
           MOVE W-DTENTDMA  TO R4-DATA
           WRITE REGRECEPI FROM REC1
           WRITE REGRECEPI FROM LINSEP
           WRITE REGRECEPI FROM REC2
           WRITE REGRECEPI FROM REC3
           WRITE REGRECEPI FROM REC4
           WRITE REGRECEPI FROM LINHABR
           WRITE REGRECEPI FROM REC5
           WRITE REGRECEPI FROM LINSEP
           MOVE ZEROS TO W-QTDREC
           MOVE W-CHAPAENTR TO ENT-CHAPA
           MOVE ZEROS TO ENT-EPI ENT-DATA
           START ARQEPIEN KEY IS NOT LESS ENT-KEY
               INVALID KEY GO TO REC-FECHA.
       REC-LER.
           READ ARQEPIEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO REC-FECHA.
           IF ENT-CHAPA NOT = W-CHAPAENTR
              GO TO REC-FECHA.
           IF ENT-DATA NOT = W-DTENTAMD
              GO TO REC-LER.
           MOVE ENT-EPI TO RD-EPI EPI-COD
           READ ARQEPI
           IF ST-ERRO2 = "00"
              MOVE EPI-DESCR TO RD-DESCR
           ELSE
              MOVE "*** EPI NAO CADASTRADO" TO RD-DESCR.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           MOVE ENT-CA      TO RD-CA
           MOVE ENT-DTVALCA TO RD-VALCA
           MOVE ENT-QTD     TO RD-QTD
           MOVE W-MOTDESC   TO RD-MOTIVO
           WRITE REGRECEPI FROM RECDET
           ADD 1 TO W-QTDREC
           MOVE "S" TO ENT-RECIBO
           REWRITE REGEPIEN
           GO TO REC-LER.
       REC-FECHA.
           WRITE REGRECEPI FROM LINSEP
           WRITE REGRECEPI FROM RECDECL1
           WRITE REGRECEPI FROM RECDECL2
           WRITE REGRECEPI FROM RECDECL3
           WRITE REGRECEPI FROM LINHABR
           WRITE REGRECEPI FROM LINHABR
           WRITE REGRECEPI FROM RECASS1
           WRITE REGRECEPI FROM RECASS2
           CLOSE ARQRECEPI
           IF W-QTDREC = ZEROS
              MOVE "*** NENHUMA ENTREGA NA DATA ***" TO MENS
           ELSE
              MOVE "*** RECIBO GERADO: RECEPI.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ DESCRICAO DO MOTIVO ]----
       MOSTRAR-DESCR.
           MOVE SPACES TO W-MOTDESC
           MOVE 1 TO W-IT.
       MOSTRAR-DESCR-LOOP.
           IF TBMOTIVO-COD(W-IT) = ENT-MOTIVO
              MOVE TBMOTIVO-DESC(W-IT) TO W-MOTDESC
              GO TO MOSTRAR-DESCR-FIM.
           IF W-IT < 4
              ADD 1 TO W-IT
              GO TO MOSTRAR-DESCR-LOOP.
       MOSTRAR-DESCR-FIM.
           EXIT.

      *----[ ENTREGAS DA CHAPA NA DATA NAS LINHAS 15 A 19 ]-------------
       LISTAR-DATA.
           MOVE 15 TO W-LIN
           MOVE ZEROS TO W-QTDLIST
           MOVE W-CHAPAENTR TO ENT-CHAPA
           MOVE ZEROS TO ENT-EPI ENT-DATA
           START ARQEPIEN KEY IS NOT LESS ENT-KEY
               INVALID KEY GO TO LISTAR-DATA-FIM.
       LISTAR-DATA-RD.
           READ ARQEPIEN NEXT
           IF ST-ERRO NOT = "00"
              GO TO LISTAR-DATA-FIM.
           IF ENT-CHAPA NOT = W-CHAPAENTR
              GO TO LISTAR-DATA-FIM.
           IF ENT-DATA NOT = W-DTENTAMD
              GO TO LISTAR-DATA-RD.
           IF W-QTDLIST NOT LESS 5
              GO TO LISTAR-DATA-FIM.
           MOVE ENT-EPI TO LL-EPI EPI-COD
           READ ARQEPI
           IF ST-ERRO2 = "00"
              MOVE EPI-DESCR TO LL-DESCR
           ELSE
              MOVE "*** EPI NAO CADASTRADO" TO LL-DESCR.
           PERFORM MOSTRAR-DESCR THRU MOSTRAR-DESCR-FIM
           MOVE ENT-QTD   TO LL-QTD
           MOVE W-MOTDESC TO LL-MOTIVO
           MOVE SPACES TO LL-RECIBO
           IF ENT-RECIBO = "S"
              MOVE "RECIBO" TO LL-RECIBO.
           DISPLAY (W-LIN, 03) LINLIST
           ADD 1 TO W-LIN W-QTDLIST
           GO TO LISTAR-DATA-RD.
       LISTAR-DATA-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQEPIEN ARQEPI ARQFUNC.
           IF W-CARGOK = "S"
              CLOSE ARQCARG.
           IF W-PAROK = "S"
              CLOSE TBPARAM.
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
       FIM-ROT-EPIEN.
