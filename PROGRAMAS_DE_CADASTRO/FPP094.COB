           SELECT ARQLOG ASSIGN TO DISK
                      ORGANIZATION IS LINE SEQUENTIAL
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQAVAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AVA-KEY
                      FILE STATUS IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 LOG-CHAVE                 PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-DESCR                 PIC X(30).
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
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
      *----[ ULTIMA AVALIACAO CONCLUIDA DO FUNCIONARIO ]----
       01 W-ULTDTAVAL     PIC 9(08) VALUE ZEROS.
       01 W-AVALDESC.
          03 W-AV-ANO        PIC 9(04).
          03 FILLER          PIC X(01) VALUE SPACES.
          03 W-AV-TIPO       PIC X(11).
          03 FILLER          PIC X(10) VALUE " CONCEITO ".
          03 W-AV-CONC       PIC 9(01).
          03 FILLER          PIC X(03) VALUE " - ".
          03 W-AV-DESC       PIC X(18).
          03 FILLER          PIC X(07) VALUE " MEDIA ".
          03 W-AV-MEDIA      PIC 9,99.
       01 W-AVALDESCX REDEFINES W-AVALDESC PIC X(59).
       01 TABCONCX.
          03 FILLER       PIC X(18) VALUE "INSUFICIENTE".
          03 FILLER       PIC X(18) VALUE "ABAIXO DO ESPERADO".
          03 FILLER       PIC X(18) VALUE "ATENDE".
          03 FILLER       PIC X(18) VALUE "SUPERA".
          03 FILLER       PIC X(18) VALUE "EXCEPCIONAL".
       01 TABCONC REDEFINES TABCONCX.
          03 TBCONC       PIC X(18) OCCURS 5 TIMES.

      *-----------------------------------------------------------------
       SCREEN SECTION.
               VALUE  "  NOVO SALARIO (0=MANTEM):".
           05  LINE 13  COLUMN 01
               VALUE  "  SITUACAO (P/A/R/E):".
           05  LINE 15  COLUMN 01
               VALUE  "  ULTIMA AVALIACAO:".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".

               LINE 13  COLUMN 24  PIC X(01)
               USING  PRO-STATUS
               HIGHLIGHT.
           05  TW-AVALDESC
               LINE 15  COLUMN 21  PIC X(59)
               FROM   W-AVALDESCX
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
           MOVE SPACES TO NOME PRO-STATUS W-FUNCAO
           MOVE ZEROS TO PRO-CHAPA PRO-COMPET PRO-NOVOCARG
           MOVE ZEROS TO PRO-NOVODEP PRO-NOVOSAL W-COMPENTR
           MOVE SPACES TO W-AVALDESCX

           DISPLAY TELAPROP.

               PERFORM ROT-MENS THRU ROT-MENS-FIM
               GO TO R3.
           DISPLAY TNOME.
           PERFORM MOSTRAR-AVAL THRU MOSTRAR-AVAL-FIM.

       R4.
           ACCEPT TW-COMPET.
       VERIF-PERFIL-FIM.
           EXIT.

      *----[ ULTIMA AVALIACAO DE DESEMPENHO CONCLUIDA (ARQAVAL) ]-------
       MOSTRAR-AVAL.
           MOVE SPACES TO W-AVALDESCX
           MOVE "SEM AVALIACAO CONCLUIDA" TO W-AVALDESCX
           MOVE ZEROS TO W-ULTDTAVAL
           OPEN INPUT ARQAVAL
           IF ST-ERRO2 NOT = "00"
              GO TO MOSTRAR-AVAL-TELA.
           MOVE CHAPA TO AVA-CHAPA
           MOVE ZEROS TO AVA-ANO
           MOVE SPACES TO AVA-TIPO
           START ARQAVAL KEY IS NOT LESS AVA-KEY
               INVALID KEY GO TO MOSTRAR-AVAL-FECHA.
       MOSTRAR-AVAL-RD.
           READ ARQAVAL NEXT
           IF ST-ERRO2 NOT = "00" OR AVA-CHAPA NOT = CHAPA
              GO TO MOSTRAR-AVAL-FECHA.
           IF AVA-STATUS NOT = "C" OR AVA-DTAVAL < W-ULTDTAVAL
              GO TO MOSTRAR-AVAL-RD.
           IF AVA-CONCEITO < 1 OR AVA-CONCEITO > 5
              GO TO MOSTRAR-AVAL-RD.
           MOVE AVA-DTAVAL TO W-ULTDTAVAL
           MOVE SPACES TO W-AVALDESCX
           MOVE " CONCEITO " TO W-AVALDESCX(17:10)
           MOVE " - " TO W-AVALDESCX(28:3)
           MOVE " MEDIA " TO W-AVALDESCX(49:7)
           MOVE AVA-ANO TO W-AV-ANO
           MOVE "ANUAL" TO W-AV-TIPO
           IF AVA-TIPO = "X"
              MOVE "EXPERIENCIA" TO W-AV-TIPO.
           MOVE AVA-CONCEITO TO W-AV-CONC
           MOVE TBCONC(AVA-CONCEITO) TO W-AV-DESC
           MOVE AVA-MEDIA TO W-AV-MEDIA
           GO TO MOSTRAR-AVAL-RD.
       MOSTRAR-AVAL-FECHA.
           CLOSE ARQAVAL.
       MOSTRAR-AVAL-TELA.
           DISPLAY TW-AVALDESC.
       MOSTRAR-AVAL-FIM.
           EXIT.

      *----[ TRILHA NO ARQLOG ]-----------------------------------------
       GRAVAR-LOG.
           OPEN EXTEND ARQLOG
