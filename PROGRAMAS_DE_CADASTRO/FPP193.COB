       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP193.
      **MANUTENCAO DOS MODELOS DE DECLARACOES/CARTAS (TBMODDOC)**
      * CADA MODELO TEM UM TITULO E ATE 12 LINHAS DE TEXTO COM  *
      * CAMPOS ENTRE < > PREENCHIDOS NA EMISSAO (FPP194):       *
      * <NOME> <CPF> <CHAPA> <CARGO> <ADMISSAO> <SALARIO>       *
      * <MEDIA> <MESES> <EMPRESA> <CNPJ> <DESTINO> <DATA>       *
      * <DATAEXT> <DOCNUM>. AO CRIAR O TBMODDOC GRAVA OS        *
      * MODELOS PADRAO 01 A 03 (VINCULO, RENDIMENTOS E CARTA DE *
      * REFERENCIA), QUE O RH PODE AJUSTAR OU INATIVAR          *
      ***********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                     DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBMODDOC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MOD-COD
                      FILE STATUS IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ STATUS: A=ATIVO  I=INATIVO (NAO EMITE) ]----
       FD TBMODDOC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBMODDOC.DAT".
       01 REGMODDOC.
           03 MOD-COD            PIC 9(02).
           03 MOD-DESCR          PIC X(40).
           03 MOD-STATUS         PIC X(01).
           03 MOD-TEXTO.
            05 MOD-LINHA          PIC X(70) OCCURS 12 TIMES.
           03 MOD-OPERADOR       PIC X(08).
           03 MOD-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 W-ACT           PIC 9(02) VALUE ZEROS.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-CODENTR       PIC 9(02) VALUE ZEROS.
       01 W-ID            PIC 9(02) VALUE ZEROS.
       01 W-LIN           PIC 9(02) VALUE ZEROS.
       01 W-LINHA         PIC X(70) VALUE SPACES.
       01 W-LINROT        PIC 99.

      *----[ MODELOS PADRAO GRAVADOS NA CRIACAO DO TBMODDOC ]----
       01 TABPADRAO.
          03 FILLER PIC 9(02) VALUE 01.
          03 FILLER PIC X(40) VALUE
           "DECLARACAO DE VINCULO EMPREGATICIO".
          03 FILLER PIC X(70) VALUE "<DESTINO>".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE
           "DECLARAMOS, PARA OS DEVIDOS FINS, QUE <NOME>,".
          03 FILLER PIC X(70) VALUE
           "CPF <CPF>, E EMPREGADO(A) DESTA EMPRESA DESDE".
          03 FILLER PIC X(70) VALUE
           "<ADMISSAO>, EXERCENDO ATUALMENTE O CARGO DE".
          03 FILLER PIC X(70) VALUE "<CARGO>.".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE
           "POR SER EXPRESSAO DA VERDADE, FIRMAMOS A PRESENTE.".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE SPACES.

          03 FILLER PIC 9(02) VALUE 02.
          03 FILLER PIC X(40) VALUE
           "DECLARACAO DE RENDIMENTOS".
          03 FILLER PIC X(70) VALUE "<DESTINO>".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE
           "DECLARAMOS, PARA OS DEVIDOS FINS, QUE <NOME>,".
          03 FILLER PIC X(70) VALUE
           "CPF <CPF>, E EMPREGADO(A) DESTA EMPRESA DESDE".
          03 FILLER PIC X(70) VALUE
           "<ADMISSAO>, NO CARGO DE <CARGO>, COM SALARIO".
          03 FILLER PIC X(70) VALUE
           "CONTRATUAL DE R$ <SALARIO> E REMUNERACAO BRUTA MEDIA".
          03 FILLER PIC X(70) VALUE
           "DE R$ <MEDIA> NOS ULTIMOS <MESES> MESES, CONFORME".
          03 FILLER PIC X(70) VALUE
           "NOSSAS FOLHAS DE PAGAMENTO.".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE
           "POR SER EXPRESSAO DA VERDADE, FIRMAMOS A PRESENTE.".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE SPACES.

          03 FILLER PIC 9(02) VALUE 03.
          03 FILLER PIC X(40) VALUE
           "CARTA DE REFERENCIA".
          03 FILLER PIC X(70) VALUE "<DESTINO>".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE
           "APRESENTAMOS <NOME>, CPF <CPF>, QUE INTEGRA".
          03 FILLER PIC X(70) VALUE
           "NOSSO QUADRO DE FUNCIONARIOS DESDE <ADMISSAO>,".
          03 FILLER PIC X(70) VALUE
           "ATUANDO COMO <CARGO>.".
          03 FILLER PIC X(70) VALUE
           "NESTE PERIODO DEMONSTROU COMPROMETIMENTO, RESPONSABILIDADE".
          03 FILLER PIC X(70) VALUE
           "E BOM RELACIONAMENTO, RAZAO PELA QUAL O(A) RECOMENDAMOS.".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE
           "COLOCAMO-NOS A DISPOSICAO PARA OUTROS ESCLARECIMENTOS.".
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE SPACES.
          03 FILLER PIC X(70) VALUE SPACES.
       01 TABPADRAOX REDEFINES TABPADRAO.
          03 TP-MODELO OCCURS 3 TIMES.
             05 TP-COD       PIC 9(02).
             05 TP-DESCR     PIC X(40).
             05 TP-TEXTO     PIC X(840).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAMOD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "*****************CADASTRO DE MODELOS DE ".
           05  LINE 02  COLUMN 41
               VALUE  "DECLARACOES E CARTAS*******************".
           05  LINE 04  COLUMN 01
               VALUE  "  CODIGO DO MODELO:".
           05  LINE 04  COLUMN 30
               VALUE  "STATUS (A=ATIVO  I=INATIVO):".
           05  LINE 05  COLUMN 01
               VALUE  "  TITULO:".
           05  LINE 06  COLUMN 01
               VALUE  "  TEXTO (ESC VOLTA UMA LINHA):".
           05  LINE 20  COLUMN 01
               VALUE  "  MENSAGEM:".
           05  LINE 21  COLUMN 01
               VALUE  "  CAMPOS: <NOME> <CPF> <CHAPA> <CARGO> <".
           05  LINE 21  COLUMN 41
               VALUE  "ADMISSAO> <SALARIO> <MEDIA> <MESES>".
           05  LINE 22  COLUMN 01
               VALUE  "          <EMPRESA> <CNPJ> <DESTINO> <DAT".
           05  LINE 22  COLUMN 41
               VALUE  "A> <DATAEXT> <DOCNUM>".

           05  TW-COD
               LINE 04  COLUMN 21  PIC 9(02)
               USING  W-CODENTR
               REVERSE-VIDEO.
           05  TMOD-STATUS
               LINE 04  COLUMN 59  PIC X(01)
               USING  MOD-STATUS
               HIGHLIGHT.
           05  TMOD-DESCR
               LINE 05  COLUMN 11  PIC X(40)
               USING  MOD-DESCR
               HIGHLIGHT.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.

       R0.
           OPEN I-O TBMODDOC
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT TBMODDOC
                 CLOSE TBMODDOC
                 OPEN I-O TBMODDOC
                 PERFORM GRAVAR-PADRAO THRU GRAVAR-PADRAO-FIM
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TBMODDOC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM2.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".

       R1.
           MOVE SPACES TO MOD-DESCR MOD-STATUS MOD-TEXTO
           MOVE ZEROS TO W-CODENTR
           DISPLAY TELAMOD.

       R2.
           ACCEPT TW-COD.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
                   GO TO ROT-FIM.
           IF W-CODENTR < 1
                 MOVE "*** CODIGO DO MODELO NAO INFORMADO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2.
           MOVE W-CODENTR TO MOD-COD
           READ TBMODDOC
           IF ST-ERRO = "00"
              DISPLAY TELAMOD
              PERFORM MOSTRAR-TEXTO THRU MOSTRAR-TEXTO-FIM
           ELSE
              MOVE W-CODENTR TO MOD-COD
              MOVE SPACES TO MOD-DESCR MOD-TEXTO
              MOVE "A" TO MOD-STATUS
              DISPLAY TELAMOD
              PERFORM MOSTRAR-TEXTO THRU MOSTRAR-TEXTO-FIM
              MOVE "*** MODELO NOVO - INFORME OS DADOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.

       R3.
           ACCEPT TMOD-STATUS.
           IF MOD-STATUS = "a"
              MOVE "A" TO MOD-STATUS.
           IF MOD-STATUS = "i"
              MOVE "I" TO MOD-STATUS.
           IF MOD-STATUS NOT = "A" AND "I"
              MOVE "*** DIGITE A=ATIVO  I=INATIVO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.

       R4.
           ACCEPT TMOD-DESCR.
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              GO TO R3.
           IF MOD-DESCR = SPACES
              MOVE "*** TITULO NAO INFORMADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R4.
           MOVE 1 TO W-ID.

      *----[ TEXTO DO MODELO, UMA LINHA POR VEZ (LINHAS 07 A 18) ]----
       R5.
           IF W-ID > 12
              GO TO R6.
           COMPUTE W-LIN = 6 + W-ID
           MOVE MOD-LINHA(W-ID) TO W-LINHA
           ACCEPT (W-LIN, 05) W-LINHA WITH UPDATE
           ACCEPT W-ACT FROM ESCAPE KEY
           IF W-ACT = 01
              IF W-ID > 1
                 SUBTRACT 1 FROM W-ID
                 GO TO R5
              ELSE
                 GO TO R4.
           MOVE W-LINHA TO MOD-LINHA(W-ID)
           ADD 1 TO W-ID
           GO TO R5.

       R6.
           IF MOD-TEXTO = SPACES
              MOVE "*** MODELO SEM NENHUMA LINHA DE TEXTO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              MOVE 1 TO W-ID
              GO TO R5.

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
           MOVE W-OPERADOR TO MOD-OPERADOR
           ACCEPT MOD-DTULTALT FROM DATE YYYYMMDD
           WRITE REGMODDOC
           IF ST-ERRO = "22"
              REWRITE REGMODDOC.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO TBMODDOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "*** MODELO GRAVADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *----[ LINHAS DE TEXTO NUMERADAS, DA 07 A 18 DA TELA ]----
       MOSTRAR-TEXTO.
           MOVE 1 TO W-ID.
       MOSTRAR-TEXTO-LOOP.
           IF W-ID > 12
              GO TO MOSTRAR-TEXTO-FIM.
           COMPUTE W-LIN = 6 + W-ID
           MOVE W-ID TO W-LINROT
           DISPLAY (W-LIN, 02) W-LINROT
           DISPLAY (W-LIN, 05) MOD-LINHA(W-ID)
           ADD 1 TO W-ID
           GO TO MOSTRAR-TEXTO-LOOP.
       MOSTRAR-TEXTO-FIM.
           EXIT.

      *----[ MODELOS PADRAO NA CRIACAO DO ARQUIVO ]----
       GRAVAR-PADRAO.
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           MOVE 1 TO W-ID.
       GRAVAR-PADRAO-LOOP.
           IF W-ID > 3
              GO TO GRAVAR-PADRAO-FIM.
           MOVE TP-COD(W-ID)   TO MOD-COD
           MOVE TP-DESCR(W-ID) TO MOD-DESCR
           MOVE TP-TEXTO(W-ID) TO MOD-TEXTO
           MOVE "A"            TO MOD-STATUS
           MOVE W-OPERADOR     TO MOD-OPERADOR
           ACCEPT MOD-DTULTALT FROM DATE YYYYMMDD
           WRITE REGMODDOC
           ADD 1 TO W-ID
           GO TO GRAVAR-PADRAO-LOOP.
       GRAVAR-PADRAO-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE TBMODDOC.
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
       FIM-ROT-TEMPO.
