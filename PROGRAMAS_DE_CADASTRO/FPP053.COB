       PROGRAM-ID. FPP053.
      ********************************************************
      * MANUTENCAO DO CADASTRO DE OPERADORES (ARQUSER)        *
      * VINCULO DO LOGIN COM A CHAPA DO FUNCIONARIO EM        *
      * ARQUSERFUN: A RESCISAO (FPP042) MARCA O LOGIN P/      *
      * DESATIVACAO; O BLOQUEIO (STATUS B) DESFAZ A MARCA     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      RECORD KEY   IS USER-COD
                      LOCK MODE IS MANUAL
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQUSERFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS UFN-OPERADOR
                      ALTERNATE RECORD KEY IS UFN-CHAPA
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 USER-PERFIL               PIC X(01).
          03 USER-STATUS               PIC X(01).
          03 USER-TENTATIVAS           PIC 9(01).
      *-----------------------------------------------------------------
      *----[ UFN-DESATIVAR = S: CHAPA RESCINDIDA, LOGIN A BLOQUEAR ]---
       FD ARQUSERFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSERFUN.DAT".
       01 REGUSERFUN.
          03 UFN-OPERADOR              PIC X(08).
          03 UFN-CHAPA                 PIC 9(06).
          03 UFN-DESATIVAR             PIC X(01).
          03 UFN-DTMARCA               PIC 9(08).
      *-----------------------------------------------------------------
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
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-SEL           PIC 9(01) VALUE ZEROS.
       01 W-UFNOK         PIC X(01) VALUE "N".
       01 W-FUNCOK        PIC X(01) VALUE "N".
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-NOMEFUNC      PIC X(30) VALUE SPACES.

       SCREEN SECTION.

               VALUE  "PERFIL (A=COMPLETO  C=CONSULTA): ".
           05  LINE 14  COLUMN 02
               VALUE  "STATUS (A=ATIVO  B=BLOQUEADO): ".
           05  LINE 16  COLUMN 02
               VALUE  "CHAPA DO FUNCIONARIO (0=NENHUMA): ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".

               LINE 14  COLUMN 34  PIC X(01)
               USING  USER-STATUS
               HIGHLIGHT.
           05  TW-CHAPA
               LINE 16  COLUMN 36  PIC 9(06)
               USING  W-CHAPA
               HIGHLIGHT.
           05  TW-NOMEFUNC
               LINE 16  COLUMN 44  PIC X(30)
               FROM   W-NOMEFUNC.

      *--------------------------------------------------------------
       PROCEDURE DIVISION.
                    GO TO ROT-FIM
           ELSE
                 NEXT SENTENCE.
           MOVE "N" TO W-UFNOK W-FUNCOK
           OPEN I-O ARQUSERFUN
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQUSERFUN
              CLOSE ARQUSERFUN
              OPEN I-O ARQUSERFUN.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-UFNOK.
           OPEN INPUT ARQFUNC
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-FUNCOK.

      *------------[ INICIALIZACAO DAS VARIAVEIS ]----------------------
       R1.
           MOVE SPACES TO USER-COD USER-NOME USER-SENHA
           MOVE SPACES TO USER-PERFIL USER-STATUS
           MOVE ZEROS TO USER-TENTATIVAS W-SEL W-CHAPA
           MOVE SPACES TO W-NOMEFUNC

           DISPLAY TELAUSER.

              GO TO R2.
           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM LER-USERFUN THRU LER-USERFUN-FIM
                DISPLAY TELAUSER
                MOVE "*** OPERADOR JA CADASTRADO ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF W-UFNOK = "S" AND ST-ERRO2 = "00"
                   AND UFN-DESATIVAR = "S" AND USER-STATUS NOT = "B"
                   MOVE "* CHAPA RESCINDIDA - BLOQUEAR ESTE LOGIN *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ACE-001
                ELSE
                   GO TO ACE-001
             ELSE
                MOVE "ERRO NA LEITURA ARQUIVO ARQUSER" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
           IF USER-STATUS = "A"
              MOVE ZEROS TO USER-TENTATIVAS.

       R7.
           IF W-UFNOK NOT = "S"
              GO TO R8.
           ACCEPT TW-CHAPA.
           MOVE SPACES TO W-NOMEFUNC
           IF W-CHAPA = ZEROS OR W-FUNCOK NOT = "S"
              DISPLAY TW-NOMEFUNC
              GO TO R8.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO3 NOT = "00"
              MOVE "*** FUNCIONARIO DIGITADO NAO ENCONTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R7.
           MOVE NOME TO W-NOMEFUNC
           DISPLAY TW-NOMEFUNC.

       R8.
      * ------------- VERICAR SE E ALTERACAO ---------------------------
           IF W-SEL = 1
                GO TO ALT-OPC.
       INC-WR1.
                WRITE REGUSER
                IF ST-ERRO = "00" OR "02"
                      PERFORM GRAVAR-USERFUN THRU GRAVAR-USERFUN-FIM
                      MOVE "*** OPERADOR GRAVADO *** " TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO R1.
       EXC-DL1.
                DELETE ARQUSER RECORD
                IF ST-ERRO = "00"
                   PERFORM EXCLUIR-USERFUN THRU EXCLUIR-USERFUN-FIM
                   MOVE "*** REGISTRO DE OPERADOR EXCLUIDO ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
       ALT-RW1.
                REWRITE REGUSER
                IF ST-ERRO = "00" OR "02"
                   PERFORM GRAVAR-USERFUN THRU GRAVAR-USERFUN-FIM
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *
      *****************************************
      * VINCULO DO LOGIN COM A CHAPA          *
      *****************************************
      *
       LER-USERFUN.
                MOVE ZEROS TO W-CHAPA
                MOVE SPACES TO W-NOMEFUNC
                IF W-UFNOK NOT = "S"
                   GO TO LER-USERFUN-FIM.
                MOVE USER-COD TO UFN-OPERADOR
                READ ARQUSERFUN
                IF ST-ERRO2 NOT = "00"
                   GO TO LER-USERFUN-FIM.
                MOVE UFN-CHAPA TO W-CHAPA
                IF W-FUNCOK = "S"
                   MOVE W-CHAPA TO CHAPA
                   READ ARQFUNC
                   IF ST-ERRO3 = "00"
                      MOVE NOME TO W-NOMEFUNC.
       LER-USERFUN-FIM.
                EXIT.
      *
       GRAVAR-USERFUN.
                IF W-UFNOK NOT = "S"
                   GO TO GRAVAR-USERFUN-FIM.
                MOVE USER-COD TO UFN-OPERADOR
                READ ARQUSERFUN
                IF ST-ERRO2 NOT = "00"
                   GO TO GRAVAR-USERFUN-INC.
                IF W-CHAPA = ZEROS
                   DELETE ARQUSERFUN RECORD
                   GO TO GRAVAR-USERFUN-FIM.
                IF UFN-CHAPA NOT = W-CHAPA
                   MOVE W-CHAPA TO UFN-CHAPA
                   MOVE "N" TO UFN-DESATIVAR
                   MOVE ZEROS TO UFN-DTMARCA.
      *----[ LOGIN BLOQUEADO: MARCA DA RESCISAO ATENDIDA ]----
                IF USER-STATUS = "B"
                   MOVE "N" TO UFN-DESATIVAR.
                REWRITE REGUSERFUN
                GO TO GRAVAR-USERFUN-FIM.
       GRAVAR-USERFUN-INC.
                IF W-CHAPA = ZEROS
                   GO TO GRAVAR-USERFUN-FIM.
                MOVE USER-COD TO UFN-OPERADOR
                MOVE W-CHAPA  TO UFN-CHAPA
                MOVE "N"      TO UFN-DESATIVAR
                MOVE ZEROS    TO UFN-DTMARCA
                WRITE REGUSERFUN.
       GRAVAR-USERFUN-FIM.
                EXIT.
      *
       EXCLUIR-USERFUN.
                IF W-UFNOK NOT = "S"
                   GO TO EXCLUIR-USERFUN-FIM.
                MOVE USER-COD TO UFN-OPERADOR
                DELETE ARQUSERFUN RECORD.
       EXCLUIR-USERFUN-FIM.
                EXIT.
      *----------------------------------------------------------------
       ROT-FIM.
           CLOSE ARQUSER.
           IF W-UFNOK = "S"
              CLOSE ARQUSERFUN.
           IF W-FUNCOK = "S"
              CLOSE ARQFUNC.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
