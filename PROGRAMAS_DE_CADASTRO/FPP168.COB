       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP168.
      ********************************************************
      * ROTINA COMUM DE AVISO AO FUNCIONARIO POR E-MAIL       *
      * ENFILEIRA NO AVISOFILA.TXT (CHAPA;E-MAIL;ASSUNTO;     *
      * TEXTO) PARA O MESMO SERVICO DE ENVIO DO HOLFILA.TXT.  *
      * DEVOLVE S=ENFILEIRADO N=SEM E-MAIL E=ERRO NA FILA     *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQAVIFILA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ FILA PARA O SERVICO DE ENVIO - CAMPOS SEPARADOS POR ; ]----
       FD ARQAVIFILA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "AVISOFILA.TXT".
       01 REGAVIFILA.
          03 AFIL-CHAPA                PIC 9(06).
          03 AFIL-SEP1                 PIC X(01).
          03 AFIL-EMAIL                PIC X(40).
          03 AFIL-SEP2                 PIC X(01).
          03 AFIL-ASSUNTO              PIC X(40).
          03 AFIL-SEP3                 PIC X(01).
          03 AFIL-TEXTO                PIC X(120).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".

       LINKAGE SECTION.
       01 AVI-PARM.
          03 AVI-CHAPA       PIC 9(06).
          03 AVI-EMAIL       PIC X(40).
          03 AVI-ASSUNTO     PIC X(40).
          03 AVI-TEXTO       PIC X(120).
      *----[ S=ENFILEIRADO N=SEM E-MAIL E=ERRO NA FILA ]----
          03 AVI-RESULT      PIC X(01).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING AVI-PARM.
       INICIO.
           IF AVI-EMAIL = SPACES
              MOVE "N" TO AVI-RESULT
              GO TO ROT-FIM.
           MOVE "E" TO AVI-RESULT
           OPEN EXTEND ARQAVIFILA
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQAVIFILA
              IF ST-ERRO NOT = "00"
                 GO TO ROT-FIM.

       GRAVAR.
           MOVE SPACES      TO REGAVIFILA
           MOVE AVI-CHAPA   TO AFIL-CHAPA
           MOVE AVI-EMAIL   TO AFIL-EMAIL
           MOVE AVI-ASSUNTO TO AFIL-ASSUNTO
           MOVE AVI-TEXTO   TO AFIL-TEXTO
           MOVE ";" TO AFIL-SEP1 AFIL-SEP2 AFIL-SEP3
           WRITE REGAVIFILA
           IF ST-ERRO = "00"
              MOVE "S" TO AVI-RESULT.
           CLOSE ARQAVIFILA.

       ROT-FIM.
           EXIT PROGRAM.
       FIM-ROT-AVI.
