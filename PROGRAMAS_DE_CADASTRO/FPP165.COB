       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP165.
      ********************************************************
      * ROTINA COMUM DE REGISTRO DE ACESSO A DADOS SENSIVEIS  *
      * CHAMADA PELAS CONSULTAS, DOCUMENTOS E EXTRATOS QUE    *
      * MOSTRAM SALARIO/FOLHA, DADOS BANCARIOS OU DE SAUDE:   *
      * REGISTRA DATA/HORA, OPERADOR, PROGRAMA, CHAPA VISTA,  *
      * QUE DADOS E POR QUAL MEIO NO ARQACESSO.LOG - UMA      *
      * LINHA POR CHAPA. O FPP166 LISTA OS ACESSOS POR        *
      * OPERADOR OU POR FUNCIONARIO                           *
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
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.

       LINKAGE SECTION.
       01 ACS-PARM.
          03 ACS-PROGRAMA    PIC X(08).
          03 ACS-CHAPA       PIC 9(06).
      *----[ S=SALARIO/FOLHA B=BANCARIO M=SAUDE (ATE 3 LETRAS) ]----
          03 ACS-DADOS       PIC X(03).
      *----[ C=CONSULTA EM TELA R=RELATORIO/DOCUMENTO E=EXTRATO ]----
          03 ACS-MEIO        PIC X(01).
          03 ACS-REF         PIC X(10).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING ACS-PARM.
       INICIO.
           OPEN EXTEND ARQACESSO
           IF ST-ERRO NOT = "00"
              OPEN OUTPUT ARQACESSO
              IF ST-ERRO NOT = "00"
                 GO TO ROT-FIM.

       GRAVAR.
           MOVE SPACES TO REGACESSO
           ACCEPT ACE-DATA FROM DATE YYYYMMDD
           ACCEPT ACE-HORA FROM TIME
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           MOVE W-OPERADOR   TO ACE-OPERADOR
           MOVE ACS-PROGRAMA TO ACE-PROGRAMA
           MOVE ACS-CHAPA    TO ACE-CHAPA
           MOVE ACS-DADOS    TO ACE-DADOS
           MOVE ACS-MEIO     TO ACE-MEIO
           MOVE ACS-REF      TO ACE-REF
           WRITE REGACESSO
           CLOSE ARQACESSO.

       ROT-FIM.
           EXIT PROGRAM.
       FIM-ROT-ACS.
