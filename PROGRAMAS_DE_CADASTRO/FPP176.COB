       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP176.
      ********************************************************
      * ROTINA COMUM DE REGISTRO DO HISTORICO SALARIAL        *
      * CHAMADA POR TODO PROGRAMA QUE ALTERA O SALARIO DE UM  *
      * FUNCIONARIO (CADASTRO, DISSIDIO, PROPOSTAS, IMPORTA-  *
      * CAO, TRANSFERENCIA E SALARIO BASE DO CARGO): GRAVA NO *
      * ARQHISSAL O SALARIO ANTERIOR E O NOVO, A VIGENCIA, O  *
      * MOTIVO, O OPERADOR E O PROGRAMA DE ORIGEM. O FPP177   *
      * CONSULTA E IMPRIME A EVOLUCAO SALARIAL POR CHAPA      *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQHISSAL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HSA-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT TBNIVEL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS NIVEL-COD
                      ALTERNATE RECORD KEY IS NIVEL-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO2.
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD ARQHISSAL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQHISSAL.DAT".
       01 REGHISSAL.
           03 HSA-KEY.
            05 HSA-CHAPA          PIC 9(06).
            05 HSA-DTVIG          PIC 9(08).
            05 HSA-HORA           PIC 9(06).
           03 HSA-SALANT         PIC 9(06)V99.
           03 HSA-SALNOVO        PIC 9(06)V99.
           03 HSA-MOTIVO         PIC X(01).
           03 HSA-DESCR          PIC X(30).
           03 HSA-OPERADOR       PIC X(08).
           03 HSA-PROGRAMA       PIC X(08).
           03 HSA-DTREG          PIC 9(08).
      *-----------------------------------------------------------------
       FD TBNIVEL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBNIVEL.DAT".
       01 REGNIVEL.
          03 NIVEL-COD                 PIC 9(02).
          03 NIVEL-DESC                PIC X(30).
          03 NIVEL-PERC                PIC 9(03)V99.
          03 NIVEL-PERCMIN             PIC 9(03)V99.
          03 NIVEL-PERCMAX             PIC 9(03)V99.
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 ST-ERRO         PIC X(02) VALUE "00".
       77 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-TENT          PIC 9(02) VALUE ZEROS.
       01 W-SALANT        PIC 9(06)V99 VALUE ZEROS.
       01 W-SALNOVO       PIC 9(06)V99 VALUE ZEROS.

       LINKAGE SECTION.
       01 HSA-PARM.
          03 HSP-PROGRAMA    PIC X(08).
          03 HSP-CHAPA       PIC 9(06).
      *----[ DATA DE VIGENCIA AAAAMMDD - ZEROS = DATA DO DIA ]----
          03 HSP-DTVIG       PIC 9(08).
          03 HSP-SALANT      PIC 9(06)V99.
          03 HSP-SALNOVO     PIC 9(06)V99.
      *----[ A=ADMISSAO M=MANUAL D=DISSIDIO P=PROPOSTA ]----
      *----[ I=IMPORTACAO C=SALARIO BASE DO CARGO ]----
      *----[ T=TRANSFERENCIA DE CARGO ]----
          03 HSP-MOTIVO      PIC X(01).
          03 HSP-DESCR       PIC X(30).
      *----[ NIVEL SALARIAL QUANDO OS VALORES INFORMADOS SAO O ]----
      *----[ SALARIO BASE DO CARGO (ZEROS = VALORES EFETIVOS)  ]----
          03 HSP-NIVEL       PIC 9(02).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING HSA-PARM.
       INICIO.
           IF HSP-SALANT = HSP-SALNOVO OR HSP-CHAPA = ZEROS
              GO TO ROT-FIM.
           MOVE HSP-SALANT  TO W-SALANT
           MOVE HSP-SALNOVO TO W-SALNOVO
           IF HSP-NIVEL NOT = ZEROS
              PERFORM APLICAR-NIVEL THRU APLICAR-NIVEL-FIM.
           OPEN I-O ARQHISSAL
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30" OR "35"
                 OPEN OUTPUT ARQHISSAL
                 CLOSE ARQHISSAL
                 OPEN I-O ARQHISSAL
                 IF ST-ERRO NOT = "00"
                    GO TO ROT-FIM
                 END-IF
              ELSE
                 GO TO ROT-FIM.

       GRAVAR.
           MOVE SPACES TO REGHISSAL
           ACCEPT HSA-DTREG FROM DATE YYYYMMDD
           ACCEPT HSA-HORA FROM TIME
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           MOVE HSP-CHAPA    TO HSA-CHAPA
           MOVE HSP-DTVIG    TO HSA-DTVIG
           IF HSA-DTVIG = ZEROS
              MOVE HSA-DTREG TO HSA-DTVIG.
           MOVE W-SALANT     TO HSA-SALANT
           MOVE W-SALNOVO    TO HSA-SALNOVO
           MOVE HSP-MOTIVO   TO HSA-MOTIVO
           MOVE HSP-DESCR    TO HSA-DESCR
           MOVE W-OPERADOR   TO HSA-OPERADOR
           MOVE HSP-PROGRAMA TO HSA-PROGRAMA
           MOVE ZEROS TO W-TENT.

       GRAVAR1.
           WRITE REGHISSAL
           IF ST-ERRO = "22" AND W-TENT < 99
              ADD 1 TO HSA-HORA W-TENT
              GO TO GRAVAR1.
           CLOSE ARQHISSAL.

       ROT-FIM.
           EXIT PROGRAM.

      *----[ SALARIO BASE DO CARGO AJUSTADO PELO NIVEL (FPP015) ]----
       APLICAR-NIVEL.
           OPEN INPUT TBNIVEL
           IF ST-ERRO2 NOT = "00"
              GO TO APLICAR-NIVEL-FIM.
           MOVE HSP-NIVEL TO NIVEL-COD
           READ TBNIVEL
           IF ST-ERRO2 = "00"
              COMPUTE W-SALANT  = HSP-SALANT  * NIVEL-PERC / 100
              COMPUTE W-SALNOVO = HSP-SALNOVO * NIVEL-PERC / 100.
           CLOSE TBNIVEL.
       APLICAR-NIVEL-FIM.
           EXIT.
       FIM-ROT-HSA.
