       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-LIDOS         PIC 9(05) VALUE ZEROS.
      *----[ HISTORICO SALARIAL (FPP176) ]----
       01 W-HSA-PARM.
          03 W-HSA-PROGRAMA  PIC X(08) VALUE "FPP059".
          03 W-HSA-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-HSA-DTVIG     PIC 9(08) VALUE ZEROS.
          03 W-HSA-SALANT    PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-SALNOVO   PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-MOTIVO    PIC X(01) VALUE "I".
          03 W-HSA-DESCR     PIC X(30) VALUE
             "ADMISSAO POR IMPORTACAO".
          03 W-HSA-NIVEL     PIC 9(02) VALUE ZEROS.
       01 W-CARREGADOS    PIC 9(05) VALUE ZEROS.
       01 W-REJEITADOS    PIC 9(05) VALUE ZEROS.
       01 W-DTV-PARM.
              COMPUTE FUNC-CPF = FUNCTION NUMVAL(C-CPF).
           IF C-PIS NOT = SPACES
              COMPUTE FUNC-PIS = FUNCTION NUMVAL(C-PIS).
      *----[ T/A: VIGENCIA DO TCE/PROGRAMA E COMPLETADA NO FPP004 ]----
           IF C-TPCONTR = "E" OR C-TPCONTR = "T" OR C-TPCONTR = "A"
              MOVE C-TPCONTR TO FUNC-TPCONTRATO
           ELSE
              MOVE "N" TO FUNC-TPCONTRATO.
      *----[ EMPRESA (CNPJ): BRANCO ASSUME A MATRIZ 01 ]----
              MOVE "*** CARREGADO ***" TO D-SITUACAO
              WRITE REGARQCARGATX FROM DET
              ADD 1 TO W-CARREGADOS
              MOVE CHAPA TO W-HSA-CHAPA
              MOVE W-DTADM-AMD TO W-HSA-DTVIG
              MOVE SALARIOEMP TO W-HSA-SALNOVO
              MOVE ZEROS TO W-HSA-NIVEL
              IF SALARIOEMP = ZEROS
                 MOVE SALARIOBASE TO W-HSA-SALNOVO
                 MOVE NIVELSALARIAL TO W-HSA-NIVEL
              END-IF
              CALL "FPP176" USING W-HSA-PARM
              GO TO LER-IMP.
           IF ST-ERRO = "22"
              MOVE "*** CHAPA JA CADASTRADA ***" TO D-SITUACAO
