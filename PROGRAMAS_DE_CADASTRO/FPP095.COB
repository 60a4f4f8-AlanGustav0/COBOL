          03 W-HOJEDIA       PIC 9(02).
       01 W-TOTAPLIC      PIC 9(04) VALUE ZEROS.
       01 W-TOTFUT        PIC 9(04) VALUE ZEROS.
      *----[ HISTORICO SALARIAL (FPP176) ]----
       01 W-HSA-PARM.
          03 W-HSA-PROGRAMA  PIC X(08) VALUE "FPP095".
          03 W-HSA-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-HSA-DTVIG     PIC 9(08) VALUE ZEROS.
          03 W-HSA-SALANT    PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-SALNOVO   PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-MOTIVO    PIC X(01) VALUE "P".
          03 W-HSA-DESCR     PIC X(30) VALUE
             "PROPOSTA EFETIVADA".
          03 W-HSA-NIVEL     PIC 9(02) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(050) VALUE
              MOVE PRO-NOVOCARG TO CODIGOCARG.
           IF PRO-NOVODEP NOT = ZEROS
              MOVE PRO-NOVODEP TO CODDEP.
           MOVE SALARIOEMP TO W-HSA-SALANT
           IF PRO-NOVOSAL NOT = ZEROS
              MOVE PRO-NOVOSAL TO SALARIOEMP.
           MOVE W-OPERADOR TO FUNC-OPERADOR
           MOVE "E" TO PRO-STATUS
           REWRITE REGPROPOS
           ADD 1 TO W-TOTAPLIC
           MOVE CHAPA      TO W-HSA-CHAPA
           COMPUTE W-HSA-DTVIG = (PRO-COMPET * 100) + 1
           MOVE SALARIOEMP TO W-HSA-SALNOVO
           CALL "FPP176" USING W-HSA-PARM

           MOVE "E" TO LOG-ACAO
           MOVE "PROPOSTA EFETIVADA NO ARQFUNC" TO LOG-DESCR
