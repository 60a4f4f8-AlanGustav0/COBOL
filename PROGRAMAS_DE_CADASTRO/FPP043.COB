       01 W-NOVOSAL       PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTCARG       PIC 9(05) VALUE ZEROS.
       01 W-TOTFUNC       PIC 9(05) VALUE ZEROS.
      *----[ SALARIO BASE ANTERIOR/NOVO DOS CARGOS REAJUSTADOS ]----
       01 TABCBASE.
          03 TCB-ITEM OCCURS 999 TIMES.
             05 TCB-ANT      PIC 9(06)V99.
             05 TCB-NOVO     PIC 9(06)V99.
      *----[ HISTORICO SALARIAL (FPP176) ]----
       01 W-HSA-PARM.
          03 W-HSA-PROGRAMA  PIC X(08) VALUE "FPP043".
          03 W-HSA-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-HSA-DTVIG     PIC 9(08) VALUE ZEROS.
          03 W-HSA-SALANT    PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-SALNOVO   PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-MOTIVO    PIC X(01) VALUE "D".
          03 W-HSA-DESCR     PIC X(30) VALUE SPACES.
          03 W-HSA-NIVEL     PIC 9(02) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(042) VALUE
                 OPEN EXTEND ARQLOG
              END-IF
              ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR".
           INITIALIZE TABCBASE.

           MOVE W-PERC TO C1-PERC
           IF W-MODO = "A"
           ADD 1 TO W-TOTCARG

           IF W-MODO = "A"
              MOVE SALARIOBASE TO TCB-ANT(COD)
              MOVE W-NOVOSAL   TO TCB-NOVO(COD)
              MOVE W-NOVOSAL TO SALARIOBASE
              MOVE W-OPERADOR TO CARG-OPERADOR
              ACCEPT CARG-DTULTALT FROM DATE YYYYMMDD
           IF FUNCSTATUS NOT = "A"
              GO TO VARRE-FUNC.
           IF SALARIOEMP = ZEROS
              PERFORM HIST-CARGO THRU HIST-CARGO-FIM
              GO TO VARRE-FUNC.
           IF W-FILTROCARG NOT = ZEROS
                 AND CODIGOCARG NOT = W-FILTROCARG
           ADD 1 TO W-TOTFUNC

           IF W-MODO = "A"
              MOVE SALARIOEMP TO W-HSA-SALANT
              MOVE W-NOVOSAL TO SALARIOEMP
              MOVE W-OPERADOR TO FUNC-OPERADOR
              ACCEPT FUNC-DTULTALT FROM DATE YYYYMMDD
              MOVE "ARQFUNC" TO LOG-ARQUIVO
              MOVE CHAPA TO LOG-CHAVE
              MOVE "REAJUSTE DISSIDIO APLICADO" TO LOG-DESCR
              PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
              MOVE CHAPA      TO W-HSA-CHAPA
              MOVE SALARIOEMP TO W-HSA-SALNOVO
              MOVE ZEROS      TO W-HSA-NIVEL
              MOVE "DISSIDIO - SALARIO DIFERENCIADO" TO W-HSA-DESCR
              CALL "FPP176" USING W-HSA-PARM.
           GO TO VARRE-FUNC.

      *--[ QUEM RECEBE O SALARIO BASE DO CARGO TAMBEM FOI REAJUSTADO ]--
       HIST-CARGO.
           IF W-MODO NOT = "A" OR CODIGOCARG = ZEROS
              GO TO HIST-CARGO-FIM.
           IF TCB-NOVO(CODIGOCARG) = ZEROS
              GO TO HIST-CARGO-FIM.
           MOVE CHAPA                TO W-HSA-CHAPA
           MOVE TCB-ANT(CODIGOCARG)  TO W-HSA-SALANT
           MOVE TCB-NOVO(CODIGOCARG) TO W-HSA-SALNOVO
           MOVE NIVELSALARIAL        TO W-HSA-NIVEL
           MOVE "DISSIDIO - SALARIO DO CARGO" TO W-HSA-DESCR
           CALL "FPP176" USING W-HSA-PARM.
       HIST-CARGO-FIM.
           EXIT.

       FIM-DISS.
           MOVE W-TOTCARG TO T-TOTCARG
           MOVE W-TOTFUNC TO T-TOTFUNC
