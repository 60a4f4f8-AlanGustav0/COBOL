       01 TXTTSALARIO     PIC X(20) VALUE SPACES.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-SALMIN        PIC 9(06)V99 VALUE ZEROS.
       01 W-SALBASEANT    PIC 9(06)V99 VALUE ZEROS.
      *----[ HISTORICO SALARIAL (FPP176) ]----
       01 W-HSA-PARM.
          03 W-HSA-PROGRAMA  PIC X(08) VALUE "FPP002".
          03 W-HSA-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-HSA-DTVIG     PIC 9(08) VALUE ZEROS.
          03 W-HSA-SALANT    PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-SALNOVO   PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-MOTIVO    PIC X(01) VALUE "C".
          03 W-HSA-DESCR     PIC X(30) VALUE
             "ALTERACAO DO SALARIO DO CARGO".
          03 W-HSA-NIVEL     PIC 9(02) VALUE ZEROS.

       01 TABSTATUS .
           03 FILLER PIC X(20) VALUE "AATIVA".
           MOVE SPACES TO DENOM CARGSTATUS TXTTSALARIO
           MOVE SPACES TO CARG-PERICUL CARG-INSALGR
           MOVE ZEROS TO CARG-SINDICATO
           MOVE ZEROS TO COD W-SEL SALARIOBASE W-SALBASEANT

           DISPLAY TELACARGOS.

           IF ST-ERRO NOT = "23"
              IF ST-ERRO = "00"
                PERFORM R6A
                MOVE SALARIOBASE TO W-SALBASEANT
                DISPLAY TELACARGOS
                MOVE "*** CARGO JA CADASTRAD0 ***" TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                IF ST-ERRO = "00" OR "02"
                   MOVE "A" TO LOG-ACAO
                   PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
                   IF SALARIOBASE NOT = W-SALBASEANT
                      PERFORM HIST-CARGO THRU HIST-CARGO-FIM
                   END-IF
                   MOVE "*** REGISTRO ALTERADO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO R1.
                MOVE "ERRO NA EXCLUSAO DO REGISTRO DE CARGO"   TO MENS
                PERFORM ROT-MENS THRU ROT-MENS-FIM
                GO TO ROT-FIM.
      *--[ QUEM RECEBE O SALARIO BASE DO CARGO MUDOU DE SALARIO ]-------
       HIST-CARGO.
                MOVE W-SALBASEANT TO W-HSA-SALANT
                MOVE SALARIOBASE  TO W-HSA-SALNOVO
                OPEN INPUT ARQFUNC
                IF ST-ERRO NOT = "00"
                   GO TO HIST-CARGO-FIM.
       HIST-CARGO1.
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   CLOSE ARQFUNC
                   GO TO HIST-CARGO-FIM.
                IF CODIGOCARG NOT = COD OR FUNCSTATUS NOT = "A"
                   OR SALARIOEMP NOT = ZEROS
                   GO TO HIST-CARGO1.
                MOVE CHAPA         TO W-HSA-CHAPA
                MOVE NIVELSALARIAL TO W-HSA-NIVEL
                CALL "FPP176" USING W-HSA-PARM
                GO TO HIST-CARGO1.
       HIST-CARGO-FIM.
                EXIT.
      *----------------------------------------------------------------
       GRAVAR-LOG.
                ACCEPT LOG-DATA FROM DATE YYYYMMDD
