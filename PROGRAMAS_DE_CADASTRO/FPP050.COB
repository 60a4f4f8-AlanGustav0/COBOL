       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-DEPNOVO       PIC 9(03) VALUE ZEROS.
       01 W-CARGNOVO      PIC 9(03) VALUE ZEROS.
      *----[ HISTORICO SALARIAL (FPP176) ]----
       01 W-HSA-PARM.
          03 W-HSA-PROGRAMA  PIC X(08) VALUE "FPP050".
          03 W-HSA-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-HSA-DTVIG     PIC 9(08) VALUE ZEROS.
          03 W-HSA-SALANT    PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-SALNOVO   PIC 9(06)V99 VALUE ZEROS.
          03 W-HSA-MOTIVO    PIC X(01) VALUE "T".
          03 W-HSA-DESCR     PIC X(30) VALUE
             "TRANSFERENCIA DE CARGO".
          03 W-HSA-NIVEL     PIC 9(02) VALUE ZEROS.
       01 ST-ERRO8        PIC X(02) VALUE "00".
       01 W-CERTFALTA     PIC X(01) VALUE "N".
       01 W-ORCESTOURO    PIC X(01) VALUE "N".
              GO TO ROT-FIM.

       ATUALIZAR-FUNC.
           PERFORM HIST-TRANSF THRU HIST-TRANSF-FIM
           MOVE W-DEPNOVO  TO CODDEP
           MOVE W-CARGNOVO TO CODIGOCARG
           MOVE W-OPERADOR TO FUNC-OPERADOR
           REWRITE REGFUNC
           IF ST-ERRO = "00" OR "02"
              PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
              IF W-HSA-SALANT NOT = W-HSA-SALNOVO
                 CALL "FPP176" USING W-HSA-PARM
              END-IF
              MOVE "*** TRANSFERENCIA EFETUADA E REGISTRADA ***"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *--[ QUEM RECEBE O SALARIO BASE MUDA DE SALARIO COM O CARGO ]-----
       HIST-TRANSF.
           MOVE ZEROS TO W-HSA-SALANT W-HSA-SALNOVO
           IF SALARIOEMP NOT = ZEROS OR W-CARGNOVO = CODIGOCARG
              GO TO HIST-TRANSF-FIM.
           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              GO TO HIST-TRANSF-FIM.
           MOVE SALARIOBASE TO W-HSA-SALANT
           MOVE W-CARGNOVO TO COD
           READ ARQCARG
           IF ST-ERRO NOT = "00"
              MOVE ZEROS TO W-HSA-SALANT
              GO TO HIST-TRANSF-FIM.
           MOVE SALARIOBASE   TO W-HSA-SALNOVO
           MOVE CHAPA         TO W-HSA-CHAPA
           MOVE NIVELSALARIAL TO W-HSA-NIVEL
           COMPUTE W-HSA-DTVIG = (W-DTEF-ANO * 10000)
                               + (W-DTEF-MES * 100) + W-DTEF-DIA.
       HIST-TRANSF-FIM.
           EXIT.
      *----------------------------------------------------------------
       GRAVAR-LOG.
                ACCEPT LOG-DATA FROM DATE YYYYMMDD
