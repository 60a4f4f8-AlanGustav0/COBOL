      * (PIS -> CHAPA VIA ARQFUNC), DERIVA QTD TRABALHADA,    *
      * HE50/HE100/HORAS NOTURNAS E FALTAS, GRAVA O ARQPONTO  *
      * DA COMPETENCIA E CRITICA MARCACOES ESTRANHAS (SEM     *
      * PAR, PIS DESCONHECIDO, AFASTADO OU INATIVO). AS       *
      * MARCACOES DO DIA FICAM NO ARQMARC (ESPELHO FPP120)    *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
                      RECORD KEY IS PONTO-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQMARC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MARC-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQAFDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
           03 PONTO-APROVADOR    PIC X(08).
           03 PONTO-DTAPROV      PIC 9(08).
           03 PONTO-HRAPROV      PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQMARC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMARC.DAT".
       01 REGMARC.
           03 MARC-KEY.
            05 MARC-CHAPA         PIC 9(06).
            05 MARC-DATA          PIC 9(08).
           03 MARC-QTD           PIC 9(02).
      *----[ MARCACOES DO DIA EM HHMM, NA ORDEM DO AFD ]----
           03 MARC-HORA          PIC 9(04) OCCURS 10 TIMES.
           03 MARC-MINTRAB       PIC 9(04).
           03 MARC-HE50          PIC 9(02)V99.
           03 MARC-HE100         PIC 9(02)V99.
           03 MARC-MINNOT        PIC 9(04).
      *----[ BRANCO=NORMAL I=MARCACAO IMPAR X=MAIS DE 10 NO DIA ]----
           03 MARC-OCORR         PIC X(01).
      *-----------------------------------------------------------------
       FD ARQAFDTX
               LABEL RECORD IS STANDARD
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-HORASDIA      PIC 9(02)V99 VALUE ZEROS.
       01 W-EXTRA         PIC 9(02)V99 VALUE ZEROS.
       01 W-DATAAMD       PIC 9(08) VALUE ZEROS.
       01 W-DIASMES       PIC 9(02) VALUE ZEROS.
       01 W-RESTO4        PIC 9(04) VALUE ZEROS.
       01 W-RESTO100      PIC 9(04) VALUE ZEROS.
       01 W-RESTO400      PIC 9(04) VALUE ZEROS.
       01 W-TOTMARC       PIC 9(06) VALUE ZEROS.
       01 W-TOTGRAV       PIC 9(04) VALUE ZEROS.
       01 W-TOTCRIT       PIC 9(05) VALUE ZEROS.
       01 W-DIAHE50       PIC 9(02)V99 VALUE ZEROS.
       01 W-DIAHE100      PIC 9(02)V99 VALUE ZEROS.
       01 W-DIAOCORR      PIC X(01) VALUE SPACES.
      *----[ ESCALA DO DIA (ROTINA COMUM FPP124) ]----
       01 W-ESCP-PARM.
          03 W-ESCP-OPCAO    PIC X(01).
          03 W-ESCP-CHAPA    PIC 9(06).
          03 W-ESCP-DATA     PIC 9(08).
          03 W-ESCP-ESCALA   PIC 9(03).
          03 W-ESCP-HORAS    PIC 9(02)V99.
          03 W-ESCP-FOLGA    PIC X(01).
          03 W-ESCP-RESULT   PIC X(01).

      *--[ ACUMULADORES POR CHAPA (PIS CASADO NO ARQFUNC) ]-------------
       01 TABFUNC.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPONTO" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQMARC
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQMARC
                 CLOSE ARQMARC
                 OPEN I-O ARQMARC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMARC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN OUTPUT ARQAFDTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO AFDIMP.DOC" TO MENS
           WRITE REGAFDTX FROM CAB1
           WRITE REGAFDTX FROM CAB2.

      *----[ REIMPORTACAO: DESCARTA AS MARCACOES JA GRAVADAS DO MES ]---
       LIMPAR-MARC.
           MOVE ZEROS TO MARC-CHAPA MARC-DATA
           START ARQMARC KEY IS NOT LESS MARC-KEY
               INVALID KEY GO TO CARREGAR-FUNC.
       LIMPAR-MARC-RD.
           READ ARQMARC NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO CARREGAR-FUNC.
           IF MARC-DATA(1:6) = W-COMPET
              DELETE ARQMARC RECORD.
           GO TO LIMPAR-MARC-RD.

      *------[ CARGA DO CADASTRO (PIS -> CHAPA) EM MEMORIA ]------------
       CARREGAR-FUNC.
           MOVE LOW-VALUES TO CHAPA
              PERFORM FECHAR-DIA THRU FECHAR-DIA-FIM
              SET IDXF TO W-IT
              MOVE W-DATAAMD TO TF-DIAATU(IDXF).
           PERFORM GUARDAR-MARC THRU GUARDAR-MARC-FIM
           SET IDXF TO W-IT.

           IF TF-TEMABERT(IDXF) = "N"
              MOVE W-MINUTO TO TF-MINABERT(IDXF)
           SET IDXF TO W-IT
           IF TF-DIAATU(IDXF) = ZEROS
              GO TO FECHAR-DIA-ZERA.
           MOVE ZEROS TO W-DIAHE50 W-DIAHE100
           MOVE SPACES TO W-DIAOCORR
           IF TF-TEMABERT(IDXF) = "S"
              MOVE "I" TO W-DIAOCORR
              MOVE TF-CHAPA(IDXF) TO DC-CHAPA
              MOVE TF-NOME(IDXF)  TO DC-NOME
              MOVE "MARCACAO SEM PAR NO DIA" TO DC-MOTIVO
              MOVE TF-DIAATU(IDXF)(1:4) TO DC-ANO
              PERFORM GRAVAR-CRIT2 THRU GRAVAR-CRIT2-FIM.
           IF TF-MINDIA(IDXF) = ZEROS
              GO TO FECHAR-DIA-MARC.
           ADD 1 TO TF-DIAS(IDXF)
           COMPUTE W-HORASDIA = TF-MINDIA(IDXF) / 60
           ADD W-HORASDIA TO TF-HORAS(IDXF)

      *----[ FOLGA/DSR DA ESCALA: TODAS AS HORAS VIRAM HE 100% ]----
      *----[ NOS DEMAIS DIAS A EXTRA E O QUE PASSA DO PREVISTO    ]----
           MOVE TF-DIAATU(IDXF) TO W-ESCP-DATA
           PERFORM CONSULTAR-ESCALA THRU CONSULTAR-ESCALA-FIM
           SET IDXF TO W-IT
           IF W-ESCP-FOLGA = "S"
              MOVE W-HORASDIA TO W-DIAHE100
           ELSE
              IF W-HORASDIA > W-ESCP-HORAS
                 COMPUTE W-EXTRA = W-HORASDIA - W-ESCP-HORAS
                 IF W-EXTRA NOT GREATER 2
                    MOVE W-EXTRA TO W-DIAHE50
                 ELSE
                    MOVE 2 TO W-DIAHE50
                    COMPUTE W-DIAHE100 = W-EXTRA - 2.
           ADD W-DIAHE50  TO TF-HE50(IDXF)
           ADD W-DIAHE100 TO TF-HE100(IDXF)
           ADD TF-NOTDIA(IDXF) TO TF-HNOTMIN(IDXF).
       FECHAR-DIA-MARC.
           PERFORM GRAVAR-MARCDIA THRU GRAVAR-MARCDIA-FIM
           SET IDXF TO W-IT.
       FECHAR-DIA-ZERA.
           MOVE ZEROS TO TF-MINDIA(IDXF) TF-NOTDIA(IDXF)
           MOVE "N" TO TF-TEMABERT(IDXF).
       FECHAR-DIA-FIM.
           EXIT.

      *----[ ACRESCENTA A MARCACAO LIDA AO DIA DA CHAPA NO ARQMARC ]----
       GUARDAR-MARC.
           SET IDXF TO W-IT
           MOVE TF-CHAPA(IDXF) TO MARC-CHAPA
           MOVE W-DATAAMD      TO MARC-DATA
           READ ARQMARC
           IF ST-ERRO3 NOT = "00"
              MOVE ZEROS  TO MARC-QTD MARC-MINTRAB MARC-HE50
                             MARC-HE100 MARC-MINNOT
              MOVE ZEROS  TO MARC-HORA(1) MARC-HORA(2) MARC-HORA(3)
                             MARC-HORA(4) MARC-HORA(5) MARC-HORA(6)
                             MARC-HORA(7) MARC-HORA(8) MARC-HORA(9)
                             MARC-HORA(10)
              MOVE SPACES TO MARC-OCORR.
           IF MARC-QTD NOT LESS 10
              MOVE "X" TO MARC-OCORR
              MOVE TF-CHAPA(IDXF) TO DC-CHAPA
              MOVE TF-NOME(IDXF)  TO DC-NOME
              MOVE "MAIS DE 10 MARCACOES NO DIA" TO DC-MOTIVO
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM
           ELSE
              ADD 1 TO MARC-QTD
              COMPUTE MARC-HORA(MARC-QTD) = (AFD-HH * 100) + AFD-MM.
           IF ST-ERRO3 = "00"
              REWRITE REGMARC
           ELSE
              WRITE REGMARC.
       GUARDAR-MARC-FIM.
           EXIT.

      *----[ TOTAIS DO DIA FECHADO GRAVADOS NO REGISTRO DO ARQMARC ]----
       GRAVAR-MARCDIA.
           SET IDXF TO W-IT
           MOVE TF-CHAPA(IDXF)  TO MARC-CHAPA
           MOVE TF-DIAATU(IDXF) TO MARC-DATA
           READ ARQMARC
           IF ST-ERRO3 NOT = "00"
              GO TO GRAVAR-MARCDIA-FIM.
           MOVE TF-MINDIA(IDXF) TO MARC-MINTRAB
           MOVE W-DIAHE50       TO MARC-HE50
           MOVE W-DIAHE100      TO MARC-HE100
           MOVE TF-NOTDIA(IDXF) TO MARC-MINNOT
           IF W-DIAOCORR NOT = SPACES
              MOVE W-DIAOCORR TO MARC-OCORR.
           REWRITE REGMARC.
       GRAVAR-MARCDIA-FIM.
           EXIT.

      *----[ HORAS PREVISTAS E FOLGA DA CHAPA NA DATA W-ESCP-DATA ]-----
       CONSULTAR-ESCALA.
           SET IDXF TO W-IT
           MOVE "C"            TO W-ESCP-OPCAO
           MOVE TF-CHAPA(IDXF) TO W-ESCP-CHAPA
           CALL "FPP124" USING W-ESCP-PARM.
       CONSULTAR-ESCALA-FIM.
           EXIT.

      *----[ A DATA DA MARCACAO CAI EM AFASTAMENTO ATIVO? ]-------------

      *------[ FIM DO AFD: FECHA DIAS ABERTOS E GRAVA O ARQPONTO ]------
       FLUSH-TODOS.
           PERFORM CALC-DIASMES THRU CALC-DIASMES-FIM
           MOVE 1 TO W-IT.
       FLUSH-LOOP.
           IF W-IT > W-QTDFUNC
           MOVE TF-HE50(IDXF)  TO PONTO-HE50
           MOVE TF-HE100(IDXF) TO PONTO-HE100
           COMPUTE PONTO-HNOT = TF-HNOTMIN(IDXF) / 60
           PERFORM CONTAR-FALTAS THRU CONTAR-FALTAS-FIM
           SET IDXF TO W-IT
           IF W-FALTACALC > 30
              MOVE 30 TO W-FALTACALC.
           MOVE W-FALTACALC TO PONTO-FALTAS
           ADD 1 TO W-IT
           GO TO FLUSH-LOOP.

      *----[ DIAS DO MES DA COMPETENCIA ]-------------------------------
       CALC-DIASMES.
           IF W-COMPET-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
              MOVE 31 TO W-DIASMES
           ELSE
                       OR W-RESTO400 = ZEROS
                    MOVE 29 TO W-DIASMES
                 END-IF.
       CALC-DIASMES-FIM.
           EXIT.

      *----[ FALTA = DIA DE TRABALHO NA ESCALA DA CHAPA SEM MARCACAO ]--
       CONTAR-FALTAS.
           MOVE ZEROS TO W-FALTACALC
           MOVE 1 TO W-DIAVAR.
       CONTAR-FALTAS-DIA.
           IF W-DIAVAR > W-DIASMES
              GO TO CONTAR-FALTAS-FIM.
           COMPUTE W-ESCP-DATA = (W-COMPET-N * 100) + W-DIAVAR
           PERFORM CONSULTAR-ESCALA THRU CONSULTAR-ESCALA-FIM
           IF W-ESCP-FOLGA = "S"
              GO TO CONTAR-FALTAS-PROX.
           SET IDXF TO W-IT
           MOVE TF-CHAPA(IDXF) TO MARC-CHAPA
           MOVE W-ESCP-DATA    TO MARC-DATA
           READ ARQMARC
           IF ST-ERRO3 NOT = "00"
              ADD 1 TO W-FALTACALC.
       CONTAR-FALTAS-PROX.
           ADD 1 TO W-DIAVAR
           GO TO CONTAR-FALTAS-DIA.
       CONTAR-FALTAS-FIM.
           EXIT.

       FIM-IMPORT.
      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQAFD ARQFUNC ARQCARG ARQPONTO ARQAFDTX ARQMARC.
           MOVE "F" TO W-ESCP-OPCAO
           CALL "FPP124" USING W-ESCP-PARM.
           IF W-AFASTOK = "S"
              CLOSE ARQAFAST.
       ROT-FIM2.
