       PROGRAM-ID. FPP072.
      ********************************************************
      * PAGAMENTO AVULSO DE RESCISAO E FERIAS (FORA DO CICLO) *
      * E DE REEMBOLSO DE DESPESAS. LE AS PENDENCIAS GRAVADAS *
      * PELO FPP042/FPP046/FPP145 EM ARQPAGPEND, BUSCA CONTA  *
      * OU CHAVE PIX NO ARQBANCO E GERA ARQUIVO DE PAGAMENTO  *
      * NO MESMO DIA COM TOTAIS DE CONTROLE PROPRIOS          *
      * TIPO S: SALARIO RETIDO NA REMESSA (FPP033) POR CONTA   *
      * RECEM-ALTERADA, PAGO SO DEPOIS DE LIBERADO NO FPP167  *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FD ARQPAGPEND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPAGPEND.DAT".
      *----[ TIPO D (REEMBOLSO): DTREF GUARDA A SEQUENCIA DO ARQREEMB ]-
       01 REGPAGPEND.
           03 PGP-KEY.
            05 PGP-CHAPA          PIC 9(06).
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(058) VALUE
           "PAGAMENTOS AVULSOS (RESCISAO/FERIAS/REEMBOLSO) - DATA: ".
           05  CAB1-DIA      PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-MES      PIC 99 VALUE ZEROS.
           05  LINE 02  COLUMN 01
               VALUE  "  *** PAGAMENTO AVULSO DE RESCISAO E FERI".
           05  LINE 02  COLUMN 42
               VALUE  "AS/REEMBOLSO (MESMO DIA) ***".
           05  LINE 08  COLUMN 01
               VALUE  " TIPO (R=RESCISAO F=FERIAS D=REEMBOLSO".
           05  LINE 08  COLUMN 40
               VALUE  " BRANCO=TODOS):".
           05  LINE 09  COLUMN 01
               VALUE  "       S=SALARIO RETIDO E LIBERADO NO FPP167)".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )             :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-TIPO
               LINE 08  COLUMN 57  PIC X(01)
               USING  W-TIPOSEL
               HIGHLIGHT.
           05  TW-OPCAO
                DISPLAY TELAAVULSO.
       INC-TIPO.
                ACCEPT TW-TIPO
                IF W-TIPOSEL NOT = SPACE AND "R" AND "F" AND "D"
                                   AND "S"
                   MOVE "*** DIGITE R, F, D, S OU BRANCO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
       INC-OPC.
           MOVE SPACES      TO AVD-NUMDOC
           MOVE PGP-CHAPA   TO AVD-NUMDOC(1:6)
           MOVE PGP-TIPO    TO AVD-NUMDOC(8:1)
           IF PGP-TIPO = "D"
              MOVE PGP-DTREF(6:3) TO AVD-NUMDOC(10:3).
           MOVE W-DATAHOJE  TO AVD-DATAPAG
           MOVE PGP-VALOR   TO AVD-VALOR
           MOVE BCO-PIXTIPO TO AVD-PIXTIPO
