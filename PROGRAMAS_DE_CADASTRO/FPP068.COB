                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQDECLAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DCL-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFGTS ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
      *----[ C=COMPLEMENTAR (FPP184)                                  ]
             05 FOLHA-TIPO             PIC X(01).
          03 FOLHA-NOME                PIC X(30).
          03 FOLHA-CODDEP              PIC 9(03).
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
      *----[ VALORES DECLARADOS POR CHAPA P/ CONCILIACAO (FPP154) ]----
      *----[ ORIGEM E=ESOCIAL S-1200 (FPP067) F=FGTS DIGITAL (FPP068) ]-
      *----[ TIPOID F=FUNCIONARIO (CHAPA) P=PRO-LABORE (COD. SOCIO)  ]-
       FD ARQDECLAR
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDECLAR.DAT".
       01 REGDECLAR.
          03 DCL-KEY.
             05 DCL-COMPET             PIC 9(06).
             05 DCL-EMPRESA            PIC X(02).
             05 DCL-ORIGEM             PIC X(01).
             05 DCL-TIPOID             PIC X(01).
             05 DCL-CHAPA              PIC 9(06).
          03 DCL-NOME                  PIC X(30).
          03 DCL-CPF                   PIC 9(11).
          03 DCL-BASEINSS              PIC 9(07)V99.
          03 DCL-INSS                  PIC 9(06)V99.
          03 DCL-BASEIRRF              PIC 9(07)V99.
          03 DCL-IRRF                  PIC 9(06)V99.
          03 DCL-BASEFGTS              PIC 9(07)V99.
          03 DCL-FGTS                  PIC 9(06)V99.
          03 DCL-DATAGER               PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFGTS
               LABEL RECORD IS STANDARD
       01 W-TOTREG        PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMCPF     PIC 9(05) VALUE ZEROS.
       01 W-TOTFGTS       PIC 9(09)V99 VALUE ZEROS.
       01 W-DCLABASE      PIC 9(07)V99 VALUE ZEROS.
       01 W-DCLAFGTS      PIC 9(06)V99 VALUE ZEROS.

       01  FG-HEADER.
           05  FILLER                 PIC X(02) VALUE "H1".
              MOVE "ERRO ABERTURA DO ARQUIVO FGTSDIG.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O ARQDECLAR
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQDECLAR
                 CLOSE ARQDECLAR
                 OPEN I-O ARQDECLAR
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQDECLAR" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       INC-OP1.
           OPEN INPUT TBPARAM
              END-IF
              CLOSE TBPARAM.

      *----[ REGERACAO: DESCARTA O DECLARADO ANTERIOR DA EMPRESA ]----
       LIMPAR-DECL.
           MOVE W-COMPET-N TO DCL-COMPET
           MOVE W-EMPRESA  TO DCL-EMPRESA
           MOVE "F"        TO DCL-ORIGEM
           MOVE LOW-VALUES TO DCL-TIPOID
           MOVE ZEROS      TO DCL-CHAPA
           START ARQDECLAR KEY IS NOT LESS DCL-KEY
               INVALID KEY GO TO INC-OP2.
       LIMPAR-DECL-RD.
           READ ARQDECLAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-OP2.
           IF DCL-COMPET NOT = W-COMPET-N OR DCL-EMPRESA NOT = W-EMPRESA
                 OR DCL-ORIGEM NOT = "F"
              GO TO INC-OP2.
           DELETE ARQDECLAR RECORD
           GO TO LIMPAR-DECL-RD.

       INC-OP2.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           MOVE W-CNPJ       TO FGH-CNPJ

           IF FOLHA-COMPET NOT = W-COMPET-N
              GO TO LER-FOLHA.
           IF FOLHA-TIPO NOT = "M" AND "C"
              GO TO LER-FOLHA.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE FOLHA-FGTS      TO FGD-FGTS
           MOVE FOLHA-NOME      TO FGD-NOME
           WRITE REGFGTS FROM FG-DETALHE

           MOVE W-COMPET-N      TO DCL-COMPET
           MOVE W-EMPRESA       TO DCL-EMPRESA
           MOVE "F"             TO DCL-ORIGEM
           MOVE "F"             TO DCL-TIPOID
           MOVE FOLHA-CHAPA     TO DCL-CHAPA
      *----[ COMPLEMENTAR (TIPO C, LIDA ANTES) SOMA COM A MENSAL ]----
           MOVE ZEROS TO W-DCLABASE W-DCLAFGTS
           READ ARQDECLAR
           IF ST-ERRO = "00"
              MOVE DCL-BASEFGTS TO W-DCLABASE
              MOVE DCL-FGTS     TO W-DCLAFGTS.
           MOVE FOLHA-NOME      TO DCL-NOME
           MOVE FUNC-CPF        TO DCL-CPF
           MOVE ZEROS           TO DCL-BASEINSS DCL-INSS
                                   DCL-BASEIRRF DCL-IRRF
           COMPUTE DCL-BASEFGTS = FOLHA-SALBRUTO + W-DCLABASE
           COMPUTE DCL-FGTS     = FOLHA-FGTS + W-DCLAFGTS
           MOVE W-DATAGER       TO DCL-DATAGER
           WRITE REGDECLAR
           IF ST-ERRO = "22"
              REWRITE REGDECLAR.
           ADD 1 TO W-TOTREG
           ADD FOLHA-FGTS TO W-TOTFGTS
           GO TO LER-FOLHA.
      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOLHA ARQFUNC ARQFGTS ARQFGTSTX ARQDECLAR.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
