                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS MVI-KEY
                      FILE STATUS  IS ST-ERRO3.

      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 FOLHA-DSRDESC             PIC 9(06)V99.
          03 FOLHA-ADTEMPO             PIC 9(06)V99.
          03 FOLHA-SIND                PIC 9(06)V99.
      *----[ DETALHE DA FOLHA: UM REGISTRO POR RUBRICA PAGA OU   ]----
      *----[ DESCONTADA. ORIGEM F = RUBRICA FIXA DO CALCULO,     ]----
      *----[ E = EVENTO DO CATALOGO TBEVENT (MESMO CODIGO)       ]----
      *----[ NATUREZA P=PROVENTO D=DESCONTO I=INFORMATIVA        ]----
      *----[ FIXAS: 001-099 PROVENTOS 101-199 DESCONTOS 9XX INF. ]----
       FD ARQFOLDET
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFOLDET.DAT".
       01 REGFOLDET.
           03 FDET-KEY.
            05 FDET-CHAPA         PIC 9(06).
            05 FDET-COMPET        PIC 9(06).
            05 FDET-TIPO          PIC X(01).
            05 FDET-ORIGEM        PIC X(01).
            05 FDET-RUBRICA       PIC 9(03).
           03 FDET-NATUREZA      PIC X(01).
           03 FDET-DESCR         PIC X(30).
           03 FDET-BASE          PIC 9(07)V99.
           03 FDET-REFER         PIC 9(05)V99.
           03 FDET-VALOR         PIC 9(07)V99.
           03 FDET-INCINSS       PIC X(01).
           03 FDET-INCIRRF       PIC X(01).
           03 FDET-INCFGTS       PIC X(01).
      *----[ OUTROS VINCULOS DO EMPREGADO - COMPETENCIA AAAA13 = 13o ]--
       FD ARQMVINC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQMVINC.DAT".
       01 REGMVINC.
          03 MVI-KEY.
             05 MVI-CHAPA              PIC 9(06).
             05 MVI-COMPET             PIC 9(06).
             05 MVI-CNPJ               PIC 9(14).
          03 MVI-CATEG                 PIC 9(03).
          03 MVI-BASE                  PIC 9(07)V99.
          03 MVI-INSS                  PIC 9(06)V99.
          03 MVI-OPERADOR              PIC X(08).
          03 MVI-DTULTALT              PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 ST-ERRO3   PIC X(02) VALUE "00".
       77 W-SEGUNDOS PIC 9(02) VALUE 1.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP021".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "R".
          03 W-ACS-REF       PIC X(10) VALUE "13o SAL".
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 W-INSS-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-INSS-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-TETO   PIC 9(06)V99    VALUE ZEROS.
      *----[ DETALHE POR RUBRICA (ARQFOLDET) ]----
       01 W-DETTIPO      PIC X(01) VALUE SPACES.
       01 W-DETCOMP      PIC 9(06) VALUE ZEROS.
       01 W-DET.
          03 W-DET-ORIGEM   PIC X(01).
          03 W-DET-RUBRICA  PIC 9(03).
          03 W-DET-NATUREZA PIC X(01).
          03 W-DET-DESCR    PIC X(30).
          03 W-DET-BASE     PIC 9(07)V99.
          03 W-DET-REFER    PIC 9(05)V99.
          03 W-DET-VALOR    PIC 9(07)V99.
          03 W-DET-INCINSS  PIC X(01).
          03 W-DET-INCIRRF  PIC X(01).
          03 W-DET-INCFGTS  PIC X(01).
      *----[ OUTROS VINCULOS (ARQMVINC) NO 13o DO ANO ]----
       01 W-MVIOK       PIC X(01)       VALUE "N".
       01 W-MVICOMP     PIC 9(06)       VALUE ZEROS.
       01 W-MVIBASE     PIC 9(08)V99    VALUE ZEROS.
       01 W-MVIINSS     PIC 9(07)V99    VALUE ZEROS.
       01 W-BASECALC    PIC 9(08)V99    VALUE ZEROS.
       01 W-IRRF-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ1  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-LIM2   PIC 9(06)V99    VALUE ZEROS.
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O ARQFOLDET
           IF ST-ERRO2 NOT = "00"
              IF ST-ERRO2 = "30"
                 OPEN OUTPUT ARQFOLDET
                 CLOSE ARQFOLDET
                 OPEN I-O ARQFOLDET
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLDET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "N" TO W-MVIOK
           OPEN INPUT ARQMVINC
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-MVIOK
           ELSE
              IF ST-ERRO3 NOT = "30"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMVINC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM CARREGAR-TAX THRU CARREGAR-TAX-FIM.
           GO TO ROT-CABEC.


           MOVE "I03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-TETO
           MOVE W-TAXALIQ   TO W-INSS-ALIQ3

           MOVE "R01" TO W-TAXCOD
       VERIF-STATUS.
           IF FUNCSTATUS NOT = "A"
              GO TO LER-FUNC.
      *----[ ESTAGIARIO (BOLSA) NAO TEM DECIMO TERCEIRO ]----
           IF FUNC-TPCONTRATO = "T"
              GO TO LER-FUNC.
      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           IF W-EMPRESA NOT = SPACES
              MOVE FUNC-EMPRESA TO W-FEMP

           MULTIPLY W-BASE13 BY 0,5 GIVING PRIMEIRA.

      *----[ MULTIPLOS VINCULOS: BASE DAQUI + OUTROS, ATE O TETO ]----
           PERFORM SOMAR-MVINC THRU SOMAR-MVINC-FIM
           COMPUTE W-BASECALC = W-BASE13 + W-MVIBASE
           IF W-INSS-TETO > ZEROS AND W-BASECALC > W-INSS-TETO
              MOVE W-INSS-TETO TO W-BASECALC.

      *----[ INSS PROGRESSIVO: ALIQUOTA SO SOBRE A FATIA DA FAIXA ]----
           IF W-BASECALC NOT GREATER W-INSS-LIM1
              COMPUTE INSS13 = W-BASECALC * W-INSS-ALIQ1
           ELSE
               IF W-BASECALC NOT GREATER W-INSS-LIM2
                  COMPUTE INSS13 = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-BASECALC - W-INSS-LIM1) * W-INSS-ALIQ2)
               ELSE
                  COMPUTE INSS13 = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-INSS-LIM2 - W-INSS-LIM1) * W-INSS-ALIQ2)
                      + ((W-BASECALC - W-INSS-LIM2) * W-INSS-ALIQ3).
      *----[ RETEM SO O QUE FALTA: ABATE O DESCONTADO NOS OUTROS ]----
           IF INSS13 > W-MVIINSS
              SUBTRACT W-MVIINSS FROM INSS13
           ELSE
              MOVE ZEROS TO INSS13.

      *----[ IRRF PROGRESSIVO: ALIQUOTA SO SOBRE A FATIA DA FAIXA ]----
           COMPUTE W-BASEIR13 = W-BASE13 - INSS13.
                                                       TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM.
                MOVE CHAPA TO W-ACS-CHAPA
                CALL "FPP165" USING W-ACS-PARM

                ADD 1 TO CONLIN CONLIN1
                DISPLAY (20, 40) CONLIN1
           WRITE REGFOLHA
           IF ST-ERRO2 = "22"
              REWRITE REGFOLHA.
           MOVE "1"         TO W-DETTIPO
           MOVE W-HOJECOMP  TO W-DETCOMP
           PERFORM LIMPAR-DET THRU LIMPAR-DET-FIM
      *----[ 1a PARCELA: SO FGTS; INSS E IRRF INCIDEM NA 2a PARCELA ]--
           MOVE "N" TO W-DET-INCINSS
           MOVE "N" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE "P" TO W-DET-NATUREZA
           MOVE 010 TO W-DET-RUBRICA
           MOVE "13o SALARIO - 1a PARCELA" TO W-DET-DESCR
           MOVE W-BASE13 TO W-DET-BASE
           MOVE 50 TO W-DET-REFER
           MOVE PRIMEIRA TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM

           MOVE "2"         TO FOLHA-TIPO
           COMPUTE FOLHA-SALBRUTO = W-BASE13 * 0,5
           MOVE INSS13      TO FOLHA-INSS
           MOVE IRRF13      TO FOLHA-IRRF
           MOVE SEGUNDA     TO FOLHA-SALLIQ
           IF FUNC-TPCONTRATO = "A"
              COMPUTE FOLHA-FGTS = W-BASE13 * 0,02
           ELSE
              COMPUTE FOLHA-FGTS = W-BASE13 * 0,08.
           WRITE REGFOLHA
           IF ST-ERRO2 = "22"
              REWRITE REGFOLHA.
           MOVE "2"         TO W-DETTIPO
           PERFORM LIMPAR-DET THRU LIMPAR-DET-FIM
           MOVE "S" TO W-DET-INCINSS
           MOVE "S" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE "P" TO W-DET-NATUREZA
           MOVE 011 TO W-DET-RUBRICA
           MOVE "13o SALARIO - 2a PARCELA" TO W-DET-DESCR
           MOVE W-BASE13 TO W-DET-BASE
           MOVE 50 TO W-DET-REFER
           COMPUTE W-DET-VALOR = W-BASE13 * 0,5
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS
           MOVE "N" TO W-DET-INCIRRF
           MOVE "N" TO W-DET-INCFGTS
           MOVE "D" TO W-DET-NATUREZA
           MOVE 102 TO W-DET-RUBRICA
           MOVE "INSS" TO W-DET-DESCR
           MOVE W-BASECALC TO W-DET-BASE
           MOVE INSS13 TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 103 TO W-DET-RUBRICA
           MOVE "IMPOSTO DE RENDA" TO W-DET-DESCR
           MOVE W-BASEIR13 TO W-DET-BASE
           MOVE IRRF13 TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "I" TO W-DET-NATUREZA
           MOVE 901 TO W-DET-RUBRICA
           MOVE "FGTS DO 13o SALARIO" TO W-DET-DESCR
           MOVE W-BASE13 TO W-DET-BASE
           MOVE 8 TO W-DET-REFER
           IF FUNC-TPCONTRATO = "A"
              MOVE 2 TO W-DET-REFER.
           MOVE FOLHA-FGTS TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       GRAVAR-FOLHA13-FIM.
           EXIT.

      *----[ GRAVA UMA LINHA DO DETALHE (SO VALOR DIFERENTE DE 0; ]----
      *----[ INSS 102 E IRRF 103 FICAM TAMBEM SO COM A BASE)      ]----
       GRAVAR-DET.
           IF W-DET-VALOR = ZEROS
              IF W-DET-BASE = ZEROS
                    OR (W-DET-RUBRICA NOT = 102 AND NOT = 103)
                 GO TO GRAVAR-DET-LIMPA.
           MOVE CHAPA          TO FDET-CHAPA
           MOVE W-DETCOMP      TO FDET-COMPET
           MOVE W-DETTIPO      TO FDET-TIPO
           MOVE "F"            TO FDET-ORIGEM
           MOVE W-DET-RUBRICA  TO FDET-RUBRICA
           MOVE W-DET-NATUREZA TO FDET-NATUREZA
           MOVE W-DET-DESCR    TO FDET-DESCR
           MOVE W-DET-BASE     TO FDET-BASE
           MOVE W-DET-REFER    TO FDET-REFER
           MOVE W-DET-VALOR    TO FDET-VALOR
           MOVE W-DET-INCINSS  TO FDET-INCINSS
           MOVE W-DET-INCIRRF  TO FDET-INCIRRF
           MOVE W-DET-INCFGTS  TO FDET-INCFGTS
           WRITE REGFOLDET
           IF ST-ERRO2 = "22"
              REWRITE REGFOLDET.
       GRAVAR-DET-LIMPA.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR.
       GRAVAR-DET-FIM.
           EXIT.

      *----[ REPROCESSAMENTO: APAGA O DETALHE ANTERIOR DO TIPO ]----
       LIMPAR-DET.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR
           MOVE CHAPA      TO FDET-CHAPA
           MOVE W-DETCOMP  TO FDET-COMPET
           MOVE W-DETTIPO  TO FDET-TIPO
           MOVE LOW-VALUES TO FDET-ORIGEM
           MOVE ZEROS      TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO LIMPAR-DET-FIM.
       LIMPAR-DET-RD.
           READ ARQFOLDET NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LIMPAR-DET-FIM.
           IF FDET-CHAPA NOT = CHAPA OR FDET-COMPET NOT = W-DETCOMP
                 OR FDET-TIPO NOT = W-DETTIPO
              GO TO LIMPAR-DET-FIM.
           DELETE ARQFOLDET RECORD
           GO TO LIMPAR-DET-RD.
       LIMPAR-DET-FIM.
           EXIT.

      *----[ SOMA BASE E INSS DOS OUTROS VINCULOS NO 13o (AAAA13) ]----
       SOMAR-MVINC.
           MOVE ZEROS TO W-MVIBASE W-MVIINSS
           IF W-MVIOK NOT = "S"
              GO TO SOMAR-MVINC-FIM.
           MOVE W-HOJECOMP(1:4) TO W-REFANO
           COMPUTE W-MVICOMP = (W-REFANO * 100) + 13
           MOVE CHAPA     TO MVI-CHAPA
           MOVE W-MVICOMP TO MVI-COMPET
           MOVE ZEROS     TO MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO SOMAR-MVINC-FIM.
       SOMAR-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO SOMAR-MVINC-FIM.
           IF MVI-CHAPA NOT = CHAPA OR MVI-COMPET NOT = W-MVICOMP
              GO TO SOMAR-MVINC-FIM.
           ADD MVI-BASE TO W-MVIBASE
           ADD MVI-INSS TO W-MVIINSS
           GO TO SOMAR-MVINC-RD.
       SOMAR-MVINC-FIM.
           EXIT.

      *
      **********************
      * ROTINA DE FIM      *
      **********************
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQCARG ARQFUNC ARQ13TX TBTAX ARQFOLHA
                      ARQFOLDET.
                IF W-MVIOK = "S"
                   CLOSE ARQMVINC.
                STOP RUN.

      **********************
