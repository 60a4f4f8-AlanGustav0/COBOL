                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MVI-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLB-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQDECLAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS DCL-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQESOCR ASSIGN TO DISK
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
      *----[ OUTROS VINCULOS DO EMPREGADO (INFOMV DO S-1200) ]----
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
      *-----------------------------------------------------------------
      *----[ PRO-LABORE DE SOCIOS/DIRETORES CALCULADO PELO FPP153 ]----
       FD ARQPROLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROLAB.DAT".
       01 REGPROLAB.
          03 PLB-KEY.
             05 PLB-COD                PIC 9(04).
             05 PLB-COMPET             PIC 9(06).
          03 PLB-NOME                  PIC X(30).
          03 PLB-CPF                   PIC 9(11).
          03 PLB-NIT                   PIC 9(11).
          03 PLB-TIPO                  PIC X(01).
          03 PLB-EMPRESA               PIC X(02).
          03 PLB-VALOR                 PIC 9(06)V99.
          03 PLB-INSS                  PIC 9(06)V99.
          03 PLB-IRRF                  PIC 9(06)V99.
          03 PLB-LIQUIDO               PIC 9(06)V99.
          03 PLB-BANCO                 PIC 9(03).
          03 PLB-AGENCIA               PIC 9(05).
          03 PLB-CONTA                 PIC X(12).
          03 PLB-DATAPROC              PIC 9(08).
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
       FD ARQESOCR
               LABEL RECORD IS STANDARD
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-MVIOK         PIC X(01) VALUE "N".
       01 W-TOTMV         PIC 9(05) VALUE ZEROS.
       01 W-PLBOK         PIC X(01) VALUE "N".
       01 W-TOTPLB        PIC 9(05) VALUE ZEROS.
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-DETOK         PIC X(01) VALUE "N".
       01 W-TEMDET        PIC X(01) VALUE "N".
       01 W-DETDESC       PIC 9(07)V99 VALUE ZEROS.
       01 W-DCLBINSS      PIC 9(07)V99 VALUE ZEROS.
       01 W-DCLBIRRF      PIC 9(07)V99 VALUE ZEROS.
       01 W-DCLAINSS      PIC 9(07)V99 VALUE ZEROS.
       01 W-DCLAIRRF      PIC 9(07)V99 VALUE ZEROS.
       01 W-DCLVINSS      PIC 9(06)V99 VALUE ZEROS.
       01 W-DCLVIRRF      PIC 9(06)V99 VALUE ZEROS.
       01 W-TOTIT         PIC 9(05) VALUE ZEROS.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
           05  EV12-IRRF              PIC 9(06)V99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV12-PENSAO            PIC 9(06)V99 VALUE ZEROS.
      *----[ CATEGORIA: 101=EMPREGADO 103=APRENDIZ 901=ESTAGIARIO ]----
      *----[ 722=DIRETOR NAO EMPREGADO 723=SOCIO (PRO-LABORE)      ]----
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV12-CATEG             PIC 9(03) VALUE ZEROS.
      *----[ DEMONSTRATIVO: M=FOLHA MENSAL C=COMPLEMENTAR (FPP184) ]----
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV12-IDDMDEV           PIC X(01) VALUE SPACES.

      *----[ REMUNERACAO EM OUTROS VINCULOS, UMA LINHA POR EMPREGADOR ]-
      *----[ INDMV: 2=DESCONTO SOBRE A REMUNERACAO DAQUI, ABATIDOS   ]-
      *----[ OS OUTROS; 3=OUTROS VINCULOS JA ATINGIRAM O TETO        ]-
       01  EV1200MV.
           05  FILLER                 PIC X(07) VALUE "S1200MV".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-CNPJ              PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-COMPET            PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-CPF               PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-INDMV             PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-CNPJOUTRO         PIC 9(14) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-CATEG             PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVMV-VLRREMUN          PIC 9(07)V99 VALUE ZEROS.

      *----[ ITENS DA REMUNERACAO, UM POR RUBRICA DO ARQFOLDET     ]-
      *----[ CODRUBR = ORIGEM (F=FIXA E=EVENTO) + CODIGO DA RUBRICA ]-
      *----[ TPRUBR: 1=VENCIMENTO 2=DESCONTO 3=INFORMATIVA         ]-
       01  EV1200IT.
           05  FILLER                 PIC X(07) VALUE "S1200IT".
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-CNPJ              PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-COMPET            PIC 9(06) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-CPF               PIC 9(11) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-CODRUBR.
               07  EVIT-ORIGEM        PIC X(01) VALUE SPACES.
               07  EVIT-RUBRICA       PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-TPRUBR            PIC 9(01) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-DESCR             PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-QTD               PIC 9(05)V99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-VALOR             PIC 9(07)V99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVIT-IDDMDEV           PIC X(01) VALUE SPACES.

       01  EV1210.
           05  FILLER                 PIC X(05) VALUE "S1210".
           05  EV21-DTPAGTO           PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-LIQUIDO           PIC 9(06)V99 VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EV21-IDDMDEV           PIC X(01) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(047) VALUE
           05  FILLER PIC X(038) VALUE
           "*** TOTAL IRRF RETIDO..............: ".
           05  T-TOTIRRF     PIC ZZZZZZZZ9,99.

       01  LINTOT7.
           05  FILLER PIC X(038) VALUE
           "*** LINHAS DE OUTROS VINCULOS......: ".
           05  T-TOTMV       PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT8.
           05  FILLER PIC X(038) VALUE
           "*** ITENS DE REMUNERACAO (RUBRICAS): ".
           05  T-TOTIT       PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT9.
           05  FILLER PIC X(038) VALUE
           "*** DOS QUAIS PRO-LABORE (SOCIOS)..: ".
           05  T-TOTPLB      PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESOCR.
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTEVEN W-TOTSEMCPF W-TOTIT W-TOTPLB
                MOVE ZEROS TO W-TOTBRUTO W-TOTLIQ W-TOTINSS W-TOTIRRF
                DISPLAY TELAESOCR.
       INC-COMP.
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCREM.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-MVIOK
           OPEN INPUT ARQMVINC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-MVIOK.
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-DETOK.
           MOVE "N" TO W-PLBOK
           OPEN INPUT ARQPROLAB
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PLBOK.
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
           MOVE "E"        TO DCL-ORIGEM
           MOVE LOW-VALUES TO DCL-TIPOID
           MOVE ZEROS      TO DCL-CHAPA
           START ARQDECLAR KEY IS NOT LESS DCL-KEY
               INVALID KEY GO TO INC-OP2.
       LIMPAR-DECL-RD.
           READ ARQDECLAR NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-OP2.
           IF DCL-COMPET NOT = W-COMPET-N OR DCL-EMPRESA NOT = W-EMPRESA
                 OR DCL-ORIGEM NOT = "E"
              GO TO INC-OP2.
           DELETE ARQDECLAR RECORD
           GO TO LIMPAR-DECL-RD.

       INC-OP2.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           MOVE W-COMPET-MES TO CAB1-COMPMES

           MOVE LOW-VALUES TO FOLHA-KEY
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO GERAR-PLB.

       LER-FOLHA.
           READ ARQFOLHA NEXT
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "10"
                 GO TO GERAR-PLB
              ELSE
                 MOVE "ERRO NA LEITURA ARQFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM

           IF FOLHA-COMPET NOT = W-COMPET-N
              GO TO LER-FOLHA.
           IF FOLHA-TIPO NOT = "M" AND "C"
              GO TO LER-FOLHA.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE FOLHA-INSS      TO EV12-INSS
           MOVE FOLHA-IRRF      TO EV12-IRRF
           MOVE FOLHA-PENSAO    TO EV12-PENSAO
           MOVE FOLHA-TIPO      TO EV12-IDDMDEV EVIT-IDDMDEV
                                   EV21-IDDMDEV
           MOVE FOLHA-SALBRUTO  TO W-DCLBINSS W-DCLBIRRF
           PERFORM SOMAR-DET THRU SOMAR-DET-FIM
           MOVE 101             TO EV12-CATEG
           IF FUNC-TPCONTRATO = "A"
              MOVE 103 TO EV12-CATEG.
           IF FUNC-TPCONTRATO = "T"
              MOVE 901 TO EV12-CATEG.
           WRITE REGESOCR FROM EV1200
           PERFORM GRAVAR-ITENS THRU GRAVAR-ITENS-FIM
      *----[ OUTROS VINCULOS JA INFORMADOS NO DEMONSTRATIVO MENSAL ]--
           IF FOLHA-TIPO = "M"
              PERFORM GRAVAR-MVINC THRU GRAVAR-MVINC-FIM.

           MOVE W-CNPJ          TO EV21-CNPJ
           MOVE W-COMPET-N      TO EV21-COMPET
           MOVE FOLHA-SALLIQ    TO EV21-LIQUIDO
           WRITE REGESOCR FROM EV1210

           MOVE "F"             TO DCL-TIPOID
           MOVE FOLHA-CHAPA     TO DCL-CHAPA
           PERFORM ACUMULAR-DECL THRU ACUMULAR-DECL-FIM
           MOVE FOLHA-NOME      TO DCL-NOME
           MOVE FUNC-CPF        TO DCL-CPF
           COMPUTE DCL-BASEINSS = W-DCLBINSS + W-DCLAINSS
           COMPUTE DCL-INSS     = EV12-INSS  + W-DCLVINSS
           COMPUTE DCL-BASEIRRF = W-DCLBIRRF + W-DCLAIRRF
           COMPUTE DCL-IRRF     = EV12-IRRF  + W-DCLVIRRF
           PERFORM GRAVAR-DECL THRU GRAVAR-DECL-FIM

           ADD 1 TO W-TOTEVEN
           ADD EV12-BRUTO     TO W-TOTBRUTO
           ADD FOLHA-SALLIQ   TO W-TOTLIQ
           ADD EV12-INSS      TO W-TOTINSS
           ADD EV12-IRRF      TO W-TOTIRRF
           GO TO LER-FOLHA.

      *--[ PRO-LABORE (ARQPROLAB): CONTRIBUINTE INDIVIDUAL SEM FGTS, ]--
      *--[ ITENS COM ORIGEM P - 001 PRO-LABORE, 101 INSS, 102 IRRF   ]--
       GERAR-PLB.
           IF W-PLBOK NOT = "S"
              GO TO FIM-GERACAO.
           MOVE LOW-VALUES TO PLB-KEY
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO FIM-GERACAO.
       GERAR-PLB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO FIM-GERACAO.
           IF PLB-COMPET NOT = W-COMPET-N
              GO TO GERAR-PLB-RD.
           IF PLB-EMPRESA NOT = W-EMPRESA
              GO TO GERAR-PLB-RD.
           IF PLB-CPF = ZEROS
              MOVE PLB-COD  TO DS-CHAPA
              MOVE PLB-NOME TO DS-NOME
              WRITE REGESOCRTX FROM DETSEMCPF
              ADD 1 TO W-TOTSEMCPF
              GO TO GERAR-PLB-RD.

           MOVE W-CNPJ          TO EV12-CNPJ
           MOVE W-COMPET-N      TO EV12-COMPET
           MOVE PLB-CPF         TO EV12-CPF
           MOVE PLB-VALOR       TO EV12-BRUTO
           MOVE ZEROS           TO EV12-HE50 EV12-HE100 EV12-ADNOT
                                   EV12-SALFAM EV12-PENSAO
           MOVE PLB-INSS        TO EV12-INSS
           MOVE PLB-IRRF        TO EV12-IRRF
           MOVE 723             TO EV12-CATEG
           IF PLB-TIPO = "D"
              MOVE 722 TO EV12-CATEG.
           WRITE REGESOCR FROM EV1200

           MOVE W-CNPJ          TO EVIT-CNPJ
           MOVE W-COMPET-N      TO EVIT-COMPET
           MOVE PLB-CPF         TO EVIT-CPF
           MOVE "P"             TO EVIT-ORIGEM
           MOVE ZEROS           TO EVIT-QTD
           MOVE 001             TO EVIT-RUBRICA
           MOVE 1               TO EVIT-TPRUBR
           MOVE "PRO-LABORE"    TO EVIT-DESCR
           MOVE PLB-VALOR       TO EVIT-VALOR
           WRITE REGESOCR FROM EV1200IT
           ADD 1 TO W-TOTIT
           IF PLB-INSS NOT = ZEROS
              MOVE 101          TO EVIT-RUBRICA
              MOVE 2            TO EVIT-TPRUBR
              MOVE "INSS CONTRIBUINTE INDIVIDUAL" TO EVIT-DESCR
              MOVE PLB-INSS     TO EVIT-VALOR
              WRITE REGESOCR FROM EV1200IT
              ADD 1 TO W-TOTIT.
           IF PLB-IRRF NOT = ZEROS
              MOVE 102          TO EVIT-RUBRICA
              MOVE 2            TO EVIT-TPRUBR
              MOVE "IRRF S/ PRO-LABORE" TO EVIT-DESCR
              MOVE PLB-IRRF     TO EVIT-VALOR
              WRITE REGESOCR FROM EV1200IT
              ADD 1 TO W-TOTIT.

           MOVE W-CNPJ          TO EV21-CNPJ
           MOVE W-COMPET-N      TO EV21-COMPET
           MOVE PLB-CPF         TO EV21-CPF
           MOVE W-DATAGER       TO EV21-DTPAGTO
           MOVE PLB-LIQUIDO     TO EV21-LIQUIDO
           WRITE REGESOCR FROM EV1210

           MOVE "P"             TO DCL-TIPOID
           MOVE PLB-COD         TO DCL-CHAPA
           MOVE PLB-NOME        TO DCL-NOME
           MOVE PLB-CPF         TO DCL-CPF
           MOVE PLB-VALOR       TO DCL-BASEINSS DCL-BASEIRRF
           MOVE PLB-INSS        TO DCL-INSS
           MOVE PLB-IRRF        TO DCL-IRRF
           PERFORM GRAVAR-DECL THRU GRAVAR-DECL-FIM

           ADD 1 TO W-TOTEVEN W-TOTPLB
           ADD PLB-VALOR      TO W-TOTBRUTO
           ADD PLB-LIQUIDO    TO W-TOTLIQ
           ADD PLB-INSS       TO W-TOTINSS
           ADD PLB-IRRF       TO W-TOTIRRF
           GO TO GERAR-PLB-RD.

       FIM-GERACAO.
           MOVE W-TOTEVEN   TO T-TOTEVEN
           MOVE W-TOTSEMCPF TO T-TOTSEMCPF
           MOVE W-TOTLIQ    TO T-TOTLIQ
           MOVE W-TOTINSS   TO T-TOTINSS
           MOVE W-TOTIRRF   TO T-TOTIRRF
           MOVE W-TOTMV     TO T-TOTMV
           MOVE W-TOTIT     TO T-TOTIT
           MOVE W-TOTPLB    TO T-TOTPLB
           WRITE REGESOCRTX FROM LINTOT1
           WRITE REGESOCRTX FROM LINTOT2
           WRITE REGESOCRTX FROM LINTOT3
           WRITE REGESOCRTX FROM LINTOT4
           WRITE REGESOCRTX FROM LINTOT5
           WRITE REGESOCRTX FROM LINTOT6
           WRITE REGESOCRTX FROM LINTOT7
           WRITE REGESOCRTX FROM LINTOT8
           WRITE REGESOCRTX FROM LINTOT9.

           IF W-TOTEVEN = ZEROS
              MOVE "* NENHUM EVENTO GERADO P/ COMPETENCIA *" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *--[ FOLHA MENSAL E COMPLEMENTAR SOMAM NO MESMO DECLARADO; A   ]--
      *--[ TIPO C VEM ANTES DA M NA CHAVE E JA FOI GRAVADA NESTA     ]--
      *--[ EXECUCAO (LIMPAR-DECL APAGOU AS ANTERIORES)               ]--
       ACUMULAR-DECL.
           MOVE ZEROS TO W-DCLAINSS W-DCLAIRRF W-DCLVINSS W-DCLVIRRF
           MOVE W-COMPET-N TO DCL-COMPET
           MOVE W-EMPRESA  TO DCL-EMPRESA
           MOVE "E"        TO DCL-ORIGEM
           READ ARQDECLAR
           IF ST-ERRO = "00"
              MOVE DCL-BASEINSS TO W-DCLAINSS
              MOVE DCL-INSS     TO W-DCLVINSS
              MOVE DCL-BASEIRRF TO W-DCLAIRRF
              MOVE DCL-IRRF     TO W-DCLVIRRF.
       ACUMULAR-DECL-FIM.
           EXIT.

      *----[ REGISTRA O DECLARADO NO S-1200 (SEM FGTS) ]----
       GRAVAR-DECL.
           MOVE W-COMPET-N TO DCL-COMPET
           MOVE W-EMPRESA  TO DCL-EMPRESA
           MOVE "E"        TO DCL-ORIGEM
           MOVE ZEROS      TO DCL-BASEFGTS DCL-FGTS
           MOVE W-DATAGER  TO DCL-DATAGER
           WRITE REGDECLAR
           IF ST-ERRO = "22"
              REWRITE REGDECLAR.
       GRAVAR-DECL-FIM.
           EXIT.

      *----[ OUTROS VINCULOS DA CHAPA NA COMPETENCIA (ARQMVINC) ]----
       GRAVAR-MVINC.
           IF W-MVIOK NOT = "S"
              GO TO GRAVAR-MVINC-FIM.
           MOVE 2 TO EVMV-INDMV
           IF FOLHA-INSS = ZEROS
              MOVE 3 TO EVMV-INDMV.
           MOVE FOLHA-CHAPA TO MVI-CHAPA
           MOVE W-COMPET-N  TO MVI-COMPET
           MOVE ZEROS       TO MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO GRAVAR-MVINC-FIM.
       GRAVAR-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO GRAVAR-MVINC-FIM.
           IF MVI-CHAPA NOT = FOLHA-CHAPA OR MVI-COMPET NOT = W-COMPET-N
              GO TO GRAVAR-MVINC-FIM.
           MOVE W-CNPJ      TO EVMV-CNPJ
           MOVE W-COMPET-N  TO EVMV-COMPET
           MOVE FUNC-CPF    TO EVMV-CPF
           MOVE MVI-CNPJ    TO EVMV-CNPJOUTRO
           MOVE MVI-CATEG   TO EVMV-CATEG
           MOVE MVI-BASE    TO EVMV-VLRREMUN
           WRITE REGESOCR FROM EV1200MV
           ADD 1 TO W-TOTMV
           GO TO GRAVAR-MVINC-RD.
       GRAVAR-MVINC-FIM.
           EXIT.

      *--[ TOTAIS DO S-1200 PELAS RUBRICAS DO DETALHE (ARQFOLDET). O ]--
      *--[ BRUTO SEGUE O CRITERIO DA FOLHA: PROVENTOS SEM SALARIO-   ]--
      *--[ FAMILIA, MENOS FALTAS (101) E EVENTOS DESCONTADOS. SEM    ]--
      *--[ DETALHE (COMPETENCIAS ANTIGAS) FICAM AS COLUNAS DA FOLHA  ]--
       SOMAR-DET.
           MOVE "N" TO W-TEMDET
           IF W-DETOK NOT = "S"
              GO TO SOMAR-DET-FIM.
           PERFORM POSICIONAR-DET THRU POSICIONAR-DET-FIM
           IF W-TEMDET NOT = "S"
              GO TO SOMAR-DET-FIM.
           MOVE ZEROS TO EV12-BRUTO EV12-HE50 EV12-HE100 EV12-ADNOT
                         EV12-SALFAM EV12-INSS EV12-IRRF EV12-PENSAO
                         W-DETDESC.
       SOMAR-DET-SOMA.
           IF FDET-ORIGEM = "F" AND FDET-RUBRICA = 102
              MOVE FDET-BASE TO W-DCLBINSS.
           IF FDET-ORIGEM = "F" AND FDET-RUBRICA = 103
              MOVE FDET-BASE TO W-DCLBIRRF.
           IF FDET-NATUREZA = "P"
              IF FDET-ORIGEM = "E" OR FDET-RUBRICA NOT = 008
                 ADD FDET-VALOR TO EV12-BRUTO.
           IF FDET-NATUREZA = "D"
              IF FDET-ORIGEM = "E" OR FDET-RUBRICA = 101
                 ADD FDET-VALOR TO W-DETDESC.
           IF FDET-ORIGEM = "F"
              IF FDET-RUBRICA = 002
                 ADD FDET-VALOR TO EV12-HE50
              ELSE
               IF FDET-RUBRICA = 003
                 ADD FDET-VALOR TO EV12-HE100
               ELSE
                IF FDET-RUBRICA = 004
                 ADD FDET-VALOR TO EV12-ADNOT
                ELSE
                 IF FDET-RUBRICA = 008
                  ADD FDET-VALOR TO EV12-SALFAM
                 ELSE
                  IF FDET-RUBRICA = 102
                   ADD FDET-VALOR TO EV12-INSS
                  ELSE
                   IF FDET-RUBRICA = 103
                    ADD FDET-VALOR TO EV12-IRRF
                   ELSE
                    IF FDET-RUBRICA = 105
                     ADD FDET-VALOR TO EV12-PENSAO.
           PERFORM PROXIMO-DET THRU PROXIMO-DET-FIM
           IF W-TEMDET = "S"
              GO TO SOMAR-DET-SOMA.
           IF W-DETDESC > EV12-BRUTO
              MOVE ZEROS TO EV12-BRUTO
           ELSE
              SUBTRACT W-DETDESC FROM EV12-BRUTO.
       SOMAR-DET-FIM.
           EXIT.

      *----[ UMA LINHA S1200IT POR RUBRICA DO DETALHE DA CHAPA ]----
       GRAVAR-ITENS.
           IF W-DETOK NOT = "S"
              GO TO GRAVAR-ITENS-FIM.
           PERFORM POSICIONAR-DET THRU POSICIONAR-DET-FIM.
       GRAVAR-ITENS-LOOP.
           IF W-TEMDET NOT = "S"
              GO TO GRAVAR-ITENS-FIM.
      *----[ 102/103 SO COM A BASE (IMPOSTO ZERO) NAO VAI COMO ITEM ]--
           IF FDET-VALOR = ZEROS
              GO TO GRAVAR-ITENS-PROX.
           MOVE W-CNPJ        TO EVIT-CNPJ
           MOVE W-COMPET-N    TO EVIT-COMPET
           MOVE FUNC-CPF      TO EVIT-CPF
           MOVE FDET-ORIGEM   TO EVIT-ORIGEM
           MOVE FDET-RUBRICA  TO EVIT-RUBRICA
           MOVE 3 TO EVIT-TPRUBR
           IF FDET-NATUREZA = "P"
              MOVE 1 TO EVIT-TPRUBR.
           IF FDET-NATUREZA = "D"
              MOVE 2 TO EVIT-TPRUBR.
           MOVE FDET-DESCR    TO EVIT-DESCR
           MOVE FDET-REFER    TO EVIT-QTD
           MOVE FDET-VALOR    TO EVIT-VALOR
           WRITE REGESOCR FROM EV1200IT
           ADD 1 TO W-TOTIT.
       GRAVAR-ITENS-PROX.
           PERFORM PROXIMO-DET THRU PROXIMO-DET-FIM
           GO TO GRAVAR-ITENS-LOOP.
       GRAVAR-ITENS-FIM.
           EXIT.

      *----[ PRIMEIRA RUBRICA DA CHAPA/COMPETENCIA/TIPO DA FOLHA ]----
       POSICIONAR-DET.
           MOVE "N" TO W-TEMDET
           MOVE FOLHA-CHAPA  TO FDET-CHAPA
           MOVE FOLHA-COMPET TO FDET-COMPET
           MOVE FOLHA-TIPO   TO FDET-TIPO
           MOVE LOW-VALUES   TO FDET-ORIGEM
           MOVE ZEROS        TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO POSICIONAR-DET-FIM.
           PERFORM PROXIMO-DET THRU PROXIMO-DET-FIM.
       POSICIONAR-DET-FIM.
           EXIT.

      *----[ PROXIMA RUBRICA; W-TEMDET = "N" NO FIM DA CHAPA ]----
       PROXIMO-DET.
           MOVE "N" TO W-TEMDET
           READ ARQFOLDET NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO PROXIMO-DET-FIM.
           IF FDET-CHAPA = FOLHA-CHAPA AND FDET-COMPET = FOLHA-COMPET
                 AND FDET-TIPO = FOLHA-TIPO
              MOVE "S" TO W-TEMDET.
       PROXIMO-DET-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFOLHA ARQFUNC ARQESOCR ARQESOCRTX ARQDECLAR.
           IF W-MVIOK = "S"
              CLOSE ARQMVINC.
           IF W-DETOK = "S"
              CLOSE ARQFOLDET.
           IF W-PLBOK = "S"
              CLOSE ARQPROLAB.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
