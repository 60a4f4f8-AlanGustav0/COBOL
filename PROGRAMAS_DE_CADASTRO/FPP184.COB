       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP184.
      ********************************************************
      * CALCULO DA FOLHA COMPLEMENTAR DE COMPETENCIA FECHADA  *
      * SOMA OS LANCAMENTOS DO ARQCOMPL (FPP183) POR CHAPA,   *
      * RECALCULA INSS E IRRF DO MES COM A DIFERENCA E ABATE  *
      * O JA RETIDO NA FOLHA MENSAL. GRAVA ARQFOLHA TIPO C    *
      * (ACUMULADO DAS COMPLEMENTARES DA COMPETENCIA) COM O   *
      * DETALHE NO ARQFOLDET E GERA O CREDITO DA DIFERENCA    *
      * EM ARQUIVO PROPRIO (FOLCOMPL.TXT/.DOC). GUIAS NO      *
      * FPP070 (TIPO C) E ESOCIAL NO FPP067                   *
      * RETEM O CREDITO DA CONTA ALTERADA HA MENOS DE N DIAS  *
      * (ARQBCOALT), COMO O FPP033: VIRA PENDENCIA TIPO S DO  *
      * ARQPAGPEND, LIBERADA NO FPP167 E PAGA NO FPP072       *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQCOMPL ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CPL-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      ALTERNATE RECORD KEY IS DTNASC
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT TBEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVCAT-COD
                      FILE STATUS IS ST-ERRO2.

           SELECT TBTAX ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS TBTAX-KEY
                      ALTERNATE RECORD KEY IS TBTAX-DESC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQFECHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FECHA-COMPET
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.

           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MVI-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBANCO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BCO-CHAPA
                      ALTERNATE RECORD KEY IS BCO-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBCOALT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BALT-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPAGPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCPLCRED ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQCPLTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *----[ LANCAMENTOS DA FOLHA COMPLEMENTAR DE COMPETENCIA FECHADA ]-
      *----[ STATUS P=PENDENTE C=CALCULADO NA FOLHA TIPO C (FPP184)  ]-
       FD ARQCOMPL
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCOMPL.DAT".
       01 REGCOMPL.
           03 CPL-KEY.
            05 CPL-CHAPA          PIC 9(06).
            05 CPL-COMPET         PIC 9(06).
            05 CPL-CODIGO         PIC 9(03).
           03 CPL-DESCR          PIC X(30).
           03 CPL-TIPO           PIC X(01).
           03 CPL-VALOR          PIC 9(06)V99.
           03 CPL-MOTIVO         PIC X(30).
           03 CPL-STATUS         PIC X(01).
           03 CPL-OPERADOR       PIC X(08).
           03 CPL-DTULTALT       PIC 9(08).
           03 CPL-DTCALC         PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFOLHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
          03 FOLHA-KEY.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
      *----[ C=COMPLEMENTAR (FPP184)                                  ]
             05 FOLHA-TIPO             PIC X(01).
          03 FOLHA-NOME                PIC X(30).
          03 FOLHA-CODDEP              PIC 9(03).
          03 FOLHA-CODCARG             PIC 9(03).
          03 FOLHA-SALBRUTO            PIC 9(06)V99.
          03 FOLHA-INSS                PIC 9(06)V99.
          03 FOLHA-IRRF                PIC 9(06)V99.
          03 FOLHA-SALLIQ              PIC 9(06)V99.
          03 FOLHA-FGTS                PIC 9(06)V99.
          03 FOLHA-VT                  PIC 9(06)V99.
          03 FOLHA-VR                  PIC 9(06)V99.
          03 FOLHA-EMPRESA             PIC X(02).
          03 FOLHA-HE50                PIC 9(06)V99.
          03 FOLHA-HE100               PIC 9(06)V99.
          03 FOLHA-ADNOT               PIC 9(06)V99.
          03 FOLHA-VTDESC              PIC 9(06)V99.
          03 FOLHA-PENSAO              PIC 9(06)V99.
          03 FOLHA-EMPREST             PIC 9(06)V99.
          03 FOLHA-ADIANT              PIC 9(06)V99.
          03 FOLHA-SALFAM              PIC 9(06)V99.
          03 FOLHA-EVPROV              PIC 9(06)V99.
          03 FOLHA-EVDESC              PIC 9(06)V99.
          03 FOLHA-DSRREF              PIC 9(06)V99.
          03 FOLHA-DSRDESC             PIC 9(06)V99.
          03 FOLHA-ADTEMPO             PIC 9(06)V99.
          03 FOLHA-SIND                PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNC.DAT".
       01 REGFUNC.
           03 CHAPA             PIC 9(06).
           03 NOME              PIC X(30).
           03 DATANASC          PIC 9(08).
           03 DTNASC REDEFINES DATANASC.
            05 DIA                 PIC 9(02).
            05 MES                 PIC 9(02).
            05 ANO                 PIC 9(04).
           03 SEXO              PIC X(01).
           03 IDENTGEN          PIC X(01).
           03 ORIENTSEX          PIC X(01).
           03 NIVELSALARIAL     PIC 9(02).
           03 QTDDEPENDENTES    PIC 9(01).
           03 IMPRENDA          PIC X(01).
           03 FUNCSTATUS        PIC X(01).
           03 CEPFUNC           PIC 9(08).
           03 CODDEP            PIC 9(03).
           03 CODIGOCARG        PIC 9(03).
           03 CEP-COMPLE        PIC X(12).
           03 CEP-NUMRES        PIC 9(04).
           03 TELFUNC            PIC X(15).
           03 EMAILFUNC          PIC X(40).
           03 CONTEMERG-NOME     PIC X(30).
           03 CONTEMERG-FONE     PIC X(15).
           03 DTADMISSAO        PIC 9(08).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 MOTIVODESLIG       PIC X(01).
           03 SALARIOEMP         PIC 9(06)V99.
           03 FUNC-OPERADOR       PIC X(08).
           03 FUNC-DTULTALT       PIC 9(08).
           03 FUNC-HRULTALT       PIC 9(06).
           03 FUNC-TPCONTRATO     PIC X(01).
           03 FUNC-CPF            PIC 9(11).
           03 FUNC-PIS            PIC 9(11).
           03 FUNC-EMPRESA        PIC X(02).
      *-----------------------------------------------------------------
       FD TBEVENT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBEVENT.DAT".
       01 REGEVCAT.
           03 EVCAT-COD          PIC 9(03).
           03 EVCAT-DESCR        PIC X(30).
           03 EVCAT-TIPO         PIC X(01).
           03 EVCAT-INCINSS      PIC X(01).
           03 EVCAT-INCIRRF      PIC X(01).
           03 EVCAT-INCFGTS      PIC X(01).
           03 EVCAT-INCDSR       PIC X(01).
           03 EVCAT-STATUS       PIC X(01).
      *-----------------------------------------------------------------
       FD TBTAX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBTAX.DAT".
       01 REGTAX.
          03 TBTAX-KEY.
             05 TBTAX-COD              PIC X(03).
             05 TBTAX-VIGENCIA         PIC 9(08).
          03 TBTAX-DESC                PIC X(30).
          03 TBTAX-LIMITE              PIC 9(06)V99.
          03 TBTAX-ALIQUOTA            PIC 9(01)V9999.
      *-----------------------------------------------------------------
       FD ARQFECHA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQFECHA.DAT".
       01 REGFECHA.
          03 FECHA-COMPET              PIC 9(06).
          03 FECHA-STATUS              PIC X(01).
          03 FECHA-DATA                PIC 9(08).
          03 FECHA-HORA                PIC 9(06).
          03 FECHA-OPERADOR            PIC X(08).
      *-----------------------------------------------------------------
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
       FD ARQMVINC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMVINC.DAT".
       01 REGMVINC.
           03 MVI-KEY.
            05 MVI-CHAPA          PIC 9(06).
            05 MVI-COMPET         PIC 9(06).
            05 MVI-CNPJ           PIC 9(14).
           03 MVI-CATEG          PIC 9(03).
           03 MVI-BASE           PIC 9(07)V99.
           03 MVI-INSS           PIC 9(06)V99.
           03 MVI-OPERADOR       PIC X(08).
           03 MVI-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQBANCO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBANCO.DAT".
       01 REGBANCO.
           03 BCO-CHAPA             PIC 9(06).
           03 BCO-NOME              PIC X(30).
           03 BCO-BANCO             PIC 9(03).
           03 BCO-AGENCIA           PIC 9(05).
           03 BCO-CONTA             PIC X(12).
           03 BCO-TPCONTA           PIC X(01).
           03 BCO-STATUS            PIC X(01).
           03 BCO-PIXTIPO           PIC X(01).
           03 BCO-PIXKEY            PIC X(40).
      *-----------------------------------------------------------------
      *----[ ALTERACAO BANCARIA AGUARDANDO SEGUNDO OPERADOR (FPP167) ]--
       FD ARQBCOALT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBCOALT.DAT".
       01 REGBCOALT.
           03 BALT-DADOS.
            05 BALT-CHAPA           PIC 9(06).
            05 BALT-NOME            PIC X(30).
            05 BALT-BANCO           PIC 9(03).
            05 BALT-AGENCIA         PIC 9(05).
            05 BALT-CONTA           PIC X(12).
            05 BALT-TPCONTA         PIC X(01).
            05 BALT-STATUS          PIC X(01).
            05 BALT-PIXTIPO         PIC X(01).
            05 BALT-PIXKEY          PIC X(40).
      *----[ I=INCLUSAO A=ALTERACAO ]----
           03 BALT-TIPO             PIC X(01).
      *----[ P=PENDENTE A=APROVADA R=RECUSADA ]----
           03 BALT-SITUACAO         PIC X(01).
           03 BALT-OPERINC          PIC X(08).
           03 BALT-DTINC            PIC 9(08).
           03 BALT-HRINC            PIC 9(06).
           03 BALT-OPERAPR          PIC X(08).
           03 BALT-DTAPR            PIC 9(08).
           03 BALT-MOTIVO           PIC X(30).
      *----[ DATA EM QUE OS DADOS DO ARQBANCO PASSARAM A VALER ]----
           03 BALT-DTEFET           PIC 9(08).
      *----[ LIBERACAO DA RETENCAO DE PAGAMENTO (FPP033/FPP167) ]----
           03 BALT-OPERLIB          PIC X(08).
           03 BALT-DTLIB            PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQPAGPEND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPAGPEND.DAT".
       01 REGPAGPEND.
           03 PGP-KEY.
            05 PGP-CHAPA          PIC 9(06).
            05 PGP-TIPO           PIC X(01).
            05 PGP-DTREF          PIC 9(08).
           03 PGP-NOME           PIC X(30).
           03 PGP-VALOR          PIC 9(08)V99.
           03 PGP-DTLIMITE       PIC 9(08).
           03 PGP-STATUS         PIC X(01).
           03 PGP-DTGERACAO      PIC 9(08).
           03 PGP-DTPAGTO        PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQCPLCRED
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLCOMPL.TXT".
       01 REGCPLCRED                   PIC X(240).
      *-----------------------------------------------------------------
       FD ARQCPLTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FOLCOMPL.DOC".
       01 REGCPLTX                     PIC X(110).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 W-MVIOK         PIC X(01) VALUE "N".
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-CHAPASEL      PIC 9(06) VALUE ZEROS.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-DATAHOJE      PIC 9(08) VALUE ZEROS.
       01 W-DATAHOJE-X REDEFINES W-DATAHOJE.
          03 W-HOJEANO       PIC 9(04).
          03 W-HOJEMES       PIC 9(02).
          03 W-HOJEDIA       PIC 9(02).
       01 W-SEQREG        PIC 9(05) VALUE ZEROS.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPET.
          03 W-COMPET-ANO    PIC 9(04).
          03 W-COMPET-MES    PIC 9(02).
       01 W-COMPET-N REDEFINES W-COMPET PIC 9(06).
      *----[ FAIXAS DE INSS/IRRF DA COMPETENCIA (TBTAX) ]----
       01 W-INSS-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-INSS-ALIQ1  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-INSS-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-TETO   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-LIM3   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-ALIQ4  PIC 9(01)V9999  VALUE ZEROS.
       01 W-TAXCOD      PIC X(03)       VALUE SPACES.
       01 W-TAXDATA     PIC 9(08)       VALUE ZEROS.
       01 W-TAXACHOU    PIC X(01)       VALUE "N".
       01 W-TAXLIMITE   PIC 9(06)V99    VALUE ZEROS.
       01 W-TAXALIQ     PIC 9(01)V9999  VALUE ZEROS.
      *----[ FOLHA MENSAL JA PAGA (ARQFOLHA M + DETALHE 102/103) ]----
       01 W-MNOME         PIC X(30) VALUE SPACES.
       01 W-MCODDEP       PIC 9(03) VALUE ZEROS.
       01 W-MCODCARG      PIC 9(03) VALUE ZEROS.
       01 W-MEMPRESA      PIC X(02) VALUE SPACES.
       01 W-INSSM         PIC 9(06)V99 VALUE ZEROS.
       01 W-IRRFM         PIC 9(06)V99 VALUE ZEROS.
       01 W-BINSSM        PIC 9(07)V99 VALUE ZEROS.
       01 W-BIRRFM        PIC 9(07)V99 VALUE ZEROS.
       01 W-MVIBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-MVIINSS       PIC 9(07)V99 VALUE ZEROS.
       01 W-TEMANT        PIC X(01) VALUE "N".
       01 W-LIQANT        PIC 9(06)V99 VALUE ZEROS.
      *----[ LANCAMENTOS DA COMPLEMENTAR E RECALCULO ]----
       01 W-QTDLANC       PIC 9(03) VALUE ZEROS.
       01 W-INCINSS       PIC X(01) VALUE "S".
       01 W-INCIRRF       PIC X(01) VALUE "S".
       01 W-INCFGTS       PIC X(01) VALUE "S".
       01 W-CPROV         PIC 9(06)V99 VALUE ZEROS.
       01 W-CDESC         PIC 9(06)V99 VALUE ZEROS.
       01 W-CPROVINSS     PIC 9(06)V99 VALUE ZEROS.
       01 W-CPROVIRRF     PIC 9(06)V99 VALUE ZEROS.
       01 W-CPROVFGTS     PIC 9(06)V99 VALUE ZEROS.
       01 W-CBRUTO        PIC 9(06)V99 VALUE ZEROS.
       01 W-CBINSS        PIC 9(06)V99 VALUE ZEROS.
       01 W-CBIRRF        PIC 9(06)V99 VALUE ZEROS.
       01 W-CBFGTS        PIC 9(06)V99 VALUE ZEROS.
       01 W-BASECALC      PIC 9(08)V99 VALUE ZEROS.
       01 W-BASEIR        PIC 9(08)V99 VALUE ZEROS.
       01 W-INSSTOT       PIC 9(06)V99 VALUE ZEROS.
       01 W-IRRFTOT       PIC 9(06)V99 VALUE ZEROS.
       01 W-INSSC         PIC 9(06)V99 VALUE ZEROS.
       01 W-IRRFC         PIC 9(06)V99 VALUE ZEROS.
       01 W-FGTSC         PIC 9(06)V99 VALUE ZEROS.
       01 W-LIQC          PIC 9(06)V99 VALUE ZEROS.
       01 W-CREDITO       PIC 9(06)V99 VALUE ZEROS.
      *----[ RETENCAO DE CREDITO EM CONTA RECEM-ALTERADA ]----
       01 W-DIASRET       PIC 9(03) VALUE 5.
       01 W-BALTOK        PIC X(01) VALUE "N".
       01 W-RETER         PIC X(01) VALUE "N".
       01 W-DIA30         PIC 9(02) VALUE ZEROS.
       01 W-SERHOJE       PIC 9(07) VALUE ZEROS.
       01 W-SEREFET       PIC 9(07) VALUE ZEROS.
       01 W-DIFDIAS       PIC S9(07) VALUE ZEROS.
       01 W-DTEFET        PIC 9(08) VALUE ZEROS.
       01 W-DTEFET-X REDEFINES W-DTEFET.
          03 W-EFETANO       PIC 9(04).
          03 W-EFETMES       PIC 9(02).
          03 W-EFETDIA       PIC 9(02).
       01 W-DTALT.
          03 W-DTALT-DIA     PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTALT-MES     PIC 9(02).
          03 FILLER          PIC X(01) VALUE "/".
          03 W-DTALT-ANO     PIC 9(04).
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
      *----[ TOTAIS DE CONTROLE ]----
       01 W-TOTCHAPA      PIC 9(05) VALUE ZEROS.
       01 W-TOTREJ        PIC 9(05) VALUE ZEROS.
       01 W-TOTPAG        PIC 9(05) VALUE ZEROS.
       01 W-TOTSEMBCO     PIC 9(05) VALUE ZEROS.
       01 W-TOTRET        PIC 9(05) VALUE ZEROS.
       01 W-TOTPROV       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTINSS       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTIRRF       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTFGTS       PIC 9(09)V99 VALUE ZEROS.
       01 W-TOTCRED       PIC 9(09)V99 VALUE ZEROS.

      *----[ CREDITO DA COMPLEMENTAR (SEGMENTO A + PIX, COMO FPP072) ]-
       01  AV-DETALHE.
           05  AVD-BANCO              PIC 9(03) VALUE ZEROS.
           05  FILLER                 PIC X(04) VALUE "0001".
           05  FILLER                 PIC X(01) VALUE "3".
           05  AVD-SEQREG             PIC 9(05) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE "A".
           05  FILLER                 PIC X(03) VALUE "000".
           05  FILLER                 PIC X(03) VALUE "018".
           05  AVD-BCOFAV             PIC 9(03) VALUE ZEROS.
           05  AVD-AGFAV              PIC 9(05) VALUE ZEROS.
           05  FILLER                 PIC X(01) VALUE ZERO.
           05  AVD-CONTAFAV           PIC X(12) VALUE SPACES.
           05  FILLER                 PIC X(02) VALUE ZEROS.
           05  AVD-NOMEFAV            PIC X(30) VALUE SPACES.
           05  AVD-NUMDOC             PIC X(20) VALUE SPACES.
           05  AVD-DATAPAG            PIC 9(08) VALUE ZEROS.
           05  FILLER                 PIC X(03) VALUE "BRL".
           05  FILLER                 PIC 9(15) VALUE ZEROS.
           05  AVD-VALOR              PIC 9(13)V99 VALUE ZEROS.
           05  AVD-PIXTIPO            PIC X(01) VALUE SPACES.
           05  AVD-PIXKEY             PIC X(40) VALUE SPACES.
           05  FILLER                 PIC X(65) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(042) VALUE
           "FOLHA COMPLEMENTAR - COMPETENCIA FECHADA: ".
           05  CAB1-COMPMES  PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(010) VALUE " EMPRESA: ".
           05  CAB1-EMP      PIC X(02) VALUE SPACES.
           05  FILLER PIC X(008) VALUE "  DATA: ".
           05  CAB1-DIA      PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-MES      PIC 99 VALUE ZEROS.
           05  FILLER PIC X(001) VALUE "/".
           05  CAB1-ANO      PIC 9999 VALUE ZEROS.

       01  CAB2.
           05  FILLER PIC X(032) VALUE "CHAPA  NOME".
           05  FILLER PIC X(030) VALUE
           " PROVENTOS DESCONTOS      INSS".
           05  FILLER PIC X(030) VALUE
           "      IRRF      FGTS   LIQUIDO".
           05  FILLER PIC X(016) VALUE "   CREDITO FORMA".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-PROV        PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESC        PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-INSS        PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-IRRF        PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-FGTS        PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-LIQ         PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-CRED        PIC ZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-FORMA       PIC X(05) VALUE SPACES.

       01  DETREJ.
           05  DR-CHAPA      PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DR-NOME       PIC X(25) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE " *** ".
           05  DR-MOTIVO     PIC X(40) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** CHAPAS CALCULADAS..............: ".
           05  T-TOTCHAPA    PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** CHAPAS REJEITADAS..............: ".
           05  T-TOTREJ      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** PROVENTOS DA COMPLEMENTAR......: ".
           05  T-TOTPROV     PIC ZZZZZZZZ9,99.

       01  LINTOT4.
           05  FILLER PIC X(038) VALUE
           "*** INSS RETIDO NA COMPLEMENTAR....: ".
           05  T-TOTINSS     PIC ZZZZZZZZ9,99.

       01  LINTOT5.
           05  FILLER PIC X(038) VALUE
           "*** IRRF RETIDO NA COMPLEMENTAR....: ".
           05  T-TOTIRRF     PIC ZZZZZZZZ9,99.

       01  LINTOT6.
           05  FILLER PIC X(038) VALUE
           "*** FGTS DA COMPLEMENTAR...........: ".
           05  T-TOTFGTS     PIC ZZZZZZZZ9,99.

       01  LINTOT7.
           05  FILLER PIC X(038) VALUE
           "*** CREDITOS GERADOS...............: ".
           05  T-TOTPAG      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT8.
           05  FILLER PIC X(038) VALUE
           "*** CREDITOS SEM DADOS BANCARIOS...: ".
           05  T-TOTSEMBCO   PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT10.
           05  FILLER PIC X(038) VALUE
           "*** CREDITOS RETIDOS (FPP167)......: ".
           05  T-TOTRET      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT9.
           05  FILLER PIC X(038) VALUE
           "*** VALOR TOTAL DO ARQUIVO.........: ".
           05  T-TOTCRED     PIC ZZZZZZZZ9,99.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELACALCCPL.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** CALCULO DA FOLHA COMPLEMENTAR DE".
           05  LINE 02  COLUMN 41
               VALUE  " COMPETENCIA FECHADA ***".
           05  LINE 08  COLUMN 01
               VALUE  " COMPETENCIA FECHADA (MM/AAAA):".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CHAPA (ZERO=TODAS PENDENTES) :".
           05  LINE 13  COLUMN 01
               VALUE  " DIAS RETENCAO CONTA ALTERADA :".
           05  LINE 13  COLUMN 39
               VALUE  "(0=NAO RETER)".
           05  LINE 14  COLUMN 01
               VALUE  " CONFIRMA CALCULO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-COMPET
               LINE 08  COLUMN 34  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-EMPRESA
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-CHAPA
               LINE 12  COLUMN 34  PIC 9(06)
               USING  W-CHAPASEL
               HIGHLIGHT.
           05  TW-DIASRET
               LINE 13  COLUMN 34  PIC 9(03)
               USING  W-DIASRET
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTCHAPA W-TOTREJ W-TOTPAG W-TOTSEMBCO
                MOVE ZEROS TO W-TOTRET
                MOVE ZEROS TO W-TOTPROV W-TOTINSS W-TOTIRRF W-TOTFGTS
                MOVE ZEROS TO W-TOTCRED W-SEQREG W-CHAPASEL
                DISPLAY TELACALCCPL.
       INC-COMP.
                ACCEPT TW-COMPET
                IF W-COMPENTR-MES < 1 OR W-COMPENTR-MES > 12
                      OR W-COMPENTR-ANO < 2000
                   MOVE "*** COMPETENCIA INVALIDA (MM/AAAA) ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-COMP.
                MOVE W-COMPENTR-MES TO W-COMPET-MES
                MOVE W-COMPENTR-ANO TO W-COMPET-ANO.
       INC-EMP.
                ACCEPT TW-EMPRESA
                IF W-EMPRESA = SPACES
                   MOVE "* INFORME A EMPRESA (UMA POR EXECUCAO) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
       INC-CHAPA.
                ACCEPT TW-CHAPA.
       INC-RET.
                ACCEPT TW-DIASRET.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
                   MOVE "* EXECUCAO CANCELADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIM2.
                IF W-OPCAO NOT = "S" AND "s"
                   MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-OPC.

      *----[ COMPETENCIA ABERTA SE CORRIGE PELO CALCULO MENSAL ]----
       VERIF-FECHA.
           OPEN INPUT ARQFECHA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQFECHA INEXISTENTE - FECHE A COMPET. *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-COMPET-N TO FECHA-COMPET
           READ ARQFECHA
           IF ST-ERRO NOT = "00" OR FECHA-STATUS NOT = "F"
              CLOSE ARQFECHA
              MOVE "* COMPET. ABERTA - USE O CALCULO MENSAL *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           CLOSE ARQFECHA.

       INC-OP0.
           OPEN I-O ARQCOMPL
           IF ST-ERRO NOT = "00"
              MOVE "* SEM LANCAMENTOS (ARQCOMPL INEXISTENTE) *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQFOLHA
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO ARQFOLHA NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT TBEVENT
           IF ST-ERRO2 NOT = "00"
              MOVE "* TBEVENT INEXISTENTE - CATALOGUE NO FPP074 *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN INPUT TBTAX
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO TBTAX NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN I-O ARQFOLDET
           IF ST-ERRO3 NOT = "00"
              IF ST-ERRO3 = "30"
                 OPEN OUTPUT ARQFOLDET
                 CLOSE ARQFOLDET
                 OPEN I-O ARQFOLDET
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLDET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT ARQBANCO
           IF ST-ERRO2 NOT = "00"
              MOVE "* ARQUIVO ARQBANCO NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-BALTOK
           OPEN INPUT ARQBCOALT
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-BALTOK.
           OPEN I-O ARQPAGPEND
           IF ST-ERRO2 = "30" OR "35"
              OPEN OUTPUT ARQPAGPEND
              CLOSE ARQPAGPEND
              OPEN I-O ARQPAGPEND.
           IF ST-ERRO2 NOT = "00"
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPAGPEND" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-MVIOK
           OPEN INPUT ARQMVINC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-MVIOK.
           OPEN OUTPUT ARQCPLCRED
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO FOLCOMPL.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQCPLTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO FOLCOMPL.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *----------------[ CARGA DAS FAIXAS DE INSS/IRRF ]---------------
       CARREGAR-TAX.
           COMPUTE W-TAXDATA = (W-COMPET-N * 100) + 31.

           MOVE "I01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-LIM1
           MOVE W-TAXALIQ   TO W-INSS-ALIQ1

           MOVE "I02" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-LIM2
           MOVE W-TAXALIQ   TO W-INSS-ALIQ2

           MOVE "I03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-TETO
           MOVE W-TAXALIQ   TO W-INSS-ALIQ3

           MOVE "R01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-LIM1

           MOVE "R02" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-LIM2
           MOVE W-TAXALIQ   TO W-IRRF-ALIQ2

           MOVE "R03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-IRRF-LIM3
           MOVE W-TAXALIQ   TO W-IRRF-ALIQ3

           MOVE "R04" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXALIQ   TO W-IRRF-ALIQ4
           GO TO INC-OP2.

      *---[ BUSCA A FAIXA VIGENTE DO CODIGO P/ A DATA DE REFERENCIA ]---
       BUSCAR-TAX.
           MOVE "N" TO W-TAXACHOU
           MOVE ZEROS TO W-TAXLIMITE W-TAXALIQ
           MOVE W-TAXCOD TO TBTAX-COD
           MOVE ZEROS TO TBTAX-VIGENCIA
           START TBTAX KEY IS NOT LESS TBTAX-KEY
               INVALID KEY GO TO BUSCAR-TAX-ERRO.
       BUSCAR-TAX-RD.
           READ TBTAX NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCAR-TAX-TST.
           IF TBTAX-COD NOT = W-TAXCOD
              GO TO BUSCAR-TAX-TST.
           IF TBTAX-VIGENCIA > W-TAXDATA
              GO TO BUSCAR-TAX-TST.
           MOVE "S" TO W-TAXACHOU
           MOVE TBTAX-LIMITE   TO W-TAXLIMITE
           MOVE TBTAX-ALIQUOTA TO W-TAXALIQ
           GO TO BUSCAR-TAX-RD.
       BUSCAR-TAX-TST.
           IF W-TAXACHOU = "S"
              GO TO BUSCAR-TAX-FIM.
       BUSCAR-TAX-ERRO.
           MOVE SPACES TO MENS
           STRING "* FAIXA " DELIMITED BY SIZE
                  W-TAXCOD   DELIMITED BY SIZE
                  " SEM VIGENCIA P/ COMPETENCIA *" DELIMITED BY SIZE
                  INTO MENS
           END-STRING
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.
       BUSCAR-TAX-FIM.
           EXIT.

       INC-OP2.
           ACCEPT W-DATAHOJE FROM DATE YYYYMMDD
           MOVE W-COMPET-MES     TO CAB1-COMPMES
           MOVE W-COMPET-ANO     TO CAB1-COMPANO
           MOVE W-EMPRESA        TO CAB1-EMP
           MOVE W-DATAHOJE(7:2)  TO CAB1-DIA
           MOVE W-DATAHOJE(5:2)  TO CAB1-MES
           MOVE W-DATAHOJE(1:4)  TO CAB1-ANO
           WRITE REGCPLTX FROM CAB1
           WRITE REGCPLTX FROM CAB2.

           MOVE W-CHAPASEL TO CPL-CHAPA
           MOVE ZEROS      TO CPL-COMPET CPL-CODIGO.

      *--[ PROXIMA CHAPA COM LANCAMENTO PENDENTE NA COMPETENCIA; A  ]--
      *--[ CHAPA E RECALCULADA COM TODOS OS LANCAMENTOS DO MES      ]--
       PROXIMA-CHAPA.
           START ARQCOMPL KEY IS NOT LESS CPL-KEY
               INVALID KEY GO TO FIM-GERACAO.
       LER-COMPL.
           READ ARQCOMPL NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GERACAO.
           IF W-CHAPASEL NOT = ZEROS AND CPL-CHAPA NOT = W-CHAPASEL
              GO TO FIM-GERACAO.
           IF CPL-COMPET NOT = W-COMPET-N OR CPL-STATUS NOT = "P"
              GO TO LER-COMPL.
           MOVE CPL-CHAPA TO W-CHAPA
           PERFORM PROCESSAR-CHAPA THRU PROCESSAR-CHAPA-FIM
           IF W-CHAPASEL NOT = ZEROS OR W-CHAPA = 999999
              GO TO FIM-GERACAO.
           COMPUTE CPL-CHAPA = W-CHAPA + 1
           MOVE ZEROS TO CPL-COMPET CPL-CODIGO
           GO TO PROXIMA-CHAPA.

      *----[ UMA CHAPA: SOMA, RECALCULA E GRAVA A COMPLEMENTAR ]----
       PROCESSAR-CHAPA.
           MOVE W-CHAPA    TO FOLHA-CHAPA
           MOVE W-COMPET-N TO FOLHA-COMPET
           MOVE "M"        TO FOLHA-TIPO
           READ ARQFOLHA
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO DR-NOME
              MOVE "SEM FOLHA MENSAL NA COMPETENCIA" TO DR-MOTIVO
              PERFORM REJEITAR THRU REJEITAR-FIM
              GO TO PROCESSAR-CHAPA-FIM.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
           MOVE FOLHA-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-FEMP NOT = W-EMPRESA
              GO TO PROCESSAR-CHAPA-FIM.

           MOVE FOLHA-NOME     TO W-MNOME
           MOVE FOLHA-CODDEP   TO W-MCODDEP
           MOVE FOLHA-CODCARG  TO W-MCODCARG
           MOVE FOLHA-EMPRESA  TO W-MEMPRESA
           MOVE FOLHA-INSS     TO W-INSSM
           MOVE FOLHA-IRRF     TO W-IRRFM
           PERFORM BASES-MENSAL THRU BASES-MENSAL-FIM
           PERFORM SOMAR-MVINC THRU SOMAR-MVINC-FIM

           MOVE "N"   TO W-TEMANT
           MOVE ZEROS TO W-LIQANT
           MOVE "C"   TO FOLHA-TIPO
           READ ARQFOLHA
           IF ST-ERRO = "00"
              MOVE "S" TO W-TEMANT
              MOVE FOLHA-SALLIQ TO W-LIQANT.

           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE SPACES TO FUNC-TPCONTRATO.

           PERFORM SOMAR-LANC THRU SOMAR-LANC-FIM
           IF W-CDESC > W-CPROV
              MOVE W-MNOME TO DR-NOME
              MOVE "DESCONTOS MAIORES QUE OS PROVENTOS" TO DR-MOTIVO
              PERFORM REJEITAR THRU REJEITAR-FIM
              GO TO PROCESSAR-CHAPA-FIM.

           PERFORM CALCULAR-COMPL THRU CALCULAR-COMPL-FIM
           IF W-INSSC + W-IRRFC > W-CBRUTO
              MOVE W-MNOME TO DR-NOME
              MOVE "INSS/IRRF MAIORES QUE A DIFERENCA" TO DR-MOTIVO
              PERFORM REJEITAR THRU REJEITAR-FIM
              GO TO PROCESSAR-CHAPA-FIM.
           COMPUTE W-LIQC = W-CBRUTO - W-INSSC - W-IRRFC

           PERFORM GRAVAR-COMPL THRU GRAVAR-COMPL-FIM

      *----[ CREDITA SO O QUE AINDA NAO FOI PAGO EM COMPLEMENTAR ]----
           MOVE ZEROS TO W-CREDITO
           IF W-LIQC > W-LIQANT
              COMPUTE W-CREDITO = W-LIQC - W-LIQANT.
           MOVE SPACES TO D-FORMA
           PERFORM GRAVAR-CREDITO THRU GRAVAR-CREDITO-FIM

           MOVE W-CHAPA   TO D-CHAPA
           MOVE W-MNOME   TO D-NOME
           MOVE W-CPROV   TO D-PROV
           MOVE W-CDESC   TO D-DESC
           MOVE W-INSSC   TO D-INSS
           MOVE W-IRRFC   TO D-IRRF
           MOVE W-FGTSC   TO D-FGTS
           MOVE W-LIQC    TO D-LIQ
           MOVE W-CREDITO TO D-CRED
           WRITE REGCPLTX FROM DET
           IF W-RETER = "S"
              MOVE W-CHAPA TO DR-CHAPA
              MOVE W-MNOME TO DR-NOME
              WRITE REGCPLTX FROM DETREJ.
           ADD 1 TO W-TOTCHAPA
           ADD W-CPROV TO W-TOTPROV
           ADD W-INSSC TO W-TOTINSS
           ADD W-IRRFC TO W-TOTIRRF
           ADD W-FGTSC TO W-TOTFGTS.
       PROCESSAR-CHAPA-FIM.
           EXIT.

       REJEITAR.
           MOVE W-CHAPA TO DR-CHAPA
           WRITE REGCPLTX FROM DETREJ
           ADD 1 TO W-TOTREJ.
       REJEITAR-FIM.
           EXIT.

      *--[ BASES DO MES JA CALCULADAS: RUBRICAS 102/103 DO DETALHE  ]--
      *--[ (IRRF JA SEM INSS E DEPENDENTES); SEM DETALHE VALEM O    ]--
      *--[ BRUTO E O BRUTO - INSS DA FOLHA MENSAL                   ]--
       BASES-MENSAL.
           MOVE FOLHA-SALBRUTO TO W-BINSSM
           MOVE ZEROS TO W-BIRRFM
           IF FOLHA-SALBRUTO > FOLHA-INSS
              COMPUTE W-BIRRFM = FOLHA-SALBRUTO - FOLHA-INSS.
           MOVE W-CHAPA    TO FDET-CHAPA
           MOVE W-COMPET-N TO FDET-COMPET
           MOVE "M"        TO FDET-TIPO
           MOVE "F"        TO FDET-ORIGEM
           MOVE 102        TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE FDET-BASE TO W-BINSSM.
           MOVE 103        TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE FDET-BASE TO W-BIRRFM.
       BASES-MENSAL-FIM.
           EXIT.

      *----[ OUTROS VINCULOS (ARQMVINC) PARA O TETO DO INSS ]----
       SOMAR-MVINC.
           MOVE ZEROS TO W-MVIBASE W-MVIINSS
           IF W-MVIOK NOT = "S"
              GO TO SOMAR-MVINC-FIM.
           MOVE W-CHAPA    TO MVI-CHAPA
           MOVE W-COMPET-N TO MVI-COMPET
           MOVE ZEROS      TO MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO SOMAR-MVINC-FIM.
       SOMAR-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SOMAR-MVINC-FIM.
           IF MVI-CHAPA NOT = W-CHAPA OR MVI-COMPET NOT = W-COMPET-N
              GO TO SOMAR-MVINC-FIM.
           ADD MVI-BASE TO W-MVIBASE
           ADD MVI-INSS TO W-MVIINSS
           GO TO SOMAR-MVINC-RD.
       SOMAR-MVINC-FIM.
           EXIT.

      *----[ TOTAIS DOS LANCAMENTOS DA CHAPA (PENDENTES E JA   ]----
      *----[ CALCULADOS) POR INCIDENCIA DO CATALOGO TBEVENT    ]----
       SOMAR-LANC.
           MOVE ZEROS TO W-CPROV W-CDESC W-CPROVINSS W-CPROVIRRF
                         W-CPROVFGTS W-QTDLANC
           MOVE W-CHAPA    TO CPL-CHAPA
           MOVE W-COMPET-N TO CPL-COMPET
           MOVE ZEROS      TO CPL-CODIGO
           START ARQCOMPL KEY IS NOT LESS CPL-KEY
               INVALID KEY GO TO SOMAR-LANC-FIM.
       SOMAR-LANC-RD.
           READ ARQCOMPL NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMAR-LANC-FIM.
           IF CPL-CHAPA NOT = W-CHAPA OR CPL-COMPET NOT = W-COMPET-N
              GO TO SOMAR-LANC-FIM.
           ADD 1 TO W-QTDLANC
           IF CPL-TIPO = "D"
              ADD CPL-VALOR TO W-CDESC
              GO TO SOMAR-LANC-RD.
           ADD CPL-VALOR TO W-CPROV
           PERFORM BUSCAR-INCID THRU BUSCAR-INCID-FIM
           IF W-INCINSS = "S"
              ADD CPL-VALOR TO W-CPROVINSS.
           IF W-INCIRRF = "S"
              ADD CPL-VALOR TO W-CPROVIRRF.
           IF W-INCFGTS = "S"
              ADD CPL-VALOR TO W-CPROVFGTS.
           GO TO SOMAR-LANC-RD.
       SOMAR-LANC-FIM.
           EXIT.

      *----[ INCIDENCIAS DO EVENTO; FORA DO CATALOGO INCIDE TUDO ]----
       BUSCAR-INCID.
           MOVE "S" TO W-INCINSS W-INCIRRF W-INCFGTS
           MOVE CPL-CODIGO TO EVCAT-COD
           READ TBEVENT
           IF ST-ERRO2 = "00"
              MOVE EVCAT-INCINSS TO W-INCINSS
              MOVE EVCAT-INCIRRF TO W-INCIRRF
              MOVE EVCAT-INCFGTS TO W-INCFGTS.
       BUSCAR-INCID-FIM.
           EXIT.

      *--[ RECALCULO: DESCONTOS ABATEM AS BASES COMO NA FOLHA MENSAL. ]-
      *--[ INSS E IRRF SAO REFEITOS SOBRE A BASE TOTAL DO MES E A     ]-
      *--[ COMPLEMENTAR RETEM SO A DIFERENCA SOBRE O JA RETIDO        ]-
       CALCULAR-COMPL.
           COMPUTE W-CBRUTO = W-CPROV - W-CDESC
           MOVE ZEROS TO W-CBINSS W-CBIRRF W-CBFGTS
           IF W-CPROVINSS > W-CDESC
              COMPUTE W-CBINSS = W-CPROVINSS - W-CDESC.
           IF W-CPROVIRRF > W-CDESC
              COMPUTE W-CBIRRF = W-CPROVIRRF - W-CDESC.
           IF W-CPROVFGTS > W-CDESC
              COMPUTE W-CBFGTS = W-CPROVFGTS - W-CDESC.

           MOVE ZEROS TO W-INSSTOT W-INSSC
      *----[ BOLSA DE ESTAGIO (LEI 11.788): SEM INSS OBRIGATORIO ]----
           IF FUNC-TPCONTRATO = "T"
              GO TO CALCULAR-IRRF.
           COMPUTE W-BASECALC = W-BINSSM + W-CBINSS + W-MVIBASE
           IF W-INSS-TETO > ZEROS AND W-BASECALC > W-INSS-TETO
              MOVE W-INSS-TETO TO W-BASECALC.
           IF W-BASECALC NOT GREATER W-INSS-LIM1
              COMPUTE W-INSSTOT = W-BASECALC * W-INSS-ALIQ1
           ELSE
               IF W-BASECALC NOT GREATER W-INSS-LIM2
                  COMPUTE W-INSSTOT = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-BASECALC - W-INSS-LIM1) * W-INSS-ALIQ2)
               ELSE
                  COMPUTE W-INSSTOT = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-INSS-LIM2 - W-INSS-LIM1) * W-INSS-ALIQ2)
                      + ((W-BASECALC - W-INSS-LIM2) * W-INSS-ALIQ3).
           IF W-INSSTOT > W-MVIINSS
              SUBTRACT W-MVIINSS FROM W-INSSTOT
           ELSE
              MOVE ZEROS TO W-INSSTOT.
           IF W-INSSTOT > W-INSSM
              COMPUTE W-INSSC = W-INSSTOT - W-INSSM.

       CALCULAR-IRRF.
           MOVE ZEROS TO W-IRRFTOT W-IRRFC
           IF W-CBIRRF > W-INSSC
              SUBTRACT W-INSSC FROM W-CBIRRF
           ELSE
              MOVE ZEROS TO W-CBIRRF.
           COMPUTE W-BASEIR = W-BIRRFM + W-CBIRRF
           IF W-BASEIR NOT GREATER W-IRRF-LIM1
              MOVE 0 TO W-IRRFTOT
           ELSE
               IF W-BASEIR NOT GREATER W-IRRF-LIM2
                  COMPUTE W-IRRFTOT =
                      (W-BASEIR - W-IRRF-LIM1) * W-IRRF-ALIQ2
               ELSE
                  IF W-BASEIR NOT GREATER W-IRRF-LIM3
                     COMPUTE W-IRRFTOT =
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-BASEIR - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                  ELSE
                     COMPUTE W-IRRFTOT =
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-IRRF-LIM3 - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                      + ((W-BASEIR - W-IRRF-LIM3) * W-IRRF-ALIQ4).
           IF W-IRRFTOT > W-IRRFM
              COMPUTE W-IRRFC = W-IRRFTOT - W-IRRFM.

      *----[ FGTS: APRENDIZ 2% (LEI 8.036 ART.15), ESTAGIO ISENTO ]----
           IF FUNC-TPCONTRATO = "A"
              MULTIPLY W-CBFGTS BY 0,02 GIVING W-FGTSC
           ELSE
              IF FUNC-TPCONTRATO = "T"
                 MOVE ZEROS TO W-FGTSC
              ELSE
                 MULTIPLY W-CBFGTS BY 0,08 GIVING W-FGTSC.
       CALCULAR-COMPL-FIM.
           EXIT.

      *--[ DETALHE TIPO C (EVENTOS + 102/103/901), BAIXA DOS       ]--
      *--[ LANCAMENTOS E ARQFOLHA TIPO C COM O ACUMULADO DO MES    ]--
       GRAVAR-COMPL.
           PERFORM LIMPAR-DET THRU LIMPAR-DET-FIM
           MOVE W-CHAPA    TO CPL-CHAPA
           MOVE W-COMPET-N TO CPL-COMPET
           MOVE ZEROS      TO CPL-CODIGO
           START ARQCOMPL KEY IS NOT LESS CPL-KEY
               INVALID KEY GO TO GRAVAR-COMPL-FIXAS.
       GRAVAR-COMPL-RD.
           READ ARQCOMPL NEXT
           IF ST-ERRO NOT = "00"
              GO TO GRAVAR-COMPL-FIXAS.
           IF CPL-CHAPA NOT = W-CHAPA OR CPL-COMPET NOT = W-COMPET-N
              GO TO GRAVAR-COMPL-FIXAS.
           PERFORM BUSCAR-INCID THRU BUSCAR-INCID-FIM
           MOVE "E"        TO W-DET-ORIGEM
           MOVE CPL-CODIGO TO W-DET-RUBRICA
           MOVE CPL-TIPO   TO W-DET-NATUREZA
           MOVE CPL-DESCR  TO W-DET-DESCR
           MOVE CPL-VALOR  TO W-DET-VALOR
           MOVE W-INCINSS  TO W-DET-INCINSS
           MOVE W-INCIRRF  TO W-DET-INCIRRF
           MOVE W-INCFGTS  TO W-DET-INCFGTS
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           IF CPL-STATUS = "P"
              MOVE "C"        TO CPL-STATUS
              MOVE W-DATAHOJE TO CPL-DTCALC
              REWRITE REGCOMPL
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQCOMPL" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           GO TO GRAVAR-COMPL-RD.
       GRAVAR-COMPL-FIXAS.
           MOVE "F" TO W-DET-ORIGEM
           MOVE "D" TO W-DET-NATUREZA
           MOVE "N" TO W-DET-INCINSS W-DET-INCIRRF W-DET-INCFGTS
           MOVE 102 TO W-DET-RUBRICA
           MOVE "INSS S/ COMPLEMENTAR" TO W-DET-DESCR
           MOVE W-CBINSS TO W-DET-BASE
           MOVE W-INSSC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 103 TO W-DET-RUBRICA
           MOVE "IRRF S/ COMPLEMENTAR" TO W-DET-DESCR
           MOVE W-CBIRRF TO W-DET-BASE
           MOVE W-IRRFC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "I" TO W-DET-NATUREZA
           MOVE 901 TO W-DET-RUBRICA
           MOVE "FGTS S/ COMPLEMENTAR" TO W-DET-DESCR
           MOVE W-CBFGTS TO W-DET-BASE
           MOVE 8 TO W-DET-REFER
           IF FUNC-TPCONTRATO = "A"
              MOVE 2 TO W-DET-REFER.
           MOVE W-FGTSC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.

           MOVE W-CHAPA    TO FOLHA-CHAPA
           MOVE W-COMPET-N TO FOLHA-COMPET
           MOVE "C"        TO FOLHA-TIPO
           MOVE W-MNOME    TO FOLHA-NOME
           MOVE W-MCODDEP  TO FOLHA-CODDEP
           MOVE W-MCODCARG TO FOLHA-CODCARG
           MOVE W-MEMPRESA TO FOLHA-EMPRESA
           MOVE ZEROS TO FOLHA-VT FOLHA-VR FOLHA-HE50 FOLHA-HE100
                         FOLHA-ADNOT FOLHA-VTDESC FOLHA-PENSAO
                         FOLHA-EMPREST FOLHA-ADIANT FOLHA-SALFAM
                         FOLHA-DSRREF FOLHA-DSRDESC FOLHA-ADTEMPO
                         FOLHA-SIND
           MOVE W-CBRUTO   TO FOLHA-SALBRUTO
           MOVE W-INSSC    TO FOLHA-INSS
           MOVE W-IRRFC    TO FOLHA-IRRF
           MOVE W-LIQC     TO FOLHA-SALLIQ
           MOVE W-FGTSC    TO FOLHA-FGTS
           MOVE W-CPROV    TO FOLHA-EVPROV
           MOVE W-CDESC    TO FOLHA-EVDESC
           WRITE REGFOLHA
           IF ST-ERRO = "22"
              REWRITE REGFOLHA.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFOLHA" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRAVAR-COMPL-FIM.
           EXIT.

      *----[ GRAVA UMA LINHA DO DETALHE (SO VALOR DIFERENTE DE 0; ]----
      *----[ INSS 102 E IRRF 103 FICAM TAMBEM SO COM A BASE)      ]----
       GRAVAR-DET.
           IF W-DET-VALOR = ZEROS
              IF W-DET-BASE = ZEROS OR W-DET-ORIGEM NOT = "F"
                    OR (W-DET-RUBRICA NOT = 102 AND NOT = 103)
                 GO TO GRAVAR-DET-LIMPA.
           MOVE W-CHAPA        TO FDET-CHAPA
           MOVE W-COMPET-N     TO FDET-COMPET
           MOVE "C"            TO FDET-TIPO
           MOVE W-DET-ORIGEM   TO FDET-ORIGEM
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
           IF ST-ERRO3 = "22"
              REWRITE REGFOLDET.
           IF ST-ERRO3 NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFOLDET" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRAVAR-DET-LIMPA.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR.
       GRAVAR-DET-FIM.
           EXIT.

      *----[ RECALCULO: APAGA O DETALHE TIPO C ANTERIOR DA CHAPA ]----
       LIMPAR-DET.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR
           MOVE W-CHAPA    TO FDET-CHAPA
           MOVE W-COMPET-N TO FDET-COMPET
           MOVE "C"        TO FDET-TIPO
           MOVE LOW-VALUES TO FDET-ORIGEM
           MOVE ZEROS      TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO LIMPAR-DET-FIM.
       LIMPAR-DET-RD.
           READ ARQFOLDET NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO LIMPAR-DET-FIM.
           IF FDET-CHAPA NOT = W-CHAPA OR FDET-COMPET NOT = W-COMPET-N
                 OR FDET-TIPO NOT = "C"
              GO TO LIMPAR-DET-FIM.
           DELETE ARQFOLDET RECORD
           GO TO LIMPAR-DET-RD.
       LIMPAR-DET-FIM.
           EXIT.

      *----[ CREDITO DA DIFERENCA NA CONTA OU CHAVE PIX ATIVA ]----
       GRAVAR-CREDITO.
           MOVE "N" TO W-RETER
           IF W-CREDITO = ZEROS
              GO TO GRAVAR-CREDITO-FIM.
           MOVE W-CHAPA TO BCO-CHAPA
           READ ARQBANCO
           IF ST-ERRO2 NOT = "00" OR BCO-STATUS NOT = "A"
              MOVE "S/BCO" TO D-FORMA
              ADD 1 TO W-TOTSEMBCO
              GO TO GRAVAR-CREDITO-FIM.
           PERFORM VER-RETENCAO THRU VER-RETENCAO-FIM
           IF W-RETER = "S"
              MOVE "RETID" TO D-FORMA
              ADD 1 TO W-TOTRET
              GO TO GRAVAR-CREDITO-FIM.
           ADD 1 TO W-SEQREG
           MOVE BCO-BANCO   TO AVD-BANCO AVD-BCOFAV
           MOVE W-SEQREG    TO AVD-SEQREG
           MOVE BCO-AGENCIA TO AVD-AGFAV
           MOVE BCO-CONTA   TO AVD-CONTAFAV
           MOVE BCO-NOME    TO AVD-NOMEFAV
           MOVE SPACES      TO AVD-NUMDOC
           MOVE W-CHAPA     TO AVD-NUMDOC(1:6)
           MOVE "C"         TO AVD-NUMDOC(8:1)
           MOVE W-COMPET-N  TO AVD-NUMDOC(10:6)
           MOVE W-DATAHOJE  TO AVD-DATAPAG
           MOVE W-CREDITO   TO AVD-VALOR
           MOVE BCO-PIXTIPO TO AVD-PIXTIPO
           MOVE BCO-PIXKEY  TO AVD-PIXKEY
           WRITE REGCPLCRED FROM AV-DETALHE
           IF BCO-PIXTIPO NOT = SPACE
              MOVE "PIX"   TO D-FORMA
           ELSE
              MOVE "CONTA" TO D-FORMA.
           ADD 1 TO W-TOTPAG
           ADD W-CREDITO TO W-TOTCRED.
       GRAVAR-CREDITO-FIM.
           EXIT.

      *----[ CONTA ALTERADA HA MENOS DE N DIAS E NAO LIBERADA: O   ]--
      *----[ CREDITO VIRA PENDENCIA TIPO S RETIDA (MESMA REGRA DO   ]--
      *----[ FPP033), UMA POR DIA DE CALCULO                       ]--
       VER-RETENCAO.
           IF W-BALTOK NOT = "S" OR W-DIASRET = ZEROS
              GO TO VER-RETENCAO-FIM.
           MOVE W-CHAPA TO BALT-CHAPA
           READ ARQBCOALT
           IF ST-ERRO2 NOT = "00"
              GO TO VER-RETENCAO-FIM.
           IF BALT-DTEFET = ZEROS OR BALT-DTLIB NOT < BALT-DTEFET
              GO TO VER-RETENCAO-FIM.
      *----[ DIAS CORRIDOS PELO CALENDARIO COMERCIAL (MES DE 30 DIAS) ]-
           MOVE W-HOJEDIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SERHOJE = W-HOJEANO * 360 + (W-HOJEMES - 1) * 30
                             + W-DIA30
           MOVE BALT-DTEFET TO W-DTEFET
           MOVE W-EFETDIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SEREFET = W-EFETANO * 360 + (W-EFETMES - 1) * 30
                             + W-DIA30
           COMPUTE W-DIFDIAS = W-SERHOJE - W-SEREFET
           IF W-DIFDIAS NOT < W-DIASRET
              GO TO VER-RETENCAO-FIM.
           MOVE W-EFETDIA TO W-DTALT-DIA
           MOVE W-EFETMES TO W-DTALT-MES
           MOVE W-EFETANO TO W-DTALT-ANO
           MOVE SPACES TO DR-MOTIVO
           STRING "RETIDO: CONTA ALTERADA EM " DELIMITED BY SIZE
                  W-DTALT DELIMITED BY SIZE
                  INTO DR-MOTIVO
           END-STRING
      *----[ SEGUNDO CALCULO NO DIA SOMA NA PENDENCIA AINDA RETIDA ]----
           MOVE W-CHAPA    TO PGP-CHAPA
           MOVE "S"        TO PGP-TIPO
           MOVE W-DATAHOJE TO PGP-DTREF
           READ ARQPAGPEND
           IF ST-ERRO2 = "00"
              IF PGP-STATUS NOT = "R"
                 GO TO VER-RETENCAO-FIM
              ELSE
                 ADD W-CREDITO TO PGP-VALOR
                 REWRITE REGPAGPEND
                 MOVE "S" TO W-RETER
                 GO TO VER-RETENCAO-FIM.
           MOVE W-MNOME    TO PGP-NOME
           MOVE W-CREDITO  TO PGP-VALOR
           MOVE W-HOJEDIA  TO PGP-DTLIMITE(1:2)
           MOVE W-HOJEMES  TO PGP-DTLIMITE(3:2)
           MOVE W-HOJEANO  TO PGP-DTLIMITE(5:4)
           MOVE "R"        TO PGP-STATUS
           MOVE W-DATAHOJE TO PGP-DTGERACAO
           MOVE ZEROS      TO PGP-DTPAGTO
           WRITE REGPAGPEND
           MOVE "S" TO W-RETER.
       VER-RETENCAO-FIM.
           EXIT.

       FIM-GERACAO.
           MOVE W-TOTCHAPA  TO T-TOTCHAPA
           MOVE W-TOTREJ    TO T-TOTREJ
           MOVE W-TOTPROV   TO T-TOTPROV
           MOVE W-TOTINSS   TO T-TOTINSS
           MOVE W-TOTIRRF   TO T-TOTIRRF
           MOVE W-TOTFGTS   TO T-TOTFGTS
           MOVE W-TOTPAG    TO T-TOTPAG
           MOVE W-TOTSEMBCO TO T-TOTSEMBCO
           MOVE W-TOTRET    TO T-TOTRET
           MOVE W-TOTCRED   TO T-TOTCRED
           WRITE REGCPLTX FROM LINTOT1
           WRITE REGCPLTX FROM LINTOT2
           WRITE REGCPLTX FROM LINTOT3
           WRITE REGCPLTX FROM LINTOT4
           WRITE REGCPLTX FROM LINTOT5
           WRITE REGCPLTX FROM LINTOT6
           WRITE REGCPLTX FROM LINTOT7
           WRITE REGCPLTX FROM LINTOT8
           WRITE REGCPLTX FROM LINTOT10
           WRITE REGCPLTX FROM LINTOT9.

           IF W-TOTCHAPA = ZEROS AND W-TOTREJ = ZEROS
              MOVE "* NENHUM LANCAMENTO PENDENTE NA COMPETENCIA *"
              TO MENS
           ELSE
              MOVE "*** COMPLEMENTAR GERADA: FOLCOMPL.TXT/.DOC ***"
              TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQCOMPL ARQFOLHA ARQFUNC TBEVENT TBTAX ARQFOLDET
                 ARQBANCO ARQCPLCRED ARQCPLTX ARQPAGPEND.
           IF W-MVIOK = "S"
              CLOSE ARQMVINC.
           IF W-BALTOK = "S"
              CLOSE ARQBCOALT.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *----------------------[ ROTINA DE MENSAGENS ]--------------------
       ROT-MENS.
                CONTINUE.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                CALL "C$SLEEP" USING W-SEGUNDOS
                DISPLAY (23, 12) LIMPA.
       ROT-MENS-FIM.
                EXIT.
       FIM-ROT-COMPL.
