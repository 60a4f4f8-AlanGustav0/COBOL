                      RECORD KEY IS SNEG-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQBHCAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHC-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT TBSIND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AUT-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRE-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT TBDOCADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOCA-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQDOCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOCF-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQSEGVIDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SEGV-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT ARQPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRE-CHAPA
                      FILE STATUS IS ST-ERRO.

           SELECT TBPREV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRV-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MVI-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO.

           SELECT ARQMEMO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MEM-KEY
                      FILE STATUS IS ST-ERRO2.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
      *-----------------------------------------------------------------
       FD ARQCKPT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS W-ARQCKP.
       01 REGCKPT.
          03 CKPT-CHAPA                PIC 9(06).
          03 CKPT-CONLIN1              PIC 9(04).
          03 CKPT-TOTVT                PIC 9(07)V99.
          03 CKPT-TOTVR                PIC 9(07)V99.
          03 CKPT-CARGLIDOS            PIC 9(04).
      *----[ EXECUCAO PARTICIONADA: DEFINICAO DA PARTICAO E SITUACAO ]-
      *----[ F=CONCLUIDA (TOTAIS FINAIS P/ CONSOLIDACAO NO FPP185)   ]-
          03 CKPT-COMPET               PIC 9(06).
          03 CKPT-PARTE                PIC 9(02).
          03 CKPT-EMPRESA              PIC X(02).
          03 CKPT-CHINI                PIC 9(06).
          03 CKPT-CHFIM                PIC 9(06).
          03 CKPT-SITUACAO             PIC X(01).
      *-----------------------------------------------------------------
       FD ARQFUNCCSV
               LABEL RECORD IS STANDARD
          03 SNEG-ULTREC               PIC 9(07)V99.
          03 SNEG-ULTNAO               PIC 9(07)V99.
          03 SNEG-ULTTIPO              PIC X(01).
      *-----------------------------------------------------------------
       FD ARQBHCAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHCAD.DAT".
       01 REGBHCAD.
           03 BHC-CHAPA          PIC 9(06).
           03 BHC-STATUS         PIC X(01).
           03 BHC-DTADESAO       PIC 9(08).
           03 BHC-ACORDO         PIC X(30).
           03 BHC-OPERADOR       PIC X(08).
      *-----------------------------------------------------------------
       FD TBSIND
                 LABEL RECORD IS STANDARD
           03 AUT-OPT            PIC X(01).
           03 AUT-DTAUT          PIC 9(08).
           03 AUT-OPERADOR       PIC X(08).
      *----[ AUXILIO-CRECHE: RECIBOS DO MES (LANCADOS NO FPP150) ]----
       FD ARQCRECHE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
           03 CRE-KEY.
            05 CRE-CHAPA         PIC 9(06).
            05 CRE-COMPET        PIC 9(06).
            05 CRE-DEPSEQ        PIC 9(01).
           03 CRE-DEPNOME        PIC X(30).
           03 CRE-COMPROV        PIC X(20).
           03 CRE-VALOR          PIC 9(06)V99.
           03 CRE-OPERADOR       PIC X(08).
           03 CRE-DTINC          PIC 9(08).
           03 CRE-HRINC          PIC 9(06).
      *----[ DOCUMENTOS DE ADMISSAO: CATALOGO (FPP156) COM A    ]----
      *----[ EXIGENCIA POR TIPO DE CONTRATO E/N/T/A:            ]----
      *----[ O=OBRIGATORIO  C=COMPLEMENTAR  N=NAO SE APLICA     ]----
       FD TBDOCADM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBDOCADM.DAT".
       01 REGDOCADM.
           03 DOCA-COD           PIC 9(02).
           03 DOCA-DESCR         PIC X(30).
           03 DOCA-EXIGE-E       PIC X(01).
           03 DOCA-EXIGE-N       PIC X(01).
           03 DOCA-EXIGE-T       PIC X(01).
           03 DOCA-EXIGE-A       PIC X(01).
           03 DOCA-OPERADOR      PIC X(08).
           03 DOCA-DTULTALT      PIC 9(08).
      *----[ DOCUMENTOS ENTREGUES PELA CHAPA (FPP157) ]----
       FD ARQDOCFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDOCFUN.DAT".
       01 REGDOCFUN.
           03 DOCF-KEY.
            05 DOCF-CHAPA         PIC 9(06).
            05 DOCF-COD           PIC 9(02).
           03 DOCF-DTRECEB       PIC 9(08).
           03 DOCF-OBS           PIC X(30).
           03 DOCF-OPERADOR      PIC X(08).
           03 DOCF-DTULTALT      PIC 9(08).
      *----[ SEGURO DE VIDA EM GRUPO (CADASTRO NO FPP147) ]----
       FD ARQSEGVIDA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSEGVIDA.DAT".
       01 REGSEGVIDA.
           03 SEGV-CHAPA         PIC 9(06).
           03 SEGV-APOLICE       PIC X(15).
           03 SEGV-STATUS        PIC X(01).
           03 SEGV-COBERTURA     PIC X(01).
           03 SEGV-DTINI         PIC 9(08).
           03 SEGV-DTINIX REDEFINES SEGV-DTINI.
            05 SEGV-DIAINI       PIC 9(02).
            05 SEGV-MESINI       PIC 9(02).
            05 SEGV-ANOINI       PIC 9(04).
           03 SEGV-DTFIM         PIC 9(08).
           03 SEGV-TPCAP         PIC X(01).
           03 SEGV-MULTSAL       PIC 9(02).
           03 SEGV-CAPFIXO       PIC 9(08)V99.
           03 SEGV-TAXA          PIC 9(01)V9(04).
           03 SEGV-PERCFUNC      PIC 9(03)V99.
           03 SEGV-BENEF OCCURS 5 TIMES.
            05 SEGV-BNOME        PIC X(30).
            05 SEGV-BPARENT      PIC X(12).
            05 SEGV-BPERC        PIC 9(03)V99.
           03 SEGV-ENVSIT        PIC X(01).
           03 SEGV-MOVULT        PIC X(01).
           03 SEGV-COMPENV       PIC 9(06).
           03 SEGV-CAPENV        PIC 9(08)V99.
           03 SEGV-OPERADOR      PIC X(08).
           03 SEGV-DTULTALT      PIC 9(08).
           03 SEGV-HRULTALT      PIC 9(06).
      *----[ PREVIDENCIA PRIVADA PGBL (ADESAO FPP188, PLANO FPP187) ]---
       FD ARQPREV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPREV.DAT".
       01 REGPREVADE.
           03 PRE-CHAPA          PIC 9(06).
           03 PRE-PLANO          PIC 9(03).
           03 PRE-PARTIC         PIC X(15).
           03 PRE-STATUS         PIC X(01).
           03 PRE-DTINI          PIC 9(08).
           03 PRE-DTINIX REDEFINES PRE-DTINI.
            05 PRE-DIAINI        PIC 9(02).
            05 PRE-MESINI        PIC 9(02).
            05 PRE-ANOINI        PIC 9(04).
           03 PRE-DTFIM          PIC 9(08).
           03 PRE-DTFIMX REDEFINES PRE-DTFIM.
            05 PRE-DIAFIM        PIC 9(02).
            05 PRE-MESFIM        PIC 9(02).
            05 PRE-ANOFIM        PIC 9(04).
           03 PRE-PERCFUNC       PIC 9(02)V99.
           03 PRE-REGIME         PIC X(01).
           03 PRE-OPERADOR       PIC X(08).
           03 PRE-DTULTALT       PIC 9(08).
           03 PRE-HRULTALT       PIC 9(06).
       FD TBPREV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBPREV.DAT".
       01 REGPREV.
           03 PRV-COD            PIC 9(03).
           03 PRV-DESCR          PIC X(30).
           03 PRV-ENTIDADE       PIC X(30).
           03 PRV-CNPJ           PIC 9(14).
           03 PRV-CONTRATO       PIC X(15).
           03 PRV-PERCFUNC       PIC 9(02)V99.
           03 PRV-PERCMIN        PIC 9(02)V99.
           03 PRV-PERCMAX        PIC 9(02)V99.
           03 PRV-PERCEMP        PIC 9(02)V99.
           03 PRV-STATUS         PIC X(01).
      *----[ OUTROS VINCULOS DO EMPREGADO PARA O TETO DO INSS ]----
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
      *----[ MEMORIA DE CALCULO: UM PASSO POR REGISTRO, NA ORDEM ]----
      *----[ MEM-TIPO = FOLHA-TIPO (M) OU S = SIMULACAO/PREVIA   ]----
       FD ARQMEMO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMEMO.DAT".
       01 REGMEMO.
           03 MEM-KEY.
            05 MEM-CHAPA          PIC 9(06).
            05 MEM-COMPET         PIC 9(06).
            05 MEM-TIPO           PIC X(01).
            05 MEM-SEQ            PIC 9(04).
           03 MEM-PASSO          PIC X(08).
           03 MEM-DESCR          PIC X(30).
           03 MEM-BASE           PIC 9(09)V99.
           03 MEM-FATOR          PIC 9(04)V9(06).
           03 MEM-DEDUZ          PIC 9(07)V99.
           03 MEM-EXATO          PIC 9(09)V9(04).
           03 MEM-VALOR          PIC 9(09)V99.
           03 MEM-DTGER          PIC 9(08).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEL      PIC 9(01) VALUE ZEROS.
       77 W-SEGUNDOS PIC 9(02) VALUE 1.
       77 W-OPCAO    PIC X(01) VALUE SPACES.
       77 ST-ERRO    PIC X(02) VALUE "00".
       77 ST-ERRO2   PIC X(02) VALUE "00".
       77 W-ACT      PIC 9(02) VALUE ZEROS.
       77 MENS       PIC X(50) VALUE SPACES.
       77 LIMPA      PIC X(50) VALUE SPACES.
       77 W-ARQREL   PIC X(14) VALUE "ARQFUNCRL.DOC".
       77 W-ARQCSV   PIC X(14) VALUE "ARQFUNCRL.CSV".
       77 W-ARQCKP   PIC X(14) VALUE "FPP015.CKP".
       01 CONLIN     PIC 9(03) VALUE ZEROS.
       01 CONLIN1    PIC 9(04) VALUE ZEROS.
       01 CONPAG     PIC 9(03) VALUE ZEROS.
       01 W-INSS-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-INSS-ALIQ2  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-ALIQ3  PIC 9(01)V9999  VALUE ZEROS.
       01 W-INSS-TETO   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-LIM1   PIC 9(06)V99    VALUE ZEROS.
       01 W-IRRF-ALIQ1  PIC 9(01)V9999  VALUE ZEROS.
       01 W-IRRF-LIM2   PIC 9(06)V99    VALUE ZEROS.
       01 W-SALFAMVLR    PIC 9(06)V99   VALUE ZEROS.
       01 W-MESLIMSF     PIC 9(06)      VALUE ZEROS.
       01 W-MESCOMPSF    PIC 9(06)      VALUE ZEROS.
      *----[ AUXILIO-CRECHE: TETO POR FILHO (TBTAX C01) ]----
       01 W-CRECHEOK     PIC X(01)      VALUE "N".
       01 W-CRE-TETO     PIC 9(06)V99   VALUE ZEROS.
       01 W-CRE-IDADE    PIC 9(02)      VALUE 6.
       01 W-QTDCRECHE    PIC 9(02)      VALUE ZEROS.
      *--[ DOCUMENTOS DE ADMISSAO: TBTAX D01 LIMITE = PRAZO EM DIAS ]--
      *--[ P/ ENTREGA; RETEM SO ADMITIDOS DESDE A VIGENCIA DA D01  ]--
      *--[ (SEM D01 VIGENTE A FOLHA NAO RETEM NINGUEM)             ]--
       01 W-DCAOK        PIC X(01)      VALUE "N".
       01 W-DCFOK        PIC X(01)      VALUE "N".
       01 W-DOC-PRAZO    PIC 9(03)      VALUE ZEROS.
       01 W-DOC-VIG      PIC 9(08)      VALUE ZEROS.
       01 W-DOC-ADMAMD   PIC 9(08)      VALUE ZEROS.
       01 W-DOC-TP       PIC 9(01)      VALUE ZEROS.
       01 W-DOC-PEND     PIC 9(02)      VALUE ZEROS.
       01 W-SER-ADM      PIC 9(09)      VALUE ZEROS COMP.
       01 W-SER-DOCREF   PIC 9(09)      VALUE ZEROS COMP.
       01 W-TOTDOCA      PIC 9(03)      VALUE ZEROS.
       01 TABDOCA.
          03 TD-ITEM OCCURS 99 TIMES INDEXED BY IDXDOC.
             05 TD-COD      PIC 9(02).
             05 TD-EXIGE    PIC X(01) OCCURS 4 TIMES.
       01 W-CRECHEVLR    PIC 9(06)V99   VALUE ZEROS.
       01 W-CRECHEREC    PIC 9(06)V99   VALUE ZEROS.
       01 W-MESLIMCRE    PIC 9(06)      VALUE ZEROS.
       01 W-QTDDEPIR    PIC 9(02)       VALUE ZEROS.
       01 W-BASEIRRF    PIC S9(07)V99   VALUE ZEROS.
       01 W-DEPEOK      PIC X(01)       VALUE "N".
       01 W-TAXACHOU    PIC X(01)       VALUE "N".
       01 W-TAXLIMITE   PIC 9(06)V99    VALUE ZEROS.
       01 W-TAXALIQ     PIC 9(01)V9999  VALUE ZEROS.
       01 W-TAXVIG      PIC 9(08)       VALUE ZEROS.
       01 W-TOTEXC      PIC 9(05) VALUE ZEROS.
       01 W-QTDTRAB     PIC 9(03) VALUE ZEROS.
       01 TABEXC.
       01 TOTVT          PIC 9(07)V99 VALUE ZEROS.
       01 TOTVR          PIC 9(07)V99 VALUE ZEROS.
       01 W-BATCHFLAG    PIC X(01) VALUE SPACES.
      *--[ EXECUCAO PARTICIONADA (SO EM LOTE): FPP015_PARTE = NUMERO ]--
      *--[ DA PARTICAO, FPP015_CHINI/CHFIM = FAIXA DE CHAPAS (ZERO = ]--
      *--[ SEM LIMITE) E FPP015_EMP = EMPRESA. CADA PARTICAO GRAVA   ]--
      *--[ FOLPARTnn.DOC/.CSV E FPP015nn.CKP; O FPP185 CONSOLIDA     ]--
       01 W-PARTE        PIC 9(02) VALUE ZEROS.
       01 W-CHINI        PIC 9(06) VALUE ZEROS.
       01 W-CHFIM        PIC 9(06) VALUE ZEROS.
       01 W-PARTENV      PIC X(02) VALUE SPACES.
       01 W-CHAPAENV     PIC X(06) VALUE SPACES.
       01 W-ARQPART.
          03 FILLER          PIC X(07) VALUE "FOLPART".
          03 W-ARQPART-NUM   PIC 9(02) VALUE ZEROS.
          03 W-ARQPART-EXT   PIC X(04) VALUE ".DOC".
       01 W-ARQCKPP.
          03 FILLER          PIC X(06) VALUE "FPP015".
          03 W-ARQCKPP-NUM   PIC 9(02) VALUE ZEROS.
          03 FILLER          PIC X(04) VALUE ".CKP".
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-RECREFI      PIC 9(06) VALUE ZEROS.
       01 W-RECREFF      PIC 9(06) VALUE ZEROS.
       01 W-FERIADOK     PIC X(01) VALUE "N".
       01 W-BHOK         PIC X(01) VALUE "N".
       01 W-QTDFALTAS    PIC 9(02) VALUE ZEROS.
       01 W-DIASMES2     PIC 9(02) VALUE ZEROS.
       01 W-QTDDOM       PIC 9(02) VALUE ZEROS.
       01 W-QTDFERI      PIC 9(02) VALUE ZEROS.
       01 W-DIASDSR      PIC 9(02) VALUE ZEROS.
       01 W-DIASUTEIS    PIC 9(02) VALUE ZEROS.
       01 W-DOMFER           PIC X(01) VALUE "N".
       01 W-DIADSR       PIC 9(02) VALUE ZEROS.
      *----[ ESCALA DO DIA (ROTINA COMUM FPP124) ]----
       01 W-ESCP-PARM.
          03 W-ESCP-OPCAO    PIC X(01).
          03 W-ESCP-CHAPA    PIC 9(06).
          03 W-ESCP-DATA     PIC 9(08).
          03 W-ESCP-ESCALA   PIC 9(03).
          03 W-ESCP-HORAS    PIC 9(02)V99.
          03 W-ESCP-FOLGA    PIC X(01).
          03 W-ESCP-RESULT   PIC X(01).
       01 W-RESTO4F      PIC 9(04) VALUE ZEROS.
       01 W-RESTO100F    PIC 9(04) VALUE ZEROS.
       01 W-RESTO400F    PIC 9(04) VALUE ZEROS.
       01 W-VLRDIA       PIC 9(06)V99 VALUE ZEROS.
       01 W-DSRREF       PIC 9(06)V99 VALUE ZEROS.
      *----[ COMISSOES IMPORTADAS (FPP151) E SEU DSR PROPRIO ]----
       01 W-CODCOMIS     PIC 9(03) VALUE 250.
       01 W-EVCOMIS      PIC 9(06)V99 VALUE ZEROS.
       01 W-DSRCOMIS     PIC 9(06)V99 VALUE ZEROS.
       01 W-DSRDESCT     PIC 9(06)V99 VALUE ZEROS.
       01 W-FALTADSR     PIC 9(02) VALUE ZEROS.
      *----[ SALDO NEGATIVO ENTRE COMPETENCIAS (ARQSALDONEG) ]----
       01 W-SINDOK       PIC X(01) VALUE "N".
       01 W-AUTOK        PIC X(01) VALUE "N".
       01 W-SINDDESC     PIC 9(06)V99 VALUE ZEROS.
      *----[ SEGURO DE VIDA EM GRUPO - PARTE DO FUNCIONARIO ]----
       01 W-SEGVOK       PIC X(01) VALUE "N".
       01 W-SEGVDESC     PIC 9(06)V99 VALUE ZEROS.
       01 W-SEGVCAP      PIC 9(08)V99 VALUE ZEROS.
       01 W-SEGVPREM     PIC 9(06)V99 VALUE ZEROS.
       01 W-SEGVINI      PIC 9(06) VALUE ZEROS.
      *----[ PREVIDENCIA PRIVADA PGBL - PARTICIPANTE E EMPRESA ]----
       01 W-PREVOK       PIC X(01) VALUE "N".
       01 W-PREVBASE     PIC 9(07)V99 VALUE ZEROS.
       01 W-PREVPERC     PIC 9(02)V99 VALUE ZEROS.
       01 W-PREVFUNC     PIC 9(06)V99 VALUE ZEROS.
       01 W-PREVEMP      PIC 9(06)V99 VALUE ZEROS.
       01 W-PREVDED      PIC 9(06)V99 VALUE ZEROS.
       01 W-PREVLIM      PIC 9(06)V99 VALUE ZEROS.
       01 W-PREVREF      PIC 9(06) VALUE ZEROS.
       01 W-PREVPEMP     PIC 9(02)V99 VALUE ZEROS.
      *----[ OUTROS VINCULOS (ARQMVINC) NA COMPETENCIA ]----
       01 W-MVIOK        PIC X(01) VALUE "N".
       01 W-MVIBASE      PIC 9(08)V99 VALUE ZEROS.
       01 W-MVIINSS      PIC 9(07)V99 VALUE ZEROS.
       01 W-BASECALC     PIC 9(08)V99 VALUE ZEROS.
      *----[ DETALHE POR RUBRICA (ARQFOLDET) ]----
       01 W-SALMES       PIC 9(07)V99 VALUE ZEROS.
       01 W-EVDCOBR      PIC 9(07)V99 VALUE ZEROS.
       01 W-DETREST      PIC 9(07)V99 VALUE ZEROS.
       01 W-DETIX        PIC 9(03) VALUE ZEROS.
       01 W-EVTDESCR     PIC X(30) VALUE SPACES.
       01 W-QTDEVT       PIC 9(03) VALUE ZEROS.
       01 W-TABEVT.
          03 W-TABEVT-ITEM OCCURS 99 TIMES.
             05 TE-COD        PIC 9(03).
             05 TE-TIPO       PIC X(01).
             05 TE-DESCR      PIC X(30).
             05 TE-VALOR      PIC 9(07)V99.
             05 TE-INCINSS    PIC X(01).
             05 TE-INCIRRF    PIC X(01).
             05 TE-INCFGTS    PIC X(01).
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
      *----[ MEMORIA DE CALCULO DA CHAPA (ARQMEMO) ]----
       01 W-MEMOOK       PIC X(01) VALUE "N".
       01 W-MEMTIPO      PIC X(01) VALUE "M".
       01 W-MEMSEQ       PIC 9(04) VALUE ZEROS.
       01 W-MEMDATA      PIC 9(08) VALUE ZEROS.
       01 W-MEMFAIXA     PIC 9(08)V99 VALUE ZEROS.
       01 W-MEMALIQ      PIC 9(01)V9999 VALUE ZEROS.
       01 W-MEMO.
          03 W-MEM-PASSO    PIC X(08).
          03 W-MEM-DESCR    PIC X(30).
          03 W-MEM-BASE     PIC 9(09)V99.
          03 W-MEM-FATOR    PIC 9(04)V9(06).
          03 W-MEM-DEDUZ    PIC 9(07)V99.
          03 W-MEM-EXATO    PIC 9(09)V9(04).
          03 W-MEM-VALOR    PIC 9(09)V99.
       01 W-CKPT-REC.
          03 W-CKPT-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-CKPT-CONLIN1   PIC 9(04) VALUE ZEROS.
          03 W-CKPT-TOTVT     PIC 9(07)V99 VALUE ZEROS.
          03 W-CKPT-TOTVR     PIC 9(07)V99 VALUE ZEROS.
          03 W-CKPT-CARGLIDOS PIC 9(04) VALUE ZEROS.
          03 W-CKPT-COMPET    PIC 9(06) VALUE ZEROS.
          03 W-CKPT-PARTE     PIC 9(02) VALUE ZEROS.
          03 W-CKPT-EMPRESA   PIC X(02) VALUE SPACES.
          03 W-CKPT-CHINI     PIC 9(06) VALUE ZEROS.
          03 W-CKPT-CHFIM     PIC 9(06) VALUE ZEROS.
          03 W-CKPT-SITUACAO  PIC X(01) VALUE SPACES.
       01 W-CSVLINE      PIC X(250) VALUE SPACES.
       01 CSV-SALBRUTO   PIC Z(5)9,99.
       01 CSV-INSS       PIC Z(5)9,99.
      *----[ O PROGRAMA PODE SER CHAMADO VARIAS VEZES NO MENU ]----
                MOVE "ARQFUNCRL.DOC" TO W-ARQREL
                MOVE "ARQFUNCRL.CSV" TO W-ARQCSV
                MOVE "FPP015.CKP"    TO W-ARQCKP
                MOVE ZEROS TO W-PARTE W-CHINI W-CHFIM
                MOVE ZEROS TO W-TOTEXC W-TOTBENEF
                MOVE ZEROS TO TOTFOLHA TOTFGTS TOTVT TOTVR
                MOVE ZEROS TO CONLIN CONLIN1 CONPAG
                   MOVE "S" TO W-SIMULFLAG.
                IF W-SIMULFLAG NOT = "S"
                   MOVE "N" TO W-SIMULFLAG.
                PERFORM LER-PARTICAO THRU LER-PARTICAO-FIM
                IF W-COMPET-MES < 1 OR W-COMPET-MES > 12
                      OR W-COMPET-ANO < 2000
                   MOVE "* COMPETENCIA INVALIDA (FPP015_COMP) *" TO MENS
                   GO TO ROT-FIM.
                PERFORM VERIF-FECHA THRU VERIF-FECHA-FIM
                GO TO INC-OP0.
      *----[ PARAMETROS DA PARTICAO (AUSENTES = FOLHA INTEIRA) ]----
       LER-PARTICAO.
                MOVE SPACES TO W-PARTENV
                ACCEPT W-PARTENV FROM ENVIRONMENT "FPP015_PARTE"
                IF W-PARTENV = SPACES OR "00"
                   GO TO LER-PARTICAO-FIM.
                IF W-PARTENV NOT NUMERIC
                   MOVE "* PARTICAO INVALIDA (FPP015_PARTE 01-99) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM.
                IF W-SIMULFLAG = "S"
                   MOVE "* SIMULACAO NAO RODA PARTICIONADA *" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM.
                MOVE W-PARTENV TO W-PARTE
                MOVE SPACES TO W-CHAPAENV
                ACCEPT W-CHAPAENV FROM ENVIRONMENT "FPP015_CHINI"
                IF W-CHAPAENV NUMERIC
                   MOVE W-CHAPAENV TO W-CHINI.
                MOVE SPACES TO W-CHAPAENV
                ACCEPT W-CHAPAENV FROM ENVIRONMENT "FPP015_CHFIM"
                IF W-CHAPAENV NUMERIC
                   MOVE W-CHAPAENV TO W-CHFIM.
                IF W-CHFIM NOT = ZEROS AND W-CHFIM < W-CHINI
                   MOVE "* FAIXA DE CHAPAS INVALIDA NA PARTICAO *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   MOVE 1 TO RETURN-CODE
                   GO TO ROT-FIM.
                MOVE W-PARTE  TO W-ARQPART-NUM W-ARQCKPP-NUM
                MOVE ".DOC"   TO W-ARQPART-EXT
                MOVE W-ARQPART TO W-ARQREL
                MOVE ".CSV"   TO W-ARQPART-EXT
                MOVE W-ARQPART TO W-ARQCSV
                MOVE W-ARQCKPP TO W-ARQCKP.
       LER-PARTICAO-FIM.
                EXIT.

       INC-OPC2.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
              CLOSE ARQCKPT
           ELSE
              MOVE ZEROS TO W-CKPT-REC.
      *----[ CHECKPOINT DE OUTRA COMPETENCIA OU FAIXA NAO RETOMA ]----
           IF W-CKPT-COMPET NOT = ZEROS
              IF W-CKPT-COMPET NOT = W-COMPET-N
                    OR W-CKPT-CHINI NOT = W-CHINI
                    OR W-CKPT-CHFIM NOT = W-CHFIM
                 MOVE ZEROS TO W-CKPT-CHAPA.

       INC-OP0B.

              MOVE "*** RETOMANDO A PARTIR DO CHECKPOINT ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           ELSE
              IF W-PARTE = ZEROS
                 WRITE REGARQFUNCCSV FROM CSVCAB
              ELSE
                 MOVE W-CHINI TO CHAPA
                 START ARQFUNC KEY IS NOT LESS CHAPA.

       INC-OP1.
           OPEN INPUT ARQCARG
           IF ST-ERRO = "00"
              MOVE "S" TO W-AUTOK.

       INC-OP4K.
           MOVE "N" TO W-SEGVOK
           OPEN INPUT ARQSEGVIDA
           IF ST-ERRO = "00"
              MOVE "S" TO W-SEGVOK.
           MOVE "N" TO W-PREVOK
           OPEN INPUT ARQPREV
           IF ST-ERRO = "00"
              OPEN INPUT TBPREV
              IF ST-ERRO = "00"
                 MOVE "S" TO W-PREVOK
              ELSE
                 CLOSE ARQPREV.

       INC-OP4L.
           MOVE "N" TO W-CRECHEOK
           OPEN INPUT ARQCRECHE
           IF ST-ERRO = "00"
              MOVE "S" TO W-CRECHEOK.

      *----[ DOCUMENTOS DE ADMISSAO: CATALOGO CARREGADO EM MEMORIA ]----
       INC-OP4M.
           MOVE "N" TO W-DCAOK W-DCFOK
           MOVE ZEROS TO W-TOTDOCA
           OPEN INPUT TBDOCADM
           IF ST-ERRO NOT = "00"
              GO TO INC-OP4F.
       INC-OP4M-RD.
           READ TBDOCADM NEXT
           IF ST-ERRO NOT = "00"
              GO TO INC-OP4M-FIM.
           IF W-TOTDOCA < 99
              ADD 1 TO W-TOTDOCA
              SET IDXDOC TO W-TOTDOCA
              MOVE DOCA-COD     TO TD-COD(IDXDOC)
              MOVE DOCA-EXIGE-E TO TD-EXIGE(IDXDOC, 1)
              MOVE DOCA-EXIGE-N TO TD-EXIGE(IDXDOC, 2)
              MOVE DOCA-EXIGE-T TO TD-EXIGE(IDXDOC, 3)
              MOVE DOCA-EXIGE-A TO TD-EXIGE(IDXDOC, 4).
           GO TO INC-OP4M-RD.
       INC-OP4M-FIM.
           CLOSE TBDOCADM
           IF W-TOTDOCA > ZEROS
              MOVE "S" TO W-DCAOK.
           OPEN INPUT ARQDOCFUN
           IF ST-ERRO = "00"
              MOVE "S" TO W-DCFOK.

       INC-OP4F.
           MOVE "N" TO W-SNEGOK
           OPEN I-O ARQSALDONEG
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       INC-OP4H.
           MOVE "N" TO W-BHOK
           OPEN INPUT ARQBHCAD
           IF ST-ERRO = "00"
              MOVE "S" TO W-BHOK
           ELSE
              IF ST-ERRO NOT = "30"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQBHCAD" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       INC-OP4I.
           MOVE "N" TO W-MVIOK
           OPEN INPUT ARQMVINC
           IF ST-ERRO = "00"
              MOVE "S" TO W-MVIOK
           ELSE
              IF ST-ERRO NOT = "30"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMVINC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       INC-OP4J.
           MOVE "N" TO W-MEMOOK
           MOVE "M" TO W-MEMTIPO
           IF W-SIMULFLAG = "S"
              MOVE "S" TO W-MEMTIPO.
           ACCEPT W-MEMDATA FROM DATE YYYYMMDD
           OPEN I-O ARQMEMO
           IF ST-ERRO2 = "30"
              OPEN OUTPUT ARQMEMO
              CLOSE ARQMEMO
              OPEN I-O ARQMEMO.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-MEMOOK
           ELSE
              MOVE "ERRO NA ABERTURA DO ARQUIVO ARQMEMO" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

       INC-OP5.
           OPEN I-O ARQFOLHA
           IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLHA" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

       INC-OP5A.
           OPEN I-O ARQFOLDET
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQFOLDET
                 CLOSE ARQFOLDET
                 OPEN I-O ARQFOLDET
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQFOLDET" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           GO TO ROT-CABEC.

      *-------[ CONTROLE DE FECHAMENTO DA COMPETENCIA (ARQFECHA) ]--------

           MOVE "I03" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-INSS-TETO
           MOVE W-TAXALIQ   TO W-INSS-ALIQ3

           MOVE "R01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXALIQ   TO W-QUI-PERC
           MOVE W-TAXLIMITE TO W-QUI-TETO

      *----[ TETO MENSAL DO AUXILIO-CRECHE POR FILHO (OPCIONAL) ]----
           MOVE "C01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-CRE-TETO

      *----[ PRAZO P/ ENTREGA DOS DOCUMENTOS DE ADMISSAO (OPCIONAL) ]--
           MOVE ZEROS TO W-DOC-VIG
           MOVE "D01" TO W-TAXCOD
           PERFORM BUSCAR-TAX THRU BUSCAR-TAX-FIM
           MOVE W-TAXLIMITE TO W-DOC-PRAZO
           IF W-TAXACHOU = "S"
              MOVE W-TAXVIG TO W-DOC-VIG.
           MOVE "N" TO W-TAXOPC.
       CARREGAR-TAX-FIM.
           EXIT.
           MOVE "S" TO W-TAXACHOU
           MOVE TBTAX-LIMITE   TO W-TAXLIMITE
           MOVE TBTAX-ALIQUOTA TO W-TAXALIQ
           MOVE TBTAX-VIGENCIA TO W-TAXVIG
           GO TO BUSCAR-TAX-RD.
       BUSCAR-TAX-TST.
           IF W-TAXACHOU = "S"
           EXIT.

       ROT-CABEC.
      *----[ PARTICAO GRAVA SO AS LINHAS; CABECALHO NA CONSOLIDACAO ]--
           IF W-PARTE NOT = ZEROS
              GO TO LER-FUNC.
           ADD 1 TO CONPAG
           MOVE CONPAG TO NUMPAG
           MOVE W-RAZSOCIAL TO CAB1-EMPRESA
                READ ARQFUNC NEXT
                IF ST-ERRO NOT = "00"
                   IF ST-ERRO = "10"
                      GO TO FIM-FUNC
                   ELSE
                      MOVE "ERRO NA LEITURA ARQFUNC"   TO MENS
                      PERFORM ROT-MENS THRU ROT-MENS-FIM
                      GO TO ROT-FIM
                ELSE
                   NEXT SENTENCE.
                IF W-CHFIM NOT = ZEROS AND CHAPA > W-CHFIM
                   GO TO FIM-FUNC.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----
       VERIF-EMPRESA.
              GO TO LER-FUNC
           END-IF.

      *--[ DOCUMENTO OBRIGATORIO DE ADMISSAO EM ABERTO APOS O PRAZO: ]--
      *--[ NA PREVIA SO LISTA; NA FOLHA OFICIAL A CHAPA NAO E PAGA   ]--
       VERIF-DOCADM.
           IF W-DCAOK NOT = "S" OR W-DOC-VIG = ZEROS
              GO TO LER-CARG.
           IF DTADMISSAO = ZEROS
              GO TO LER-CARG.
           MOVE DTADMISSAO TO W-ADMDATA
           COMPUTE W-DOC-ADMAMD = (W-ADMANO * 10000)
                                + (W-ADMMES * 100) + W-ADMDIA
           IF W-DOC-ADMAMD < W-DOC-VIG
              GO TO LER-CARG.
           MOVE W-ADMDIA TO W-DIA30
           IF W-DIA30 > 30
              MOVE 30 TO W-DIA30.
           COMPUTE W-SER-ADM = (W-ADMANO * 360)
                             + ((W-ADMMES - 1) * 30) + W-DIA30
                             + W-DOC-PRAZO
           COMPUTE W-SER-DOCREF = (W-COMPET-ANO * 360)
                                + ((W-COMPET-MES - 1) * 30) + 30
           IF W-SER-ADM NOT LESS W-SER-DOCREF
              GO TO LER-CARG.
           MOVE 2 TO W-DOC-TP
           IF FUNC-TPCONTRATO = "E"
              MOVE 1 TO W-DOC-TP.
           IF FUNC-TPCONTRATO = "T"
              MOVE 3 TO W-DOC-TP.
           IF FUNC-TPCONTRATO = "A"
              MOVE 4 TO W-DOC-TP.
           MOVE ZEROS TO W-DOC-PEND
           SET IDXDOC TO 1.
       VERIF-DOCADM-LOOP.
           IF IDXDOC > W-TOTDOCA
              GO TO VERIF-DOCADM-TST.
           IF TD-EXIGE(IDXDOC, W-DOC-TP) NOT = "O"
              GO TO VERIF-DOCADM-PROX.
           IF W-DCFOK NOT = "S"
              ADD 1 TO W-DOC-PEND
              GO TO VERIF-DOCADM-PROX.
           MOVE CHAPA TO DOCF-CHAPA
           MOVE TD-COD(IDXDOC) TO DOCF-COD
           READ ARQDOCFUN
           IF ST-ERRO NOT = "00"
              ADD 1 TO W-DOC-PEND
           ELSE
              IF DOCF-DTRECEB = ZEROS
                 ADD 1 TO W-DOC-PEND.
       VERIF-DOCADM-PROX.
           SET IDXDOC UP BY 1
           GO TO VERIF-DOCADM-LOOP.
       VERIF-DOCADM-TST.
           IF W-DOC-PEND = ZEROS
              GO TO LER-CARG.
           IF W-TOTEXC < 300
              ADD 1 TO W-TOTEXC
              SET IDXEXC TO W-TOTEXC
              MOVE CHAPA TO TE-CHAPA(IDXEXC)
              MOVE NOME TO TE-NOME(IDXEXC)
              MOVE "DOC. ADMISSAO" TO TE-STATUS(IDXEXC).
           IF W-SIMULFLAG NOT = "S"
              GO TO LER-FUNC.

       LER-CARG.
                MOVE CODIGOCARG TO COD
                READ ARQCARG
           MOVE ZEROS TO W-SNEGANT W-SNEGREC
           MOVE ZEROS TO W-EVPROVINSS W-EVPROVIRRF
           MOVE ZEROS TO W-EVPROVFGTS W-EVPROVDSR
           MOVE ZEROS TO W-EVCOMIS
           MOVE ZEROS TO W-QTDEVT
           IF W-EVENTOK NOT = "S"
              GO TO LER-EVENTOS-FIM.
           MOVE CHAPA      TO EVT-CHAPA
           ELSE
              IF EVT-TIPO = "D"
                 ADD EVT-VALOR TO W-EVDESC.
           IF EVT-TIPO = "P" OR EVT-TIPO = "D"
              MOVE EVT-CODIGO TO W-INCCOD
              MOVE EVT-VALOR  TO W-INCVLR
              MOVE EVT-TIPO   TO W-INCTIPO
              MOVE EVT-DESCR  TO W-EVTDESCR
              PERFORM GUARDAR-EVT THRU GUARDAR-EVT-FIM.
           GO TO LER-EVENTOS-RD.
       LER-EVENTOS-FIM.
           EXIT.
           ELSE
              ADD REC-VALOR TO W-EVPROV
              PERFORM ACUM-INCID THRU ACUM-INCID-FIM.
           IF W-INCTIPO NOT = "D"
              MOVE "P" TO W-INCTIPO.
           MOVE SPACES TO W-EVTDESCR
           PERFORM GUARDAR-EVT THRU GUARDAR-EVT-FIM
           GO TO LER-RECORR-RD.
       LER-RECORR-FIM.
           EXIT.
      *--[ SO REGISTRA O AVISO E SEGUE                              ]----
       LER-PONTO-APR.
           IF PONTO-APROV = "A"
              GO TO LER-PONTO-BH.
           IF W-TOTEXC < 300
              ADD 1 TO W-TOTEXC
              SET IDXEXC TO W-TOTEXC
              MOVE "PONTO NAO APROV" TO TE-STATUS(IDXEXC).
           IF W-SIMULFLAG NOT = "S"
              GO TO LER-FUNC.
      *--[ CHAPA NO BANCO DE HORAS: HE50/HE100 VAO PARA O ARQBHMOV ]--
      *--[ PELO FPP119 E NAO SAO PAGAS NA FOLHA; A NOTURNA E PAGA  ]--
       LER-PONTO-BH.
           IF W-BHOK NOT = "S"
              GO TO LER-PONTO-FIM.
           MOVE CHAPA TO BHC-CHAPA
           READ ARQBHCAD
           IF ST-ERRO NOT = "00"
              GO TO LER-PONTO-FIM.
           IF BHC-STATUS = "A" AND BHC-DTADESAO(1:6) NOT > W-COMPET-N
              MOVE ZEROS TO W-QTDHE50 W-QTDHE100.
       LER-PONTO-FIM.
           EXIT.

           EXIT.

       ROT-CALC.
           PERFORM LIMPAR-MEMO THRU LIMPAR-MEMO-FIM.
           IF SALARIOEMP NOT = ZEROS
              MOVE SALARIOEMP TO W-SALBASE
           ELSE
                      MOVE W-SALBASE TO SALBRUTO
                   ELSE
                      MOVE ZEROS TO SALBRUTO.
           MOVE "SALARIO"  TO W-MEM-PASSO
           MOVE "SALARIO-BASE X QTDE (H/D)" TO W-MEM-DESCR
           MOVE W-SALBASE  TO W-MEM-BASE
           MOVE 1          TO W-MEM-FATOR
           IF TPSALARIO = "H" OR TPSALARIO = "D"
              MOVE W-QTDTRAB TO W-MEM-FATOR.
           MOVE SALBRUTO   TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ PRORRATEIO POR AFASTAMENTO (BASE MES COMERCIAL 30D) ]----
           PERFORM CALC-AFAST THRU CALC-AFAST-FIM.
           IF W-DIASDESC > 30
              MOVE 30 TO W-DIASDESC.
           IF W-DIASDESC NOT = ZEROS
              MOVE SALBRUTO TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = (30 - W-DIASDESC) / 30
              COMPUTE W-MEM-EXATO = SALBRUTO * (30 - W-DIASDESC) / 30
              COMPUTE SALBRUTO = SALBRUTO * (30 - W-DIASDESC) / 30
              MOVE "AFAST"  TO W-MEM-PASSO
              MOVE "PRORRATEIO (30 - DIAS AFAST)/30" TO W-MEM-DESCR
              MOVE SALBRUTO TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ ADICIONAL POR TEMPO DE SERVICO (ANUENIO/QUINQUENIO) ]----
           MOVE SALBRUTO TO W-SALMES.
           PERFORM CALC-ADTEMPO THRU CALC-ADTEMPO-FIM.
           ADD W-ADTEMPOVLR TO SALBRUTO.
           IF W-ADTEMPOVLR NOT = ZEROS
              MOVE "ADTEMPO"  TO W-MEM-PASSO
              MOVE "TEMPO DE SERVICO (FATOR = %)" TO W-MEM-DESCR
              MOVE W-SALBASE  TO W-MEM-BASE
              MOVE W-PERCTEMP TO W-MEM-FATOR
              MOVE W-ADTEMPOVLR TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ PERICULOSIDADE (30% DA BASE) OU INSALUBRIDADE SOBRE ]----
      *----[ O SALARIO MINIMO, CONFORME O CARGO (ARQCARG)        ]----
           PERFORM CALC-PERICUL THRU CALC-PERICUL-FIM.
           ADD W-PERIVLR TO SALBRUTO.
           IF W-PERIVLR NOT = ZEROS
              MOVE "RISCO"    TO W-MEM-PASSO
              MOVE "PERICULOSIDADE (SALARIO X 0,30)" TO W-MEM-DESCR
              MOVE W-SALEQUIV TO W-MEM-BASE
              MOVE 0,30       TO W-MEM-FATOR
              IF CARG-PERICUL NOT = "S"
                 MOVE "INSALUBRIDADE (SAL. MINIMO)" TO W-MEM-DESCR
                 MOVE W-SALMIN TO W-MEM-BASE
                 COMPUTE W-MEM-FATOR = W-PERIVLR / W-SALMIN
              END-IF
              MOVE W-PERIVLR  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ HORAS EXTRAS E ADICIONAL NOTURNO ]----
           IF TPSALARIO = "H"
           COMPUTE W-HE100VLR = W-VALORHORA * 2 * W-QTDHE100.
           COMPUTE W-ADNOTVLR = W-VALORHORA * 0,2 * W-QTDHNOT.
           ADD W-HE50VLR W-HE100VLR W-ADNOTVLR TO SALBRUTO.
           IF W-HE50VLR NOT = ZEROS
              MOVE "HE50"     TO W-MEM-PASSO
              MOVE "VLR.HORA X QTDE X 1,5" TO W-MEM-DESCR
              MOVE W-VALORHORA TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = W-QTDHE50 * 1,5
              MOVE W-HE50VLR  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-HE100VLR NOT = ZEROS
              MOVE "HE100"    TO W-MEM-PASSO
              MOVE "VLR.HORA X QTDE X 2" TO W-MEM-DESCR
              MOVE W-VALORHORA TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = W-QTDHE100 * 2
              MOVE W-HE100VLR TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-ADNOTVLR NOT = ZEROS
              MOVE "ADNOT"    TO W-MEM-PASSO
              MOVE "VLR.HORA X QTDE X 0,2" TO W-MEM-DESCR
              MOVE W-VALORHORA TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = W-QTDHNOT * 0,2
              MOVE W-ADNOTVLR TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ DSR: REFLEXO DAS VARIAVEIS E DESCONTO DE FALTAS ]----
           PERFORM CALC-DSR THRU CALC-DSR-FIM.
           ADD W-DSRREF TO SALBRUTO.
           ADD W-DSRCOMIS TO SALBRUTO.
           IF W-DSRDESCT NOT GREATER SALBRUTO
              SUBTRACT W-DSRDESCT FROM SALBRUTO
           ELSE
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-DSRDESCT - SALBRUTO
              MOVE SALBRUTO TO W-DSRDESCT
              MOVE ZEROS TO SALBRUTO.
           IF W-DSRREF NOT = ZEROS
              MOVE "DSR"      TO W-MEM-PASSO
              MOVE "VARIAVEIS X DIAS DSR / UTEIS" TO W-MEM-DESCR
              COMPUTE W-MEM-BASE = W-HE50VLR + W-HE100VLR + W-ADNOTVLR
                                 + W-EVPROVDSR
              COMPUTE W-MEM-FATOR = W-DIASDSR / W-DIASUTEIS
              COMPUTE W-MEM-EXATO = W-MEM-BASE * W-DIASDSR
                                  / W-DIASUTEIS
              MOVE W-DSRREF   TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-DSRCOMIS NOT = ZEROS
              MOVE "DSRCOMIS" TO W-MEM-PASSO
              MOVE "COMISSOES X DIAS DSR / UTEIS" TO W-MEM-DESCR
              MOVE W-EVCOMIS  TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = W-DIASDSR / W-DIASUTEIS
              COMPUTE W-MEM-EXATO = W-EVCOMIS * W-DIASDSR
                                  / W-DIASUTEIS
              MOVE W-DSRCOMIS TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-DSRDESCT NOT = ZEROS
              MOVE "FALTAS"   TO W-MEM-PASSO
              MOVE "(-) VLR.DIA X (FALTAS + DSR)" TO W-MEM-DESCR
              MOVE W-VLRDIA   TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = W-QTDFALTAS + W-FALTADSR
              MOVE W-DSRDESCT TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ EVENTOS VARIAVEIS DO MES (PROVENTOS/DESCONTOS) ]----
           ADD W-EVPROV TO SALBRUTO.
           MOVE W-EVDESC TO W-EVDCOBR
           IF W-EVDESC NOT GREATER SALBRUTO
              SUBTRACT W-EVDESC FROM SALBRUTO
           ELSE
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-EVDESC - SALBRUTO
              MOVE SALBRUTO TO W-EVDCOBR
              MOVE ZEROS TO SALBRUTO.
           IF W-EVPROV NOT = ZEROS
              MOVE "EVENTOS"  TO W-MEM-PASSO
              MOVE "PROVENTOS DO MES (ARQEVENT)" TO W-MEM-DESCR
              MOVE W-EVPROV   TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-EVDESC NOT = ZEROS
              MOVE "EVENTOS"  TO W-MEM-PASSO
              MOVE "(-) DESCONTOS DO MES (ARQEVENT)" TO W-MEM-DESCR
              MOVE W-EVDESC   TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           MOVE "BRUTO"    TO W-MEM-PASSO
           MOVE "SALARIO BRUTO" TO W-MEM-DESCR
           MOVE SALBRUTO   TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *--[ BASES POR INCIDENCIA: PROVENTOS SEM FLAG NO TBEVENT ]--------
      *--[ (EX.: REEMBOLSO DE DESPESAS) FICAM FORA DE CADA BASE  ]------
           COMPUTE W-BASEINSS = SALBRUTO - W-EVPROV + W-EVPROVINSS.
           COMPUTE W-BASEFGTS = SALBRUTO - W-EVPROV + W-EVPROVFGTS.
           MOVE "BASEINSS" TO W-MEM-PASSO
           MOVE "BRUTO - PROV. SEM INCID. INSS" TO W-MEM-DESCR
           MOVE SALBRUTO   TO W-MEM-BASE
           MOVE W-BASEINSS TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ MULTIPLOS VINCULOS: BASE DAQUI + OUTROS, ATE O TETO ]----
      *----[ (LIMITE DA FAIXA I03 DO TBTAX; ZERADO = SEM TETO)   ]----
           PERFORM SOMAR-MVINC THRU SOMAR-MVINC-FIM
           COMPUTE W-BASECALC = W-BASEINSS + W-MVIBASE
           IF W-MVIBASE NOT = ZEROS
              MOVE "MULTVINC" TO W-MEM-PASSO
              MOVE "BASE OUTROS VINC. (VLR=INSS)" TO W-MEM-DESCR
              MOVE W-MVIBASE  TO W-MEM-BASE
              MOVE W-MVIINSS  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-INSS-TETO > ZEROS AND W-BASECALC > W-INSS-TETO
              MOVE "TETOINSS" TO W-MEM-PASSO
              MOVE "BASE LIMITADA AO TETO (I03)" TO W-MEM-DESCR
              MOVE W-BASECALC  TO W-MEM-BASE
              MOVE W-INSS-TETO TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM
              MOVE W-INSS-TETO TO W-BASECALC.

      *----[ INSS PROGRESSIVO: ALIQUOTA SO SOBRE A FATIA DA FAIXA ]----
           IF W-BASECALC NOT GREATER W-INSS-LIM1
              COMPUTE INSS = W-BASECALC * W-INSS-ALIQ1
           ELSE
               IF W-BASECALC NOT GREATER W-INSS-LIM2
                  COMPUTE INSS = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-BASECALC - W-INSS-LIM1) * W-INSS-ALIQ2)
               ELSE
                  COMPUTE INSS = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-INSS-LIM2 - W-INSS-LIM1) * W-INSS-ALIQ2)
                      + ((W-BASECALC - W-INSS-LIM2) * W-INSS-ALIQ3).
      *----[ RETEM SO O QUE FALTA: ABATE O DESCONTADO NOS OUTROS ]----
           IF INSS > W-MVIINSS
              SUBTRACT W-MVIINSS FROM INSS
           ELSE
              MOVE ZEROS TO INSS.
      *----[ BOLSA DE ESTAGIO (LEI 11.788): SEM INSS OBRIGATORIO ]----
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO INSS.
           PERFORM MEMO-INSS THRU MEMO-INSS-FIM.


      *--[ PGBL: DEDUZ A CONTRIBUICAO DO PARTICIPANTE ATE 12% DO ]----
      *--[ RENDIMENTO TRIBUTAVEL DO MES (LEI 9.532 ART. 11)      ]----
           PERFORM CALC-PREV THRU CALC-PREV-FIM.
           COMPUTE W-BASEIRRF = SALBRUTO - W-EVPROV + W-EVPROVIRRF
                                - INSS
                                - (W-QTDDEPIR * W-IRRF-DEPDED)
                                - W-PREVDED.
           IF W-BASEIRRF < ZEROS
              MOVE ZEROS TO W-BASEIRRF.
           IF W-QTDDEPIR NOT = ZEROS
              MOVE "DEPIR"    TO W-MEM-PASSO
              MOVE "DEDUCAO POR DEPENDENTE X QTDE" TO W-MEM-DESCR
              MOVE W-IRRF-DEPDED TO W-MEM-BASE
              MOVE W-QTDDEPIR TO W-MEM-FATOR
              COMPUTE W-MEM-VALOR = W-QTDDEPIR * W-IRRF-DEPDED
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-PREVDED NOT = ZEROS
              MOVE "PGBLIR"   TO W-MEM-PASSO
              MOVE "(-) PGBL ATE 12% DO TRIBUTAVEL" TO W-MEM-DESCR
              MOVE W-PREVLIM  TO W-MEM-BASE
              MOVE W-PREVDED  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           MOVE "BASEIRRF" TO W-MEM-PASSO
           MOVE "BRUTO - INSS - DEPENDENTES" TO W-MEM-DESCR
           MOVE SALBRUTO   TO W-MEM-BASE
           MOVE INSS       TO W-MEM-DEDUZ
           MOVE W-BASEIRRF TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ IRRF PROGRESSIVO: ALIQUOTA SO SOBRE A FATIA DA FAIXA ]----
           IF W-BASEIRRF NOT GREATER W-IRRF-LIM1
                        ((W-IRRF-LIM2 - W-IRRF-LIM1) * W-IRRF-ALIQ2)
                      + ((W-IRRF-LIM3 - W-IRRF-LIM2) * W-IRRF-ALIQ3)
                      + ((W-BASEIRRF - W-IRRF-LIM3) * W-IRRF-ALIQ4).
           PERFORM MEMO-IRRF THRU MEMO-IRRF-FIM.

      *----[ COPARTICIPACAO LEGAL DO VALE-TRANSPORTE (6% LIMITADO) ]----
           MOVE ZEROS TO W-VTDESC.
           IF W-VALETRANSP NOT = ZEROS AND FUNC-TPCONTRATO NOT = "T"
              COMPUTE W-VTDESC = SALBRUTO * 0,06
              IF W-VTDESC > W-VALETRANSP
                 MOVE W-VALETRANSP TO W-VTDESC

           COMPUTE SALLIQUIDO = (SALBRUTO - INSS) - IMP-RENDA
                              - W-VTDESC.
           IF W-VTDESC NOT = ZEROS
              MOVE "VT"       TO W-MEM-PASSO
              MOVE "(-) 6% DO BRUTO, ATE O VALOR VT" TO W-MEM-DESCR
              MOVE SALBRUTO   TO W-MEM-BASE
              MOVE 0,06       TO W-MEM-FATOR
              COMPUTE W-MEM-EXATO = SALBRUTO * 0,06
              MOVE W-VTDESC   TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ PREVIDENCIA PRIVADA PGBL - PARTE DO PARTICIPANTE ]----
           IF W-PREVFUNC NOT GREATER SALLIQUIDO
              SUBTRACT W-PREVFUNC FROM SALLIQUIDO
           ELSE
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-PREVFUNC - SALLIQUIDO
              MOVE SALLIQUIDO TO W-PREVFUNC
              MOVE ZEROS TO SALLIQUIDO.
           IF W-PREVFUNC NOT = ZEROS
              MOVE "PGBL"     TO W-MEM-PASSO
              MOVE "(-) PREVIDENCIA PRIVADA PGBL" TO W-MEM-DESCR
              MOVE W-PREVBASE TO W-MEM-BASE
              COMPUTE W-MEM-FATOR = W-PREVPERC / 100
              MOVE W-PREVFUNC TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ SALARIO-FAMILIA: QUOTA POR FILHO < 14 ANOS ]----
           MOVE ZEROS TO W-SALFAMVLR.
           IF W-QTDSALFAM NOT = ZEROS
                 AND SALBRUTO NOT GREATER W-SALFAM-TETO
                 AND FUNC-TPCONTRATO NOT = "T"
              COMPUTE W-SALFAMVLR = W-SALFAM-QUOTA * W-QTDSALFAM
              ADD W-SALFAMVLR TO SALLIQUIDO
              MOVE "SALFAM"   TO W-MEM-PASSO
              MOVE "QUOTA X FILHOS MENORES DE 14" TO W-MEM-DESCR
              MOVE W-SALFAM-QUOTA TO W-MEM-BASE
              MOVE W-QTDSALFAM TO W-MEM-FATOR
              MOVE W-SALFAMVLR TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ AUXILIO-CRECHE: RECIBO LIMITADO AO TETO, SEM ENCARGOS ]----
           PERFORM CALC-CRECHE THRU CALC-CRECHE-FIM.
           IF W-CRECHEVLR NOT = ZEROS
              ADD W-CRECHEVLR TO SALLIQUIDO
              MOVE "CRECHE"   TO W-MEM-PASSO
              MOVE "RECIBOS ATE O TETO POR FILHO" TO W-MEM-DESCR
              MOVE W-CRE-TETO TO W-MEM-BASE
              MOVE W-QTDCRECHE TO W-MEM-FATOR
              MOVE W-CRECHEVLR TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ PENSAO ALIMENTICIA (APOS IMPOSTOS) ]----
           PERFORM CALC-PENSAO THRU CALC-PENSAO-FIM.
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-PENSDESC - SALLIQUIDO
              MOVE SALLIQUIDO TO W-PENSDESC
              MOVE ZEROS TO SALLIQUIDO.
           IF W-PENSDESC NOT = ZEROS
              MOVE "PENSAO"   TO W-MEM-PASSO
              MOVE "(-) TOTAL DESCONTADO DE PENSAO" TO W-MEM-DESCR
              MOVE W-PENSDESC TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ PARCELAS DE EMPRESTIMO CONSIGNADO ]----
           PERFORM CALC-EMPREST THRU CALC-EMPREST-FIM.
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-EMPDESC - SALLIQUIDO
              MOVE SALLIQUIDO TO W-EMPDESC
              MOVE ZEROS TO SALLIQUIDO.
           IF W-EMPDESC NOT = ZEROS
              MOVE "EMPREST"  TO W-MEM-PASSO
              MOVE "(-) PARCELAS DE EMPRESTIMO" TO W-MEM-DESCR
              MOVE W-EMPDESC  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ DESCONTO DO ADIANTAMENTO QUINZENAL DA COMPETENCIA ]----
           MOVE ZEROS TO W-ADIADESC.
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-ADIADESC - SALLIQUIDO
              MOVE SALLIQUIDO TO W-ADIADESC
              MOVE ZEROS TO SALLIQUIDO.
           IF W-ADIADESC NOT = ZEROS
              MOVE "ADIANT"   TO W-MEM-PASSO
              MOVE "(-) ADIANTAMENTO QUINZENAL" TO W-MEM-DESCR
              MOVE W-ADIADESC TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ MENSALIDADE SINDICAL AUTORIZADA (POS-REFORMA) ]----
           PERFORM CALC-SIND THRU CALC-SIND-FIM.
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-SINDDESC - SALLIQUIDO
              MOVE SALLIQUIDO TO W-SINDDESC
              MOVE ZEROS TO SALLIQUIDO.
           IF W-SINDDESC NOT = ZEROS
              MOVE "SINDICAL" TO W-MEM-PASSO
              MOVE "(-) MENSALIDADE SINDICAL" TO W-MEM-DESCR
              MOVE W-SINDDESC TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *----[ SEGURO DE VIDA EM GRUPO - PARTE DO FUNCIONARIO ]----
           PERFORM CALC-SEGVIDA THRU CALC-SEGVIDA-FIM.
           IF W-SEGVDESC NOT GREATER SALLIQUIDO
              SUBTRACT W-SEGVDESC FROM SALLIQUIDO
           ELSE
              COMPUTE W-NAOCOBR = W-NAOCOBR + W-SEGVDESC - SALLIQUIDO
              MOVE SALLIQUIDO TO W-SEGVDESC
              MOVE ZEROS TO SALLIQUIDO.
           IF W-SEGVDESC NOT = ZEROS
              MOVE "SEGVIDA"  TO W-MEM-PASSO
              MOVE "(-) SEGURO DE VIDA EM GRUPO" TO W-MEM-DESCR
              MOVE W-SEGVPREM TO W-MEM-BASE
              MOVE W-SEGVDESC TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

      *--[ RECUPERA O SALDO DEVEDOR DE COMPETENCIAS ANTERIORES, ]-------
      *--[ LIMITADO A 30% DO LIQUIDO DO MES                     ]-------
           PERFORM COBRAR-SALDONEG THRU COBRAR-SALDONEG-FIM.
           IF W-SNEGREC NOT = ZEROS
              MOVE "SALDONEG" TO W-MEM-PASSO
              MOVE "(-) SALDO DEVEDOR (ATE 30% LIQ)" TO W-MEM-DESCR
              MOVE W-SNEGANT  TO W-MEM-BASE
              MOVE 0,30       TO W-MEM-FATOR
              MOVE W-SNEGREC  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           IF W-NAOCOBR NOT = ZEROS
              MOVE "NAOCOBR"  TO W-MEM-PASSO
              MOVE "DESCONTOS NAO COBRADOS NO MES" TO W-MEM-DESCR
              MOVE W-NAOCOBR  TO W-MEM-VALOR
              PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
      *----[ FGTS: APRENDIZ 2% (LEI 8.036 ART.15), ESTAGIO ISENTO ]----
           IF FUNC-TPCONTRATO = "A"
              MULTIPLY W-BASEFGTS BY 0,02 GIVING FGTS
           ELSE
              IF FUNC-TPCONTRATO = "T"
                 MOVE ZEROS TO FGTS
              ELSE
                 MULTIPLY W-BASEFGTS BY 0,08 GIVING FGTS.
           MOVE "FGTS"     TO W-MEM-PASSO
           MOVE "BASE FGTS X ALIQUOTA (2%/8%)" TO W-MEM-DESCR
           MOVE W-BASEFGTS TO W-MEM-BASE
           MOVE 0,08       TO W-MEM-FATOR
           IF FUNC-TPCONTRATO = "A"
              MOVE 0,02 TO W-MEM-FATOR.
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO W-MEM-FATOR.
           COMPUTE W-MEM-EXATO = W-BASEFGTS * W-MEM-FATOR
           MOVE FGTS       TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
           MOVE "LIQUIDO"  TO W-MEM-PASSO
           MOVE "SALARIO LIQUIDO" TO W-MEM-DESCR
           MOVE SALLIQUIDO TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.

           ADD SALLIQUIDO TO TOTFOLHA.
           ADD FGTS TO TOTFGTS.

           IF W-SIMULFLAG NOT = "S"
              PERFORM GRAVAR-FOLHA THRU GRAVAR-FOLHA-FIM
              PERFORM GRAVAR-DETALHE THRU GRAVAR-DETALHE-FIM
              PERFORM GRAVAR-SALDONEG THRU GRAVAR-SALDONEG-FIM
              PERFORM GRAVAR-CKPT THRU GRAVAR-CKPT-FIM.

                ADD 1 TO CONLIN CONLIN1
                DISPLAY (20, 40) CONLIN1
                IF W-PARTE NOT = ZEROS
                   GO TO LER-FUNC.
                IF CONLIN < 34
                      GO TO LER-FUNC
                ELSE
                                 + ((AFAST-MESRET - 1) * 30)
                                 + W-DIA30 - 1.

      *--[ DOENCA/ACIDENTE: 15 PRIMEIROS DIAS POR CONTA DO EMPREGADOR ]
           IF AFAST-TIPO = "D" OR AFAST-TIPO = "A"
              COMPUTE W-SER-PAGO = W-SER-AINI + 14
              COMPUTE W-SER-AINI = W-SER-PAGO + 1
           END-IF.
           ELSE
              MOVE PENS-VALOR TO W-PENSVLR.
           ADD W-PENSVLR TO W-PENSDESC
           MOVE "PENSAO"   TO W-MEM-PASSO
           MOVE "PENSAO FIXA - BENEFICIARIO" TO W-MEM-DESCR
           IF PENS-TIPO = "P"
              MOVE "PENSAO % LIQ. - BENEFICIARIO" TO W-MEM-DESCR
              MOVE W-PENSBASE TO W-MEM-BASE
              MOVE PENS-PERC  TO W-MEM-FATOR
              COMPUTE W-MEM-EXATO = W-PENSBASE * PENS-PERC / 100.
           MOVE PENS-SEQ TO W-MEM-DESCR(30:1)
           MOVE W-PENSVLR  TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM
           PERFORM ACUM-BENEF THRU ACUM-BENEF-FIM
           GO TO CALC-PENSAO-RD.
       CALC-PENSAO-FIM.
              ADD W-INCVLR TO W-EVPROVIRRF.
           IF EVCAT-INCFGTS = "S"
              ADD W-INCVLR TO W-EVPROVFGTS.
           IF W-INCCOD = W-CODCOMIS
              ADD W-INCVLR TO W-EVCOMIS
              GO TO ACUM-INCID-FIM.
           IF EVCAT-INCDSR = "S"
              ADD W-INCVLR TO W-EVPROVDSR.
           GO TO ACUM-INCID-FIM.
       ACUM-INCID-TUDO.
           ADD W-INCVLR TO W-EVPROVINSS W-EVPROVIRRF
                           W-EVPROVFGTS.
           IF W-INCCOD = W-CODCOMIS
              ADD W-INCVLR TO W-EVCOMIS.
       ACUM-INCID-FIM.
           EXIT.

      *--[ DSR: FOLGAS DA ESCALA DA CHAPA + FERIADOS DO TBFERIAD ]-----
      *--[ REFLEXO = VARIAVEIS / DIAS UTEIS X DIAS DE DESCANSO     ]----
      *--[ FALTA INJUSTIFICADA DESCONTA O DIA E O DSR DA SEMANA    ]----
       CALC-DSR.
           MOVE ZEROS TO W-DSRREF W-DSRDESCT W-QTDDOM W-QTDFERI.
           MOVE ZEROS TO W-DSRCOMIS.

      *----[ DIAS DO MES, COM FEVEREIRO BISSEXTO ]----
           IF W-COMPET-MES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
                    MOVE 29 TO W-DIASMES2
                 END-IF.

      *----[ DIAS DE FOLGA/DSR NA ESCALA (PADRAO: DOMINGOS) ]----
           PERFORM CONTAR-FOLGAS THRU CONTAR-FOLGAS-FIM.

           PERFORM CONTAR-FERIADOS THRU CONTAR-FERIADOS-FIM.

                            + W-EVPROVDSR)
                            * W-DIASDSR / W-DIASUTEIS.

      *----[ REFLEXO DAS COMISSOES (EVENTO 250) EM RUBRICA PROPRIA ]----
           COMPUTE W-DSRCOMIS = W-EVCOMIS * W-DIASDSR / W-DIASUTEIS.

      *----[ DESCONTO DE FALTAS: O DIA + O DSR CORRESPONDENTE ]----
           IF W-QTDFALTAS = ZEROS
              GO TO CALC-DSR-FIM.
       CALC-DSR-FIM.
           EXIT.

      *----[ DIAS DE FOLGA DA CHAPA NO MES, PELA ESCALA (FPP124) ]------
       CONTAR-FOLGAS.
           MOVE 1 TO W-DIADSR.
       CONTAR-FOLGAS-DIA.
           IF W-DIADSR > W-DIASMES2
              GO TO CONTAR-FOLGAS-FIM.
           COMPUTE W-ESCP-DATA = (W-COMPET-N * 100) + W-DIADSR
           PERFORM CONSULTAR-ESCALA THRU CONSULTAR-ESCALA-FIM
           IF W-ESCP-FOLGA = "S"
              ADD 1 TO W-QTDDOM.
           ADD 1 TO W-DIADSR
           GO TO CONTAR-FOLGAS-DIA.
       CONTAR-FOLGAS-FIM.
           EXIT.

      *----[ HORAS PREVISTAS E FOLGA DA CHAPA NA DATA W-ESCP-DATA ]-----
       CONSULTAR-ESCALA.
           MOVE "C"   TO W-ESCP-OPCAO
           MOVE CHAPA TO W-ESCP-CHAPA
           CALL "FPP124" USING W-ESCP-PARM.
       CONSULTAR-ESCALA-FIM.
           EXIT.

      *----[ FERIADOS DO MES NO TBFERIAD (NACIONAL OU DA EMPRESA) ]-----
       CONTAR-FERIADOS.
           IF W-FERIADOK NOT = "S"
              GO TO CONTAR-FERIADOS-FIM.
           IF FRD-DATA > (W-COMPET-N * 100) + 31
              GO TO CONTAR-FERIADOS-FIM.
      *----[ FERIADO EM DIA DE FOLGA JA CONTA COMO DSR: NAO SOMA ]----
           IF FRD-EMPRESA = "00" OR FRD-EMPRESA = FUNC-EMPRESA
              PERFORM TESTAR-DOMFER THRU TESTAR-DOMFER-FIM
              IF W-DOMFER NOT = "S"
       CONTAR-FERIADOS-FIM.
           EXIT.

      *----[ O FERIADO FRD-DATA CAI EM FOLGA DA ESCALA DA CHAPA? ]-----
       TESTAR-DOMFER.
           MOVE "N" TO W-DOMFER
           MOVE FRD-DATA TO W-ESCP-DATA
           PERFORM CONSULTAR-ESCALA THRU CONSULTAR-ESCALA-FIM
           IF W-ESCP-FOLGA = "S"
              MOVE "S" TO W-DOMFER.
       TESTAR-DOMFER-FIM.
           EXIT.
       CALC-SIND-FIM.
           EXIT.

      *----[ AUXILIO-CRECHE: FILHO(A)/ENTEADO(A) ATE O MES ANTERIOR ]--
      *----[ AO QUE COMPLETA A IDADE LIMITE, RECIBO ATE O TETO C01  ]--
       CALC-CRECHE.
           MOVE ZEROS TO W-CRECHEVLR W-CRECHEREC W-QTDCRECHE
           IF W-CRECHEOK NOT = "S" OR W-DEPEOK NOT = "S"
              GO TO CALC-CRECHE-FIM.
           IF W-CRE-TETO = ZEROS
              GO TO CALC-CRECHE-FIM.
           MOVE CHAPA      TO CRE-CHAPA
           MOVE W-COMPET-N TO CRE-COMPET
           MOVE ZEROS      TO CRE-DEPSEQ
           START ARQCRECHE KEY IS NOT LESS CRE-KEY
               INVALID KEY GO TO CALC-CRECHE-FIM.
       CALC-CRECHE-RD.
           READ ARQCRECHE NEXT
           IF ST-ERRO NOT = "00"
              GO TO CALC-CRECHE-FIM.
           IF CRE-CHAPA NOT = CHAPA OR CRE-COMPET NOT = W-COMPET-N
              GO TO CALC-CRECHE-FIM.
           MOVE CRE-DEPSEQ TO DEPEN-SEQ
           MOVE CHAPA      TO DEPEN-CHAPA
           READ ARQDEPE
           IF ST-ERRO NOT = "00" OR DEPEN-STATUS(1:1) = "X"
              GO TO CALC-CRECHE-RD.
           IF TPGRAU NOT = 2 AND TPGRAU NOT = 3
              GO TO CALC-CRECHE-RD.
           COMPUTE W-MESLIMCRE = ((DEPEN-ANO + W-CRE-IDADE) * 12)
                               + DEPEN-MES
           COMPUTE W-MESCOMPSF = (W-COMPET-ANO * 12) + W-COMPET-MES
           IF W-MESCOMPSF NOT < W-MESLIMCRE
              GO TO CALC-CRECHE-RD.
           ADD 1 TO W-QTDCRECHE
           ADD CRE-VALOR TO W-CRECHEREC
           IF CRE-VALOR > W-CRE-TETO
              ADD W-CRE-TETO TO W-CRECHEVLR
           ELSE
              ADD CRE-VALOR TO W-CRECHEVLR.
           GO TO CALC-CRECHE-RD.
       CALC-CRECHE-FIM.
           EXIT.

      *----[ SEGURO DE VIDA: PREMIO = CAPITAL X TAXA POR MIL,    ]----
      *----[ DESCONTA O PERCENTUAL A CARGO DO FUNCIONARIO       ]----
       CALC-SEGVIDA.
           MOVE ZEROS TO W-SEGVDESC W-SEGVCAP W-SEGVPREM
           IF W-SEGVOK NOT = "S"
              GO TO CALC-SEGVIDA-FIM.
           MOVE CHAPA TO SEGV-CHAPA
           READ ARQSEGVIDA
           IF ST-ERRO NOT = "00" OR SEGV-STATUS NOT = "A"
              GO TO CALC-SEGVIDA-FIM.
           COMPUTE W-SEGVINI = SEGV-ANOINI * 100 + SEGV-MESINI
           IF W-SEGVINI > W-COMPET-N
              GO TO CALC-SEGVIDA-FIM.
           IF SEGV-TPCAP = "F"
              MOVE SEGV-CAPFIXO TO W-SEGVCAP
           ELSE
              IF TPSALARIO = "H"
                 COMPUTE W-SEGVCAP = W-SALBASE * 220 * SEGV-MULTSAL
              ELSE
                 IF TPSALARIO = "D"
                    COMPUTE W-SEGVCAP = W-SALBASE * 30 * SEGV-MULTSAL
                 ELSE
                    COMPUTE W-SEGVCAP = W-SALBASE * SEGV-MULTSAL.
           COMPUTE W-SEGVPREM ROUNDED = W-SEGVCAP * SEGV-TAXA / 1000
           COMPUTE W-SEGVDESC ROUNDED =
                   W-SEGVPREM * SEGV-PERCFUNC / 100.
       CALC-SEGVIDA-FIM.
           EXIT.

      *--[ PGBL: PERCENTUAL DA ADESAO (OU PADRAO DO PLANO) SOBRE O ]----
      *--[ BRUTO DO MES; A DEDUCAO NO IR EXIGE CONTRIBUICAO AO INSS]----
       CALC-PREV.
           MOVE ZEROS TO W-PREVBASE W-PREVPERC W-PREVFUNC W-PREVEMP
           MOVE ZEROS TO W-PREVDED W-PREVLIM W-PREVPEMP
           IF W-PREVOK NOT = "S"
              GO TO CALC-PREV-FIM.
           MOVE CHAPA TO PRE-CHAPA
           READ ARQPREV
           IF ST-ERRO NOT = "00" OR PRE-STATUS NOT = "A"
              GO TO CALC-PREV-FIM.
           COMPUTE W-PREVREF = PRE-ANOINI * 100 + PRE-MESINI
           IF W-PREVREF > W-COMPET-N
              GO TO CALC-PREV-FIM.
           MOVE PRE-PLANO TO PRV-COD
           READ TBPREV
           IF ST-ERRO NOT = "00"
              GO TO CALC-PREV-FIM.
           MOVE PRE-PERCFUNC TO W-PREVPERC
           IF W-PREVPERC = ZEROS
              MOVE PRV-PERCFUNC TO W-PREVPERC.
           MOVE PRV-PERCEMP TO W-PREVPEMP
           MOVE SALBRUTO TO W-PREVBASE
           COMPUTE W-PREVFUNC ROUNDED = W-PREVBASE * W-PREVPERC / 100
           COMPUTE W-PREVEMP ROUNDED = W-PREVBASE * W-PREVPEMP / 100
           IF INSS = ZEROS AND FUNC-TPCONTRATO = "T"
              GO TO CALC-PREV-FIM.
           COMPUTE W-PREVLIM ROUNDED =
                   (SALBRUTO - W-EVPROV + W-EVPROVIRRF) * 0,12
           IF W-PREVFUNC > W-PREVLIM
              MOVE W-PREVLIM TO W-PREVDED
           ELSE
              MOVE W-PREVFUNC TO W-PREVDED.
       CALC-PREV-FIM.
           EXIT.

       COBRAR-SALDONEG.
           MOVE ZEROS TO W-SNEGANT W-SNEGREC
           IF W-SNEGOK NOT = "S"
           MOVE W-SALFAMVLR     TO FOLHA-SALFAM
           MOVE W-EVPROV        TO FOLHA-EVPROV
           MOVE W-EVDESC        TO FOLHA-EVDESC
           COMPUTE FOLHA-DSRREF = W-DSRREF + W-DSRCOMIS
           MOVE W-DSRDESCT      TO FOLHA-DSRDESC
           MOVE W-ADTEMPOVLR    TO FOLHA-ADTEMPO
           MOVE W-SINDDESC      TO FOLHA-SIND
       GRAVAR-FOLHA-FIM.
           EXIT.

      *----[ GUARDA O EVENTO DO MES (AVULSO OU RECORRENTE) P/ O ]----
      *----[ DETALHE; MESMO CODIGO E TIPO SAO SOMADOS NUMA LINHA ]----
       GUARDAR-EVT.
           MOVE 1 TO W-DETIX.
       GUARDAR-EVT-BUSCA.
           IF W-DETIX > W-QTDEVT
              GO TO GUARDAR-EVT-NOVO.
           IF TE-COD(W-DETIX) = W-INCCOD
                 AND TE-TIPO(W-DETIX) = W-INCTIPO
              ADD W-INCVLR TO TE-VALOR(W-DETIX)
              GO TO GUARDAR-EVT-FIM.
           ADD 1 TO W-DETIX
           GO TO GUARDAR-EVT-BUSCA.
       GUARDAR-EVT-NOVO.
           IF W-QTDEVT = 99
              ADD W-INCVLR TO TE-VALOR(99)
              GO TO GUARDAR-EVT-FIM.
           ADD 1 TO W-QTDEVT
           MOVE W-INCCOD   TO TE-COD(W-QTDEVT)
           MOVE W-INCTIPO  TO TE-TIPO(W-QTDEVT)
           MOVE W-EVTDESCR TO TE-DESCR(W-QTDEVT)
           MOVE W-INCVLR   TO TE-VALOR(W-QTDEVT)
           MOVE "S" TO TE-INCINSS(W-QTDEVT) TE-INCIRRF(W-QTDEVT)
                       TE-INCFGTS(W-QTDEVT)
           IF W-INCTIPO = "D"
              MOVE "N" TO TE-INCINSS(W-QTDEVT) TE-INCIRRF(W-QTDEVT)
                          TE-INCFGTS(W-QTDEVT).
           IF W-CATOK NOT = "S"
              GO TO GUARDAR-EVT-FIM.
           MOVE W-INCCOD TO EVCAT-COD
           READ TBEVENT
           IF ST-ERRO NOT = "00"
              GO TO GUARDAR-EVT-FIM.
           MOVE EVCAT-DESCR   TO TE-DESCR(W-QTDEVT)
           MOVE EVCAT-INCINSS TO TE-INCINSS(W-QTDEVT)
           MOVE EVCAT-INCIRRF TO TE-INCIRRF(W-QTDEVT)
           MOVE EVCAT-INCFGTS TO TE-INCFGTS(W-QTDEVT).
       GUARDAR-EVT-FIM.
           EXIT.

      *----[ DETALHE POR RUBRICA DA CHAPA (ARQFOLDET): APAGA O    ]----
      *----[ DETALHE ANTERIOR DA COMPETENCIA E GRAVA UMA LINHA    ]----
      *----[ POR RUBRICA - PROVENTOS - DESCONTOS = LIQUIDO        ]----
       GRAVAR-DETALHE.
           PERFORM LIMPAR-DET THRU LIMPAR-DET-FIM.
           MOVE "F" TO W-DET-ORIGEM
           MOVE "P" TO W-DET-NATUREZA
           MOVE 001 TO W-DET-RUBRICA
           MOVE "SALARIO" TO W-DET-DESCR
           MOVE W-SALBASE TO W-DET-BASE
           COMPUTE W-DET-REFER = 30 - W-DIASDESC
           IF TPSALARIO = "H" OR TPSALARIO = "D"
              MOVE W-QTDTRAB TO W-DET-REFER.
           MOVE W-SALMES TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 002 TO W-DET-RUBRICA
           MOVE "HORAS EXTRAS 50%" TO W-DET-DESCR
           MOVE W-VALORHORA TO W-DET-BASE
           MOVE W-QTDHE50 TO W-DET-REFER
           MOVE W-HE50VLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 003 TO W-DET-RUBRICA
           MOVE "HORAS EXTRAS 100%" TO W-DET-DESCR
           MOVE W-VALORHORA TO W-DET-BASE
           MOVE W-QTDHE100 TO W-DET-REFER
           MOVE W-HE100VLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 004 TO W-DET-RUBRICA
           MOVE "ADICIONAL NOTURNO" TO W-DET-DESCR
           MOVE W-VALORHORA TO W-DET-BASE
           MOVE W-QTDHNOT TO W-DET-REFER
           MOVE W-ADNOTVLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 005 TO W-DET-RUBRICA
           MOVE "DSR S/ VARIAVEIS" TO W-DET-DESCR
           MOVE W-DIASDSR TO W-DET-REFER
           MOVE W-DSRREF TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 012 TO W-DET-RUBRICA
           MOVE "DSR S/ COMISSOES" TO W-DET-DESCR
           MOVE W-EVCOMIS TO W-DET-BASE
           MOVE W-DIASDSR TO W-DET-REFER
           MOVE W-DSRCOMIS TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 006 TO W-DET-RUBRICA
           MOVE "ADICIONAL TEMPO DE SERVICO" TO W-DET-DESCR
           MOVE W-SALBASE TO W-DET-BASE
           MOVE W-PERCTEMP TO W-DET-REFER
           MOVE W-ADTEMPOVLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 007 TO W-DET-RUBRICA
           MOVE "PERICULOSIDADE" TO W-DET-DESCR
           MOVE W-SALEQUIV TO W-DET-BASE
           MOVE 30 TO W-DET-REFER
           IF CARG-PERICUL NOT = "S" AND W-SALMIN NOT = ZEROS
              MOVE "INSALUBRIDADE" TO W-DET-DESCR
              MOVE W-SALMIN TO W-DET-BASE
              COMPUTE W-DET-REFER = W-PERIVLR * 100 / W-SALMIN.
           MOVE W-PERIVLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS W-DET-INCIRRF W-DET-INCFGTS
           MOVE 008 TO W-DET-RUBRICA
           MOVE "SALARIO-FAMILIA" TO W-DET-DESCR
           MOVE W-SALFAM-QUOTA TO W-DET-BASE
           MOVE W-QTDSALFAM TO W-DET-REFER
           MOVE W-SALFAMVLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 009 TO W-DET-RUBRICA
           MOVE "AUXILIO-CRECHE" TO W-DET-DESCR
           MOVE W-CRECHEREC TO W-DET-BASE
           MOVE W-QTDCRECHE TO W-DET-REFER
           MOVE W-CRECHEVLR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "D" TO W-DET-NATUREZA
           MOVE "S" TO W-DET-INCINSS W-DET-INCIRRF W-DET-INCFGTS
           MOVE 101 TO W-DET-RUBRICA
           MOVE "FALTAS E DSR" TO W-DET-DESCR
           MOVE W-VLRDIA TO W-DET-BASE
           COMPUTE W-DET-REFER = W-QTDFALTAS + W-FALTADSR
           MOVE W-DSRDESCT TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS W-DET-INCIRRF W-DET-INCFGTS
           MOVE 102 TO W-DET-RUBRICA
           MOVE "INSS" TO W-DET-DESCR
           MOVE W-BASEINSS TO W-DET-BASE
           MOVE INSS TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 103 TO W-DET-RUBRICA
           MOVE "IMPOSTO DE RENDA" TO W-DET-DESCR
           MOVE W-BASEIRRF TO W-DET-BASE
           MOVE W-QTDDEPIR TO W-DET-REFER
           MOVE IMP-RENDA TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 104 TO W-DET-RUBRICA
           MOVE "VALE-TRANSPORTE" TO W-DET-DESCR
           MOVE 6 TO W-DET-REFER
           MOVE W-VTDESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 105 TO W-DET-RUBRICA
           MOVE "PENSAO ALIMENTICIA" TO W-DET-DESCR
           MOVE W-PENSBASE TO W-DET-BASE
           MOVE W-PENSDESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 106 TO W-DET-RUBRICA
           MOVE "EMPRESTIMO CONSIGNADO" TO W-DET-DESCR
           MOVE W-EMPDESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 107 TO W-DET-RUBRICA
           MOVE "ADIANTAMENTO QUINZENAL" TO W-DET-DESCR
           MOVE W-ADIADESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 108 TO W-DET-RUBRICA
           MOVE "MENSALIDADE SINDICAL" TO W-DET-DESCR
           MOVE W-SINDDESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 114 TO W-DET-RUBRICA
           MOVE "SEGURO DE VIDA EM GRUPO" TO W-DET-DESCR
           MOVE W-SEGVPREM TO W-DET-BASE
           MOVE W-SEGVDESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 113 TO W-DET-RUBRICA
           MOVE "PREVIDENCIA PRIVADA (PGBL)" TO W-DET-DESCR
           MOVE W-PREVBASE TO W-DET-BASE
           MOVE W-PREVPERC TO W-DET-REFER
           MOVE W-PREVFUNC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 109 TO W-DET-RUBRICA
           MOVE "SALDO DEVEDOR ANTERIOR" TO W-DET-DESCR
           MOVE W-SNEGANT TO W-DET-BASE
           MOVE W-SNEGREC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "I" TO W-DET-NATUREZA
           MOVE 901 TO W-DET-RUBRICA
           MOVE "FGTS DO MES" TO W-DET-DESCR
           MOVE W-BASEFGTS TO W-DET-BASE
           MOVE 8 TO W-DET-REFER
           IF FUNC-TPCONTRATO = "A"
              MOVE 2 TO W-DET-REFER.
           MOVE FGTS TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 902 TO W-DET-RUBRICA
           MOVE "DESCONTOS NAO COBRADOS" TO W-DET-DESCR
           MOVE W-NAOCOBR TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 903 TO W-DET-RUBRICA
           MOVE "PGBL - PARTE DA EMPRESA" TO W-DET-DESCR
           MOVE W-PREVBASE TO W-DET-BASE
           MOVE W-PREVPEMP TO W-DET-REFER
           MOVE W-PREVEMP TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
      *----[ EVENTOS: DESCONTOS LIMITADOS AO QUE FOI COBRADO ]----
           MOVE W-EVDCOBR TO W-DETREST
           MOVE 1 TO W-DETIX.
       GRAVAR-DETALHE-EVT.
           IF W-DETIX > W-QTDEVT
              GO TO GRAVAR-DETALHE-FIM.
           MOVE "E"                   TO W-DET-ORIGEM
           MOVE TE-COD(W-DETIX)       TO W-DET-RUBRICA
           MOVE TE-TIPO(W-DETIX)      TO W-DET-NATUREZA
           MOVE TE-DESCR(W-DETIX)     TO W-DET-DESCR
           MOVE TE-VALOR(W-DETIX)     TO W-DET-VALOR
           MOVE TE-INCINSS(W-DETIX)   TO W-DET-INCINSS
           MOVE TE-INCIRRF(W-DETIX)   TO W-DET-INCIRRF
           MOVE TE-INCFGTS(W-DETIX)   TO W-DET-INCFGTS
           IF TE-TIPO(W-DETIX) = "D"
              IF W-DET-VALOR > W-DETREST
                 MOVE W-DETREST TO W-DET-VALOR
              END-IF
              SUBTRACT W-DET-VALOR FROM W-DETREST.
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           ADD 1 TO W-DETIX
           GO TO GRAVAR-DETALHE-EVT.
       GRAVAR-DETALHE-FIM.
           EXIT.

      *----[ GRAVA UMA LINHA DO DETALHE (SO VALOR DIFERENTE DE 0; ]----
      *----[ INSS 102 E IRRF 103 FICAM TAMBEM SO COM A BASE)      ]----
       GRAVAR-DET.
           IF W-DET-VALOR = ZEROS
              IF W-DET-BASE = ZEROS OR W-DET-ORIGEM NOT = "F"
                    OR (W-DET-RUBRICA NOT = 102 AND NOT = 103)
                 GO TO GRAVAR-DET-LIMPA.
           MOVE CHAPA          TO FDET-CHAPA
           MOVE W-COMPET-N     TO FDET-COMPET
           MOVE "M"            TO FDET-TIPO
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
           IF ST-ERRO = "22"
              REWRITE REGFOLDET.
           IF ST-ERRO NOT = "00" AND "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO ARQFOLDET" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
       GRAVAR-DET-LIMPA.
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR.
       GRAVAR-DET-FIM.
           EXIT.

      *----[ REPROCESSAMENTO: APAGA O DETALHE ANTERIOR DA CHAPA ]----
       LIMPAR-DET.
           MOVE "S" TO W-DET-INCINSS W-DET-INCIRRF W-DET-INCFGTS
           MOVE ZEROS TO W-DET-BASE W-DET-REFER W-DET-VALOR
           MOVE CHAPA      TO FDET-CHAPA
           MOVE W-COMPET-N TO FDET-COMPET
           MOVE "M"        TO FDET-TIPO
           MOVE LOW-VALUES TO FDET-ORIGEM
           MOVE ZEROS      TO FDET-RUBRICA
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO LIMPAR-DET-FIM.
       LIMPAR-DET-RD.
           READ ARQFOLDET NEXT
           IF ST-ERRO NOT = "00"
              GO TO LIMPAR-DET-FIM.
           IF FDET-CHAPA NOT = CHAPA OR FDET-COMPET NOT = W-COMPET-N
                 OR FDET-TIPO NOT = "M"
              GO TO LIMPAR-DET-FIM.
           DELETE ARQFOLDET RECORD
           GO TO LIMPAR-DET-RD.
       LIMPAR-DET-FIM.
           EXIT.

      *----------------[ GRAVACAO DO CHECKPOINT ]-------------------------
       GRAVAR-CKPT.
           OPEN OUTPUT ARQCKPT
           MOVE TOTVT      TO CKPT-TOTVT
           MOVE TOTVR      TO CKPT-TOTVR
           MOVE ZEROS      TO CKPT-CARGLIDOS
           PERFORM MONTAR-CKPT THRU MONTAR-CKPT-FIM
           MOVE "P"        TO CKPT-SITUACAO
           WRITE REGCKPT
           CLOSE ARQCKPT.
       GRAVAR-CKPT-FIM.
           EXIT.

      *----------------[ LIMPEZA DO CHECKPOINT AO FINAL ]-----------------
      *----[ NA PARTICAO FICAM OS TOTAIS FINAIS P/ A CONSOLIDACAO ]----
       LIMPAR-CKPT.
           OPEN OUTPUT ARQCKPT
           MOVE ZEROS TO REGCKPT
           IF W-PARTE NOT = ZEROS
              MOVE CONLIN1    TO CKPT-CONLIN1
              MOVE TOTFOLHA   TO CKPT-TOTFOLHA
              MOVE TOTFGTS    TO CKPT-TOTFGTS
              MOVE TOTVT      TO CKPT-TOTVT
              MOVE TOTVR      TO CKPT-TOTVR.
           PERFORM MONTAR-CKPT THRU MONTAR-CKPT-FIM
           MOVE "F" TO CKPT-SITUACAO
           WRITE REGCKPT
           CLOSE ARQCKPT.
       LIMPAR-CKPT-FIM.
           EXIT.

       MONTAR-CKPT.
           MOVE W-COMPET-N TO CKPT-COMPET
           MOVE W-PARTE    TO CKPT-PARTE
           MOVE W-EMPRESA  TO CKPT-EMPRESA
           MOVE W-CHINI    TO CKPT-CHINI
           MOVE W-CHFIM    TO CKPT-CHFIM.
       MONTAR-CKPT-FIM.
           EXIT.

      *----------------[ LISTA DE EXCECOES (NAO PROCESSADOS) ]-----------
       IMPRIMIR-EXCECOES.
           WRITE REGARQFUNCTX FROM CABBLANK
       IMPRIMIR-PENSAO-FIM.
           EXIT.

      *----[ MEMORIA DO INSS: UMA LINHA POR FAIXA E O TOTAL, COM A ]----
      *----[ PARCELA A DEDUZIR EQUIVALENTE E O VALOR SEM TRUNCAR  ]----
       MEMO-INSS.
           MOVE ZEROS TO W-MEMFAIXA
           MOVE W-BASECALC TO W-MEM-BASE
           IF W-MEM-BASE > W-INSS-LIM1
              MOVE W-INSS-LIM1 TO W-MEM-BASE.
           MOVE W-INSS-ALIQ1 TO W-MEMALIQ
           PERFORM MEMO-FAIXA THRU MEMO-FAIXA-FIM
           IF W-BASECALC > W-INSS-LIM1
              MOVE W-BASECALC TO W-MEM-BASE
              IF W-MEM-BASE > W-INSS-LIM2
                 MOVE W-INSS-LIM2 TO W-MEM-BASE
              END-IF
              SUBTRACT W-INSS-LIM1 FROM W-MEM-BASE
              MOVE W-INSS-ALIQ2 TO W-MEMALIQ
              PERFORM MEMO-FAIXA THRU MEMO-FAIXA-FIM.
           IF W-BASECALC > W-INSS-LIM2
              COMPUTE W-MEM-BASE = W-BASECALC - W-INSS-LIM2
              MOVE W-INSS-ALIQ3 TO W-MEMALIQ
              PERFORM MEMO-FAIXA THRU MEMO-FAIXA-FIM.
           MOVE "INSS"     TO W-MEM-PASSO
           MOVE "INSS (-) OUTROS VINC./ESTAGIO" TO W-MEM-DESCR
           MOVE W-BASECALC TO W-MEM-BASE
           MOVE W-MEMALIQ  TO W-MEM-FATOR
           COMPUTE W-MEM-DEDUZ = (W-BASECALC * W-MEMALIQ) - W-MEMFAIXA
           MOVE W-MEMFAIXA TO W-MEM-EXATO
           MOVE INSS       TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
       MEMO-INSS-FIM.
           EXIT.

      *----[ MEMORIA DO IRRF: FAIXAS TRIBUTADAS E O TOTAL ]----
       MEMO-IRRF.
           MOVE ZEROS TO W-MEMFAIXA W-MEMALIQ
           IF W-BASEIRRF > W-IRRF-LIM1
              MOVE W-BASEIRRF TO W-MEM-BASE
              IF W-MEM-BASE > W-IRRF-LIM2
                 MOVE W-IRRF-LIM2 TO W-MEM-BASE
              END-IF
              SUBTRACT W-IRRF-LIM1 FROM W-MEM-BASE
              MOVE W-IRRF-ALIQ2 TO W-MEMALIQ
              PERFORM MEMO-FAIXA THRU MEMO-FAIXA-FIM.
           IF W-BASEIRRF > W-IRRF-LIM2
              MOVE W-BASEIRRF TO W-MEM-BASE
              IF W-MEM-BASE > W-IRRF-LIM3
                 MOVE W-IRRF-LIM3 TO W-MEM-BASE
              END-IF
              SUBTRACT W-IRRF-LIM2 FROM W-MEM-BASE
              MOVE W-IRRF-ALIQ3 TO W-MEMALIQ
              PERFORM MEMO-FAIXA THRU MEMO-FAIXA-FIM.
           IF W-BASEIRRF > W-IRRF-LIM3
              COMPUTE W-MEM-BASE = W-BASEIRRF - W-IRRF-LIM3
              MOVE W-IRRF-ALIQ4 TO W-MEMALIQ
              PERFORM MEMO-FAIXA THRU MEMO-FAIXA-FIM.
           MOVE "IRRF"     TO W-MEM-PASSO
           MOVE "IRRF (ALIQ. MARGINAL/DEDUZIR)" TO W-MEM-DESCR
           MOVE W-BASEIRRF TO W-MEM-BASE
           MOVE W-MEMALIQ  TO W-MEM-FATOR
           COMPUTE W-MEM-DEDUZ = (W-BASEIRRF * W-MEMALIQ) - W-MEMFAIXA
           MOVE W-MEMFAIXA TO W-MEM-EXATO
           MOVE IMP-RENDA  TO W-MEM-VALOR
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
       MEMO-IRRF-FIM.
           EXIT.

      *----[ UMA FAIXA: W-MEM-BASE (FATIA) X W-MEMALIQ ]----
       MEMO-FAIXA.
           MOVE "FAIXA"    TO W-MEM-PASSO
           MOVE "FATIA DA FAIXA X ALIQUOTA" TO W-MEM-DESCR
           MOVE W-MEMALIQ  TO W-MEM-FATOR
           COMPUTE W-MEM-EXATO = W-MEM-BASE * W-MEMALIQ
           COMPUTE W-MEM-VALOR = W-MEM-BASE * W-MEMALIQ
           ADD W-MEM-EXATO TO W-MEMFAIXA
           PERFORM GRAVAR-MEMO THRU GRAVAR-MEMO-FIM.
       MEMO-FAIXA-FIM.
           EXIT.

      *----[ GRAVA UM PASSO DA MEMORIA E LIMPA A AREA W-MEMO ]----
       GRAVAR-MEMO.
           IF W-MEMOOK NOT = "S"
              GO TO GRAVAR-MEMO-LIMPA.
           ADD 1 TO W-MEMSEQ
           MOVE CHAPA        TO MEM-CHAPA
           MOVE W-COMPET-N   TO MEM-COMPET
           MOVE W-MEMTIPO    TO MEM-TIPO
           MOVE W-MEMSEQ     TO MEM-SEQ
           MOVE W-MEM-PASSO  TO MEM-PASSO
           MOVE W-MEM-DESCR  TO MEM-DESCR
           MOVE W-MEM-BASE   TO MEM-BASE
           MOVE W-MEM-FATOR  TO MEM-FATOR
           MOVE W-MEM-DEDUZ  TO MEM-DEDUZ
           MOVE W-MEM-EXATO  TO MEM-EXATO
           MOVE W-MEM-VALOR  TO MEM-VALOR
           MOVE W-MEMDATA    TO MEM-DTGER
           WRITE REGMEMO
           IF ST-ERRO2 = "22"
              REWRITE REGMEMO.
       GRAVAR-MEMO-LIMPA.
           MOVE SPACES TO W-MEM-PASSO W-MEM-DESCR
           MOVE ZEROS  TO W-MEM-BASE W-MEM-FATOR W-MEM-DEDUZ
                          W-MEM-EXATO W-MEM-VALOR.
       GRAVAR-MEMO-FIM.
           EXIT.

      *----[ REPROCESSAMENTO: APAGA A MEMORIA ANTERIOR DA CHAPA ]----
       LIMPAR-MEMO.
           MOVE ZEROS TO W-MEMSEQ
           PERFORM GRAVAR-MEMO-LIMPA THRU GRAVAR-MEMO-FIM
           IF W-MEMOOK NOT = "S"
              GO TO LIMPAR-MEMO-FIM.
           MOVE CHAPA      TO MEM-CHAPA
           MOVE W-COMPET-N TO MEM-COMPET
           MOVE W-MEMTIPO  TO MEM-TIPO
           MOVE ZEROS      TO MEM-SEQ
           START ARQMEMO KEY IS NOT LESS MEM-KEY
               INVALID KEY GO TO LIMPAR-MEMO-FIM.
       LIMPAR-MEMO-RD.
           READ ARQMEMO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO LIMPAR-MEMO-FIM.
           IF MEM-CHAPA NOT = CHAPA OR MEM-COMPET NOT = W-COMPET-N
                 OR MEM-TIPO NOT = W-MEMTIPO
              GO TO LIMPAR-MEMO-FIM.
           DELETE ARQMEMO RECORD
           GO TO LIMPAR-MEMO-RD.
       LIMPAR-MEMO-FIM.
           EXIT.

      *----[ SOMA BASE E INSS DOS OUTROS VINCULOS NA COMPETENCIA ]----
       SOMAR-MVINC.
           MOVE ZEROS TO W-MVIBASE W-MVIINSS
           IF W-MVIOK NOT = "S"
              GO TO SOMAR-MVINC-FIM.
           MOVE CHAPA      TO MVI-CHAPA
           MOVE W-COMPET-N TO MVI-COMPET
           MOVE ZEROS      TO MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO SOMAR-MVINC-FIM.
       SOMAR-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO NOT = "00"
              GO TO SOMAR-MVINC-FIM.
           IF MVI-CHAPA NOT = CHAPA OR MVI-COMPET NOT = W-COMPET-N
              GO TO SOMAR-MVINC-FIM.
           ADD MVI-BASE TO W-MVIBASE
           ADD MVI-INSS TO W-MVIINSS
           GO TO SOMAR-MVINC-RD.
       SOMAR-MVINC-FIM.
           EXIT.

      *----[ FIM DO ARQFUNC OU DA FAIXA DA PARTICAO: TOTAIS ]----
       FIM-FUNC.
           IF W-PARTE NOT = ZEROS
              GO TO FIM-FUNC-SECOES.
           WRITE REGARQFUNCTX FROM LINHABR
           MOVE CONLIN1 TO TOTFUNC
           WRITE REGARQFUNCTX FROM LINTOTAIS
           MOVE TOTFGTS TO TOTFGTS-ED
           WRITE REGARQFUNCTX FROM LINTOTFGTS
           MOVE TOTVT TO TOTVT-ED
           WRITE REGARQFUNCTX FROM LINTOTVT
           MOVE TOTVR TO TOTVR-ED
           WRITE REGARQFUNCTX FROM LINTOTVR
           WRITE REGARQFUNCTX FROM LINTOT.
       FIM-FUNC-SECOES.
           PERFORM IMPRIMIR-EXCECOES THRU IMPRIMIR-EXCECOES-FIM
           PERFORM IMPRIMIR-PENSAO THRU IMPRIMIR-PENSAO-FIM
           IF W-SIMULFLAG NOT = "S"
              PERFORM LIMPAR-CKPT THRU LIMPAR-CKPT-FIM.
           MOVE "*** FIM DO ARQFUNC ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE 0 TO RETURN-CODE
           GO TO ROT-FIM.

      *
      **********************
      * ROTINA DE FIM      *
       ROT-FIM.
                DISPLAY (01, 01) ERASE
                CLOSE ARQCARG ARQFUNC ARQFUNCTX TBTAX ARQBEN ARQFUNCCSV
                      ARQFOLHA ARQFOLDET.
                IF W-EVENTOK = "S"
                   CLOSE ARQEVENT.
                IF W-PONTOOK = "S"
                   CLOSE TBSIND.
                IF W-AUTOK = "S"
                   CLOSE ARQSINDAUT.
                IF W-SEGVOK = "S"
                   CLOSE ARQSEGVIDA.
                IF W-PREVOK = "S"
                   CLOSE ARQPREV TBPREV.
                IF W-CRECHEOK = "S"
                   CLOSE ARQCRECHE.
                IF W-DCFOK = "S"
                   CLOSE ARQDOCFUN.
                IF W-BHOK = "S"
                   CLOSE ARQBHCAD.
                IF W-MVIOK = "S"
                   CLOSE ARQMVINC.
                IF W-MEMOOK = "S"
                   CLOSE ARQMEMO.
                MOVE "F" TO W-ESCP-OPCAO
                CALL "FPP124" USING W-ESCP-PARM.
       ROT-FIMP.
                EXIT PROGRAM.

