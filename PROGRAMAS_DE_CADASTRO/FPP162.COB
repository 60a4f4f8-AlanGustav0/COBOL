       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP162.
      ********************************************************
      * LGPD - RELATORIO DE DADOS PESSOAIS DO TITULAR         *
      * A PARTIR DO CPF LOCALIZA AS CHAPAS DO TITULAR         *
      * (ARQFUNC, ARQFUNCHIS E ARQREADM) E LISTA TODOS OS     *
      * REGISTROS DOS CADASTROS E HISTORICOS VINCULADOS A     *
      * ELAS, ALEM DOS VINCULOS PELO CPF (DEPENDENTE DE       *
      * OUTRO TITULAR, AUTONOMO, SOCIO E DECLARACOES)         *
      * O PEDIDO FICA REGISTRADO NO ARQLGPD COM O PRAZO DE    *
      * RESPOSTA (15 DIAS) E NO ARQLOG                        *
      * GERA LGPD.DOC                                         *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CHAPA
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQREADM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RDM-CHAPANOVA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDEPE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPEN-KEY
                      ALTERNATE RECORD KEY IS DEPEN-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDEPEHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPH-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBANCO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BCO-CHAPA
                      ALTERNATE RECORD KEY IS BCO-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCONTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTR-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPCD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PCD-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQTRANSF ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS TRANSF-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFOLHA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FOLHA-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFER ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FER-KEY
                      ALTERNATE RECORD KEY IS FER-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFERHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FERH-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQAFAST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AFAST-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQASO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ASO-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQACID ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ACID-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BEN-CHAPA
                      ALTERNATE RECORD KEY IS BEN-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBENHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BENH-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPLANO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLA-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQSEGVIDA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SEGV-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPENS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PENS-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQEMPREST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EMP-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDISC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DSC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PROC-NUMERO
                      ALTERNATE RECORD KEY IS PROC-CHAPA
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDOCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DOCF-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCUSTOD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CUS-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBENS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BEM-COD
                      FILE STATUS IS ST-ERRO5.

           SELECT ARQUSERFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS UFN-OPERADOR
                      ALTERNATE RECORD KEY IS UFN-CHAPA
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPINFUNC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PIN-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQMARC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MARC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPONTO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PONTO-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBHCAD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHC-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQBHMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHM-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVT-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQEVREC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS REC-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCRECHE ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRE-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQREEMB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS REE-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQEPIEN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ENT-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQHOLENV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HENV-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MVI-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQFUNCCERT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FCT-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQESCFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EF-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPAGPEND ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PGP-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQSALDONEG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SNEG-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQCREDST ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CRST-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPROPOS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PRO-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQRATEIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RAT-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQMEMO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MEM-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQAUTON ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS AUT-COD
                      ALTERNATE RECORD KEY IS AUT-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQRPA ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RPA-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQSOCIO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS SOC-COD
                      ALTERNATE RECORD KEY IS SOC-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PLB-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQDECLAR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DCL-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQLGPD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS LGP-KEY
                      ALTERNATE RECORD KEY IS LGP-CPF
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO4.

           SELECT ARQLOG ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.

           SELECT ARQLGPDTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
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
           03 DTADM REDEFINES DTADMISSAO.
            05 DIAADM              PIC 9(02).
            05 MESADM              PIC 9(02).
            05 ANOADM              PIC 9(04).
           03 DTDESLIGAMENTO     PIC 9(08).
           03 DTDESLIG REDEFINES DTDESLIGAMENTO.
            05 DIADESL             PIC 9(02).
            05 MESDESL             PIC 9(02).
            05 ANODESL             PIC 9(04).
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
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-RESTO         PIC X(218).
           03 HIS-RESTOX REDEFINES HIS-RESTO.
            05 FILLER            PIC X(194).
            05 HIS-CPF           PIC 9(11).
            05 FILLER            PIC X(13).
      *-----------------------------------------------------------------
       FD ARQREADM
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREADM.DAT".
       01 REGREADM.
          03 RDM-CHAPANOVA             PIC 9(06).
          03 RDM-CHAPAANT              PIC 9(06).
          03 RDM-CPF                   PIC 9(11).
          03 RDM-DTDESLANT             PIC 9(08).
          03 RDM-DTREADM               PIC 9(08).
          03 RDM-OPERADOR              PIC X(08).
      *-----------------------------------------------------------------
       FD ARQDEPE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPE.DAT".
       01 REGDEPE.
           03 TPGRAU             PIC 9(01).
           03 DEPEN-KEY.
            05 DEPEN-SEQ          PIC 9(01).
            05 DEPEN-CHAPA        PIC 9(06).
           03 DEPEN-NOME         PIC X(30).
           03 DEPEN-DATANASC           PIC 9(08).
           03 DTNASCIMENTO REDEFINES DEPEN-DATANASC.
            05 DEPEN-DIA                 PIC 9(02).
            05 DEPEN-MES                 PIC 9(02).
            05 DEPEN-ANO                 PIC 9(04).
           03 DEPEN-SEXO        PIC X(01).
           03 DEPEN-INSS        PIC X(01).
           03 DEPEN-IMPRENDA    PIC X(01).
           03 DEPEN-STATUS      PIC X(20).
           03 DEPE-OPERADOR      PIC X(08).
           03 DEPE-DTULTALT      PIC 9(08).
           03 DEPE-HRULTALT      PIC 9(06).
           03 DEPEN-CPF          PIC 9(11).
      *-----------------------------------------------------------------
       FD ARQDEPEHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDEPEHIS.DAT".
       01 REGDEPEHIS.
           03 DEPH-TPGRAU        PIC 9(01).
           03 DEPH-KEY.
            05 DEPH-SEQ           PIC 9(01).
            05 DEPH-CHAPA         PIC 9(06).
           03 DEPH-NOME          PIC X(30).
           03 DEPH-RESTO         PIC X(64).
           03 DEPH-RESTOX REDEFINES DEPH-RESTO.
            05 FILLER             PIC X(53).
            05 DEPH-CPF           PIC 9(11).
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
       FD ARQCONTR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONTR.DAT".
       01 REGCONTR.
           03 CTR-CHAPA          PIC 9(06).
           03 CTR-TIPO           PIC X(01).
           03 CTR-DTINI          PIC 9(08).
           03 CTR-DTINIX REDEFINES CTR-DTINI.
            05 CTR-DIAINI          PIC 9(02).
            05 CTR-MESINI          PIC 9(02).
            05 CTR-ANOINI          PIC 9(04).
           03 CTR-DTFIM          PIC 9(08).
           03 CTR-DTFIMX REDEFINES CTR-DTFIM.
            05 CTR-DIAFIM          PIC 9(02).
            05 CTR-MESFIM          PIC 9(02).
            05 CTR-ANOFIM          PIC 9(04).
           03 CTR-INSTIT         PIC X(40).
           03 CTR-CNPJINST       PIC 9(14).
      *----[ ESTAGIO: O=OBRIGATORIO  N=NAO OBRIGATORIO ]----
           03 CTR-NATUREZA       PIC X(01).
      *----[ 1=FUNDAMENTAL 2=MEDIO 3=PROFISSIONAL 4=SUPERIOR ]----
           03 CTR-NIVEL          PIC 9(01).
           03 CTR-OPERADOR       PIC X(08).
           03 CTR-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQPCD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPCD.DAT".
       01 REGPCD.
           03 PCD-CHAPA          PIC 9(06).
      *----[ 1=FISICA 2=AUDITIVA 3=VISUAL 4=INTELECTUAL 5=MULTIPLA ]----
      *----[ 6=REABILITADO PELO INSS                               ]----
           03 PCD-TIPO           PIC 9(01).
           03 PCD-DTLAUDO        PIC 9(08).
           03 PCD-OPERADOR       PIC X(08).
           03 PCD-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQTRANSF
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQTRANSF.DAT".
       01 REGTRANSF.
           03 TRANSF-KEY.
            05 TRANSF-CHAPA       PIC 9(06).
            05 TRANSF-SEQ         PIC 9(03).
           03 TRANSF-DEPDE       PIC 9(03).
           03 TRANSF-DEPPARA     PIC 9(03).
           03 TRANSF-CARGDE      PIC 9(03).
           03 TRANSF-CARGPARA    PIC 9(03).
           03 TRANSF-DTEFET      PIC 9(08).
           03 TRANSF-DTEFETX REDEFINES TRANSF-DTEFET.
            05 TRANSF-DIAEF       PIC 9(02).
            05 TRANSF-MESEF       PIC 9(02).
            05 TRANSF-ANOEF       PIC 9(04).
           03 TRANSF-MOTIVO      PIC X(30).
           03 TRANSF-OPERADOR    PIC X(08).
           03 TRANSF-DTULTALT    PIC 9(08).
           03 TRANSF-HRULTALT    PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQFOLHA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFOLHA.DAT".
       01 REGFOLHA.
          03 FOLHA-KEY.
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
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
          03 FILLER                    PIC X(112).
      *-----------------------------------------------------------------
       FD ARQFER
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFER.DAT".
       01 REGFER.
           03 FER-KEY.
            05 FER-CHAPA          PIC 9(06).
            05 FER-INIPER         PIC 9(08).
           03 FER-NOME              PIC X(30).
           03 DTINICIOPER           PIC 9(08).
           03 DTFIMPER              PIC 9(08).
           03 DTLIMITEGOZO          PIC 9(08).
           03 DTGOZOINI             PIC 9(08).
           03 QTDDIASFERIAS         PIC 9(02).
           03 FERSTATUS             PIC X(01).
      *-----------------------------------------------------------------
       FD ARQFERHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFERHIS.DAT".
       01 REGFERHIS.
           03 FERH-KEY.
            05 FERH-CHAPA         PIC 9(06).
            05 FERH-INIPER        PIC 9(08).
           03 FERH-NOME             PIC X(30).
           03 FERH-RESTO            PIC X(35).
      *-----------------------------------------------------------------
       FD ARQAFAST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAFAST.DAT".
       01 REGAFAST.
           03 AFAST-KEY.
            05 AFAST-CHAPA        PIC 9(06).
            05 AFAST-INI          PIC 9(08).
           03 AFAST-NOME         PIC X(30).
           03 AFAST-TIPO         PIC X(01).
           03 AFAST-DTINI        PIC 9(08).
           03 AFAST-DTINIX REDEFINES AFAST-DTINI.
            05 AFAST-DIAINI       PIC 9(02).
            05 AFAST-MESINI       PIC 9(02).
            05 AFAST-ANOINI       PIC 9(04).
           03 AFAST-DTRET        PIC 9(08).
           03 AFAST-DTRETX REDEFINES AFAST-DTRET.
            05 AFAST-DIARET       PIC 9(02).
            05 AFAST-MESRET       PIC 9(02).
            05 AFAST-ANORET       PIC 9(04).
           03 AFAST-STATUS       PIC X(01).
      *-----------------------------------------------------------------
       FD ARQASO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
           03 ASO-KEY.
            05 ASO-CHAPA          PIC 9(06).
            05 ASO-DATA           PIC 9(08).
      *----[ A=ADMISSIONAL P=PERIODICO D=DEMISSIONAL ]----
           03 ASO-TIPO           PIC X(01).
           03 ASO-RESULT         PIC X(01).
           03 ASO-VALIDADE       PIC 9(08).
           03 ASO-OPERADOR       PIC X(08).
      *-----------------------------------------------------------------
       FD ARQACID
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQACID.DAT".
       01 REGACID.
           03 ACID-KEY.
            05 ACID-CHAPA         PIC 9(06).
            05 ACID-DATA          PIC 9(08).
            05 ACID-HORA          PIC 9(04).
            05 ACID-HORAX REDEFINES ACID-HORA.
             07 ACID-HH            PIC 9(02).
             07 ACID-MM            PIC 9(02).
           03 ACID-DTACID        PIC 9(08).
           03 ACID-DTACIDX REDEFINES ACID-DTACID.
            05 ACID-DIAACID       PIC 9(02).
            05 ACID-MESACID       PIC 9(02).
            05 ACID-ANOACID       PIC 9(04).
           03 ACID-TIPO          PIC X(01).
           03 ACID-TPLOCAL       PIC 9(01).
           03 ACID-LOCAL         PIC X(40).
           03 ACID-PARTE         PIC X(30).
           03 ACID-LATERAL       PIC X(01).
           03 ACID-AGENTE        PIC X(40).
           03 ACID-TESTEM1       PIC X(30).
           03 ACID-TESTEM2       PIC X(30).
           03 ACID-OBITO         PIC X(01).
           03 ACID-AFAST         PIC X(01).
           03 ACID-DTAFAST       PIC 9(08).
           03 ACID-DTAFASTX REDEFINES ACID-DTAFAST.
            05 ACID-DIAAFA        PIC 9(02).
            05 ACID-MESAFA        PIC 9(02).
            05 ACID-ANOAFA        PIC 9(04).
           03 ACID-DTRET         PIC 9(08).
           03 ACID-DTRETX REDEFINES ACID-DTRET.
            05 ACID-DIARET        PIC 9(02).
            05 ACID-MESRET        PIC 9(02).
            05 ACID-ANORET        PIC 9(04).
           03 ACID-DTESOC        PIC 9(08).
           03 ACID-DTESOCX REDEFINES ACID-DTESOC.
            05 ACID-ANOESOC       PIC 9(04).
            05 ACID-MESESOC       PIC 9(02).
            05 ACID-DIAESOC       PIC 9(02).
           03 ACID-RETIF         PIC X(01).
           03 ACID-OPERADOR      PIC X(08).
           03 ACID-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQBEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBEN.DAT".
       01 REGBEN.
           03 BEN-CHAPA             PIC 9(06).
           03 BEN-NOME              PIC X(30).
           03 VALETRANSP            PIC 9(06)V99.
           03 VALEREFEICAO          PIC 9(06)V99.
           03 BENSTATUS             PIC X(01).
      *-----------------------------------------------------------------
       FD ARQBENHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBENHIS.DAT".
       01 REGBENHIS.
           03 BENH-CHAPA            PIC 9(06).
           03 BENH-NOME             PIC X(30).
           03 BENH-RESTO            PIC X(17).
      *-----------------------------------------------------------------
       FD ARQPLANO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPLANO.DAT".
       01 REGADESAO.
           03 PLA-KEY.
            05 PLA-CHAPA          PIC 9(06).
            05 PLA-SEQ            PIC 9(01).
           03 PLA-PLANO          PIC 9(03).
           03 PLA-STATUS         PIC X(01).
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
       FD ARQPENS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPENS.DAT".
       01 REGPENS.
           03 PENS-KEY.
            05 PENS-CHAPA         PIC 9(06).
            05 PENS-SEQ           PIC 9(01).
           03 PENS-BENEF         PIC X(30).
           03 PENS-TIPO          PIC X(01).
           03 PENS-PERC          PIC 9(02)V99.
           03 PENS-VALOR         PIC 9(06)V99.
           03 PENS-DTINI         PIC 9(08).
           03 PENS-DTINIX REDEFINES PENS-DTINI.
            05 PENS-DIAINI        PIC 9(02).
            05 PENS-MESINI        PIC 9(02).
            05 PENS-ANOINI        PIC 9(04).
           03 PENS-DTFIM         PIC 9(08).
           03 PENS-DTFIMX REDEFINES PENS-DTFIM.
            05 PENS-DIAFIM        PIC 9(02).
            05 PENS-MESFIM        PIC 9(02).
            05 PENS-ANOFIM        PIC 9(04).
           03 PENS-STATUS        PIC X(01).
           03 PENS-BANCO         PIC 9(03).
           03 PENS-AGENCIA       PIC 9(05).
           03 PENS-CONTA         PIC X(12).
      *-----------------------------------------------------------------
       FD ARQEMPREST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEMPREST.DAT".
       01 REGEMPREST.
           03 EMP-KEY.
            05 EMP-CHAPA          PIC 9(06).
            05 EMP-SEQ            PIC 9(02).
           03 EMP-NOME           PIC X(30).
           03 EMP-PRINCIPAL      PIC 9(06)V99.
           03 EMP-QTDPARC        PIC 9(03).
           03 EMP-VLRPARC        PIC 9(06)V99.
           03 EMP-SALDO          PIC 9(07)V99.
           03 EMP-STATUS         PIC X(01).
           03 EMP-ULTCOMP        PIC 9(06).
           03 EMP-ULTPARC        PIC 9(06)V99.
      *-----------------------------------------------------------------
       FD ARQDISC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQDISC.DAT".
       01 REGDISC.
           03 DSC-KEY.
            05 DSC-CHAPA          PIC 9(06).
            05 DSC-DATA           PIC 9(08).
            05 DSC-DATAX REDEFINES DSC-DATA.
             07 DSC-ANO            PIC 9(04).
             07 DSC-MES            PIC 9(02).
             07 DSC-DIA            PIC 9(02).
           03 DSC-TIPO           PIC X(01).
           03 DSC-DIAS           PIC 9(02).
           03 DSC-MOTIVO         PIC X(30).
           03 DSC-GESTOR         PIC X(30).
           03 DSC-OPERADOR       PIC X(08).
      *-----------------------------------------------------------------
       FD ARQPROC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROC.DAT".
       01 REGPROC.
           03 PROC-NUMERO        PIC X(20).
           03 PROC-CHAPA         PIC 9(06).
           03 PROC-VARA          PIC X(30).
           03 PROC-TRT           PIC 9(02).
           03 PROC-DTAJUIZ       PIC 9(08).
           03 PROC-DTAJUIZX REDEFINES PROC-DTAJUIZ.
            05 PROC-DIAAJZ        PIC 9(02).
            05 PROC-MESAJZ        PIC 9(02).
            05 PROC-ANOAJZ        PIC 9(04).
           03 PROC-VLRPEDIDO     PIC 9(09)V99.
           03 PROC-VLRESTIM      PIC 9(09)V99.
           03 PROC-RISCO         PIC X(01).
           03 PROC-STATUS        PIC X(01).
           03 PROC-ORIGEM        PIC X(01).
           03 PROC-DTDECISAO     PIC 9(08).
           03 PROC-DTDECISAOX REDEFINES PROC-DTDECISAO.
            05 PROC-DIADEC        PIC 9(02).
            05 PROC-MESDEC        PIC 9(02).
            05 PROC-ANODEC        PIC 9(04).
           03 PROC-DTPAGTO       PIC 9(08).
           03 PROC-DTPAGTOX REDEFINES PROC-DTPAGTO.
            05 PROC-DIAPAG        PIC 9(02).
            05 PROC-MESPAG        PIC 9(02).
            05 PROC-ANOPAG        PIC 9(04).
           03 PROC-VLRPAGO       PIC 9(09)V99.
           03 PROC-COMPINI       PIC 9(06).
           03 PROC-COMPFIM       PIC 9(06).
           03 PROC-BASEINSS      PIC 9(09)V99.
           03 PROC-BASEFGTS      PIC 9(09)V99.
           03 PROC-VLRINSS       PIC 9(09)V99.
           03 PROC-VLRIRRF       PIC 9(09)V99.
           03 PROC-DTESOC        PIC 9(08).
           03 PROC-RETIF         PIC X(01).
           03 PROC-OPERADOR      PIC X(08).
           03 PROC-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
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
      *-----------------------------------------------------------------
       FD ARQCUSTOD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCUSTOD.DAT".
       01 REGCUSTOD.
           03 CUS-KEY.
            05 CUS-CHAPA          PIC 9(06).
            05 CUS-BEM            PIC 9(06).
            05 CUS-DTENTR         PIC 9(08).
           03 CUS-DTDEVOL        PIC 9(08).
           03 CUS-SITUACAO       PIC X(01).
           03 CUS-VALOR          PIC 9(06)V99.
           03 CUS-AUTDESC        PIC X(01).
           03 CUS-OBS            PIC X(30).
           03 CUS-OPERADOR       PIC X(08).
           03 CUS-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQBENS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBENS.DAT".
       01 REGBENS.
           03 BEM-COD            PIC 9(06).
           03 BEM-TIPO           PIC X(01).
           03 BEM-DESCR          PIC X(30).
           03 BEM-PATRIM         PIC X(15).
           03 BEM-VALOR          PIC 9(06)V99.
           03 BEM-STATUS         PIC X(01).
           03 BEM-CHAPA          PIC 9(06).
           03 BEM-OPERADOR       PIC X(08).
           03 BEM-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQUSERFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQUSERFUN.DAT".
       01 REGUSERFUN.
          03 UFN-OPERADOR              PIC X(08).
          03 UFN-CHAPA                 PIC 9(06).
          03 UFN-DESATIVAR             PIC X(01).
          03 UFN-DTMARCA               PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQPINFUNC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPINFUNC.DAT".
       01 REGPINFUNC.
          03 PIN-CHAPA                 PIC 9(06).
          03 PIN-SENHA                 PIC X(06).
          03 PIN-STATUS                PIC X(01).
          03 PIN-TENTATIVAS            PIC 9(01).
          03 PIN-DTULTACES             PIC 9(08).
          03 PIN-HRULTACES             PIC 9(06).
          03 PIN-OPERADOR              PIC X(08).
          03 PIN-DTULTALT              PIC 9(08).
          03 PIN-HRULTALT              PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQMARC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMARC.DAT".
       01 REGMARC.
           03 MARC-KEY.
            05 MARC-CHAPA        PIC 9(06).
            05 MARC-DATA         PIC 9(08).
           03 FILLER             PIC X(59).
      *-----------------------------------------------------------------
       FD ARQPONTO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPONTO.DAT".
       01 REGPONTO.
           03 PONTO-KEY.
            05 PONTO-CHAPA       PIC 9(06).
            05 PONTO-COMPET      PIC 9(06).
           03 FILLER             PIC X(37).
      *-----------------------------------------------------------------
       FD ARQBHCAD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHCAD.DAT".
       01 REGBHCAD.
           03 BHC-CHAPA          PIC 9(06).
           03 FILLER             PIC X(47).
      *-----------------------------------------------------------------
       FD ARQBHMOV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHMOV.DAT".
       01 REGBHMOV.
           03 BHM-KEY.
            05 BHM-CHAPA         PIC 9(06).
            05 BHM-DATA          PIC 9(08).
            05 BHM-SEQ           PIC 9(02).
           03 FILLER             PIC X(51).
      *-----------------------------------------------------------------
       FD ARQFOLDET
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFOLDET.DAT".
       01 REGFOLDET.
           03 FDET-KEY.
            05 FDET-CHAPA        PIC 9(06).
            05 FDET-COMPET       PIC 9(06).
            05 FDET-TIPO         PIC X(01).
            05 FDET-ORIGEM       PIC X(01).
            05 FDET-RUBRICA      PIC 9(03).
           03 FILLER             PIC X(59).
      *-----------------------------------------------------------------
       FD ARQEVENT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVENT.DAT".
       01 REGEVENT.
           03 EVT-KEY.
            05 EVT-CHAPA         PIC 9(06).
            05 EVT-COMPET        PIC 9(06).
            05 EVT-CODIGO        PIC 9(03).
           03 FILLER             PIC X(39).
      *-----------------------------------------------------------------
       FD ARQEVREC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEVREC.DAT".
       01 REGEVREC.
           03 REC-KEY.
            05 REC-CHAPA         PIC 9(06).
            05 REC-CODIGO        PIC 9(03).
           03 FILLER             PIC X(21).
      *-----------------------------------------------------------------
       FD ARQCRECHE
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCRECHE.DAT".
       01 REGCRECHE.
           03 CRE-KEY.
            05 CRE-CHAPA         PIC 9(06).
            05 CRE-COMPET        PIC 9(06).
            05 CRE-DEPSEQ        PIC 9(01).
           03 FILLER             PIC X(80).
      *-----------------------------------------------------------------
       FD ARQREEMB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQREEMB.DAT".
       01 REGREEMB.
           03 REE-KEY.
            05 REE-CHAPA         PIC 9(06).
            05 REE-SEQ           PIC 9(03).
           03 FILLER             PIC X(170).
      *-----------------------------------------------------------------
       FD ARQEPIEN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQEPIEN.DAT".
       01 REGEPIEN.
           03 ENT-KEY.
            05 ENT-CHAPA         PIC 9(06).
            05 ENT-EPI           PIC 9(04).
            05 ENT-DATA          PIC 9(08).
           03 FILLER             PIC X(43).
      *-----------------------------------------------------------------
       FD ARQHOLENV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQHOLENV.DAT".
       01 REGHOLENV.
           03 HENV-KEY.
            05 HENV-CHAPA        PIC 9(06).
            05 HENV-COMPET       PIC 9(06).
           03 FILLER             PIC X(145).
      *-----------------------------------------------------------------
       FD ARQMVINC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMVINC.DAT".
       01 REGMVINC.
           03 MVI-KEY.
            05 MVI-CHAPA         PIC 9(06).
            05 MVI-COMPET        PIC 9(06).
            05 MVI-CNPJ          PIC 9(14).
           03 FILLER             PIC X(36).
      *-----------------------------------------------------------------
       FD ARQFUNCCERT
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCCERT.DAT".
       01 REGFUNCCERT.
           03 FCT-KEY.
            05 FCT-CHAPA         PIC 9(06).
            05 FCT-CERT          PIC 9(03).
           03 FILLER             PIC X(09).
      *-----------------------------------------------------------------
       FD ARQESCFUN
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQESCFUN.DAT".
       01 REGESCFUN.
           03 EF-KEY.
            05 EF-CHAPA          PIC 9(06).
            05 EF-DTVIG          PIC 9(08).
           03 FILLER             PIC X(27).
      *-----------------------------------------------------------------
       FD ARQPAGPEND
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPAGPEND.DAT".
       01 REGPAGPEND.
           03 PGP-KEY.
            05 PGP-CHAPA         PIC 9(06).
            05 PGP-TIPO          PIC X(01).
            05 PGP-DTREF         PIC 9(08).
           03 FILLER             PIC X(65).
      *-----------------------------------------------------------------
       FD ARQSALDONEG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSALDONEG.DAT".
       01 REGSALDONEG.
           03 SNEG-CHAPA         PIC 9(06).
           03 FILLER             PIC X(64).
      *-----------------------------------------------------------------
       FD ARQCREDST
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCREDST.DAT".
       01 REGCREDST.
           03 CRST-KEY.
            05 CRST-CHAPA        PIC 9(06).
            05 CRST-COMPET       PIC 9(06).
           03 FILLER             PIC X(22).
      *-----------------------------------------------------------------
       FD ARQPROPOS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROPOS.DAT".
       01 REGPROPOS.
           03 PRO-KEY.
            05 PRO-CHAPA         PIC 9(06).
            05 PRO-COMPET        PIC 9(06).
           03 FILLER             PIC X(47).
      *-----------------------------------------------------------------
       FD ARQRATEIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRATEIO.DAT".
       01 REGRATEIO.
           03 RAT-KEY.
            05 RAT-CHAPA         PIC 9(06).
            05 RAT-CODDEP        PIC 9(03).
           03 FILLER             PIC X(18).
      *-----------------------------------------------------------------
       FD ARQMEMO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQMEMO.DAT".
       01 REGMEMO.
           03 MEM-KEY.
            05 MEM-CHAPA         PIC 9(06).
            05 MEM-COMPET        PIC 9(06).
            05 MEM-TIPO          PIC X(01).
            05 MEM-SEQ           PIC 9(04).
           03 FILLER             PIC X(100).
      *-----------------------------------------------------------------
       FD ARQAUTON
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQAUTON.DAT".
       01 REGAUTON.
           03 AUT-COD            PIC 9(04).
           03 AUT-NOME           PIC X(30).
           03 AUT-CPF            PIC 9(11).
           03 AUT-PIS            PIC 9(11).
           03 AUT-SERVICO        PIC X(40).
           03 AUT-VALOR          PIC 9(06)V99.
           03 AUT-BANCO          PIC 9(03).
           03 AUT-AGENCIA        PIC 9(05).
           03 AUT-CONTA          PIC X(12).
           03 AUT-EMPRESA        PIC X(02).
           03 AUT-STATUS         PIC X(01).
      *-----------------------------------------------------------------
       FD ARQRPA
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQRPA.DAT".
       01 REGRPA.
           03 RPA-KEY.
            05 RPA-COD           PIC 9(04).
            05 RPA-COMPET        PIC 9(06).
           03 FILLER             PIC X(64).
      *-----------------------------------------------------------------
       FD ARQSOCIO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQSOCIO.DAT".
       01 REGSOCIO.
           03 SOC-COD            PIC 9(04).
           03 SOC-NOME           PIC X(30).
           03 SOC-CPF            PIC 9(11).
           03 SOC-NIT            PIC 9(11).
           03 SOC-TIPO           PIC X(01).
           03 SOC-EMPRESA        PIC X(02).
           03 SOC-VALOR          PIC 9(06)V99.
           03 SOC-VIGVALOR       PIC 9(06).
           03 SOC-VALORANT       PIC 9(06)V99.
           03 SOC-DTINI          PIC 9(08).
           03 SOC-DTINIX REDEFINES SOC-DTINI.
            05 SOC-DIAINI         PIC 9(02).
            05 SOC-MESINI         PIC 9(02).
            05 SOC-ANOINI         PIC 9(04).
           03 SOC-DTFIM          PIC 9(08).
           03 SOC-DTFIMX REDEFINES SOC-DTFIM.
            05 SOC-DIAFIM         PIC 9(02).
            05 SOC-MESFIM         PIC 9(02).
            05 SOC-ANOFIM         PIC 9(04).
           03 SOC-QTDDEP         PIC 9(02).
           03 SOC-BANCO          PIC 9(03).
           03 SOC-AGENCIA        PIC 9(05).
           03 SOC-CONTA          PIC X(12).
           03 SOC-STATUS         PIC X(01).
           03 SOC-OPERADOR       PIC X(08).
           03 SOC-DTULTALT       PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQPROLAB
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPROLAB.DAT".
       01 REGPROLAB.
           03 PLB-KEY.
            05 PLB-COD           PIC 9(04).
            05 PLB-COMPET        PIC 9(06).
           03 FILLER             PIC X(115).
      *-----------------------------------------------------------------
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
       FD ARQLGPD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQLGPD.DAT".
      *----[ PEDIDOS DO TITULAR (LGPD)  TIPO: R=RELATORIO DE DADOS ]----
      *----[ A=ANONIMIZACAO POR RETENCAO VENCIDA (FPP164)          ]----
       01 REGLGPD.
           03 LGP-KEY.
            05 LGP-DATA           PIC 9(08).
            05 LGP-HORA           PIC 9(06).
           03 LGP-TIPO           PIC X(01).
           03 LGP-CPF            PIC 9(11).
           03 LGP-SOLIC          PIC X(30).
           03 LGP-DTSOLIC        PIC 9(08).
           03 LGP-PRAZO          PIC 9(08).
           03 LGP-QTDCHAPA       PIC 9(02).
           03 LGP-QTDREG         PIC 9(06).
           03 LGP-OPERADOR       PIC X(08).
      *-----------------------------------------------------------------
       FD ARQLOG
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQLOG.LOG".
       01 REGLOG.
          03 LOG-DATA                  PIC 9(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-HORA                  PIC 9(06).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-OPERADOR              PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ARQUIVO               PIC X(08).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-ACAO                  PIC X(01).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-CHAVE                 PIC X(10).
          03 FILLER                    PIC X(01) VALUE SPACE.
          03 LOG-DESCR                 PIC X(30).
      *-----------------------------------------------------------------
       FD ARQLGPDTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "LGPD.DOC".
       01 REGLGPDTX                    PIC X(132).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 ST-ERRO3        PIC X(02) VALUE "00".
       01 ST-ERRO4        PIC X(02) VALUE "00".
       01 ST-ERRO5        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP162".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "SBM".
          03 W-ACS-MEIO      PIC X(01) VALUE "R".
          03 W-ACS-REF       PIC X(10) VALUE "LGPD".
       01 W-SOLIC         PIC X(30) VALUE SPACES.
       01 W-CPF           PIC 9(11) VALUE ZEROS.
       01 W-CPF-X REDEFINES W-CPF.
          03 W-CPF-DIG       PIC 9(01) OCCURS 11 TIMES.
       01 W-DOCOK         PIC X(01) VALUE SPACES.
       01 W-SOMA          PIC 9(04) VALUE ZEROS COMP.
       01 W-QUOC          PIC 9(04) VALUE ZEROS COMP.
       01 W-RESTO         PIC 9(02) VALUE ZEROS COMP.
       01 W-DV            PIC 9(02) VALUE ZEROS COMP.
       01 W-IDX           PIC 9(02) VALUE ZEROS COMP.
       01 W-LIMIDX        PIC 9(02) VALUE ZEROS COMP.
       01 W-PESO          PIC 9(02) VALUE ZEROS COMP.
       01 W-DATA          PIC 9(08) VALUE ZEROS.
       01 W-DATA-X REDEFINES W-DATA.
          03 W-DATA-DIA   PIC 9(02).
          03 W-DATA-MES   PIC 9(02).
          03 W-DATA-ANO   PIC 9(04).
       01 W-DATA-AMD      PIC 9(08) VALUE ZEROS.
       01 W-DTV-PARM.
          03 W-DTV-DATA      PIC 9(08).
          03 W-DTV-OPCAO     PIC X(01).
          03 W-DTV-RESULT    PIC X(01).
          03 W-DTV-EMPRESA   PIC X(02).
       01 W-HOJE          PIC 9(08) VALUE ZEROS.
       01 W-HOJE-X REDEFINES W-HOJE.
          03 W-HOJE-ANO   PIC 9(04).
          03 W-HOJE-MES   PIC 9(02).
          03 W-HOJE-DIA   PIC 9(02).
       01 W-HORA          PIC 9(08) VALUE ZEROS.
       01 W-AMD           PIC 9(08) VALUE ZEROS.
       01 W-AMD-X REDEFINES W-AMD.
          03 W-AMD-ANO    PIC 9(04).
          03 W-AMD-MES    PIC 9(02).
          03 W-AMD-DIA    PIC 9(02).
       01 W-EDDATA        PIC 99/99/9999.
       01 W-EDVALOR       PIC ZZZ.ZZ9,99.
       01 W-AAAAMM        PIC 9(06) VALUE ZEROS.
       01 W-AAAAMM-X REDEFINES W-AAAAMM.
          03 W-AM-ANO     PIC 9(04).
          03 W-AM-MES     PIC 9(02).
       01 W-MMAAAA.
          03 W-MA-MES     PIC 9(02).
          03 FILLER       PIC X(01) VALUE "/".
          03 W-MA-ANO     PIC 9(04).
      *----[ PRAZO DE RESPOSTA: 15 DIAS CORRIDOS DA DATA DO PEDIDO ]----
       01 W-PRZDIA        PIC 9(02) VALUE ZEROS.
       01 W-PRZMES        PIC 9(02) VALUE ZEROS.
       01 W-PRZANO        PIC 9(04) VALUE ZEROS.
       01 W-PRAZO         PIC 9(08) VALUE ZEROS.
       01 W-DIASMES       PIC 9(02) VALUE ZEROS.
       01 W-RESTO4        PIC 9(04) VALUE ZEROS.
       01 W-RESTO100      PIC 9(04) VALUE ZEROS.
       01 W-RESTO400      PIC 9(04) VALUE ZEROS.
      *----[ CHAPAS DO TITULAR (ATIVAS, HISTORICO E READMISSOES) ]----
       01 TABCHAPA.
          03 TC-CHAPA     PIC 9(06) OCCURS 30 TIMES.
       01 W-QTDCHAPA      PIC 9(02) VALUE ZEROS COMP.
       01 W-IDXC          PIC 9(02) VALUE ZEROS COMP.
       01 W-IDXB          PIC 9(01) VALUE ZEROS COMP.
       01 W-CHAPA         PIC 9(06) VALUE ZEROS.
       01 W-CHAPANOVA     PIC 9(06) VALUE ZEROS.
       01 W-BENSOK        PIC X(01) VALUE SPACES.
       01 W-CHAPA-CMP     PIC 9(06) VALUE ZEROS.
       01 W-CHAPA-CMPX REDEFINES W-CHAPA-CMP PIC X(06).
       01 W-TOTREG        PIC 9(06) VALUE ZEROS.
       01 W-TOTSEC        PIC 9(03) VALUE ZEROS.
      *----[ CONTROLE DE CABECALHO DE SECAO DO RELATORIO ]----
       01 W-SEC-CAB       PIC X(01) VALUE SPACES.
       01 W-SEC-TITULO    PIC X(80) VALUE SPACES.
       01 W-SEC-COLS      PIC X(132) VALUE SPACES.
       01 W-LINHA         PIC X(132) VALUE SPACES.
      *----[ RESUMO POR ARQUIVO: QUANTIDADE E PERIODO ]----
      *----[ W-RES-TIPO: D=DATA AAAAMMDD  C=COMPETENCIA  " "=SEM ]----
       01 W-RES-CAB       PIC X(01) VALUE SPACES.
       01 W-RES-ARQ       PIC X(12) VALUE SPACES.
       01 W-RES-DESCR     PIC X(30) VALUE SPACES.
       01 W-RES-TIPO      PIC X(01) VALUE SPACES.
       01 W-RES-QTD       PIC 9(05) VALUE ZEROS.
       01 W-RES-PER       PIC 9(08) VALUE ZEROS.
       01 W-RES-INI       PIC 9(08) VALUE ZEROS.
       01 W-RES-FIM       PIC 9(08) VALUE ZEROS.

       01  CAB1.
           05  FILLER PIC X(050) VALUE
           "LGPD - RELATORIO DE DADOS PESSOAIS DO TITULAR     ".
           05  FILLER PIC X(011) VALUE
           "EMITIDO EM ".
           05  CAB1-DATA     PIC 99/99/9999.

       01  CAB3.
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(020) VALUE
           "--------------------".

       01  LINHALV.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  LV-ROTULO     PIC X(26) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE ": ".
           05  LV-VALOR      PIC X(60) VALUE SPACES.

       01  LINCHAPA.
           05  FILLER PIC X(010) VALUE
           "*** CHAPA ".
           05  LC-CHAPA      PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE " - ".
           05  LC-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE " ***".

       01  LINSEC.
           05  FILLER        PIC X(02) VALUE "> ".
           05  LS-TITULO     PIC X(80) VALUE SPACES.

       01  LINRES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  RS-ARQ        PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RS-DESCR      PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  RS-QTD        PIC ZZ.ZZ9.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  RS-INI        PIC X(10) VALUE SPACES.
           05  RS-ATE        PIC X(03) VALUE SPACES.
           05  RS-FIM        PIC X(10) VALUE SPACES.

       01  HRES.
           05  FILLER PIC X(050) VALUE
           "    ARQUIVO      CONTEUDO                         ".
           05  FILLER PIC X(013) VALUE
           " QTD  PERIODO".

       01  DSEGB.
           05  FILLER        PIC X(46) VALUE SPACES.
           05  DSB-BNOME     PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DSB-BPAR      PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DSB-BPERC     PIC ZZ9,99.

       01  LINTOT1.
           05  FILLER PIC X(038) VALUE
           "*** TOTAL DE REGISTROS LOCALIZADOS.: ".
           05  T-TOTREG      PIC ZZZ.ZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(038) VALUE
           "*** CHAPAS VINCULADAS AO CPF.......: ".
           05  T-QTDCHAPA    PIC ZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(038) VALUE
           "*** PRAZO DE RESPOSTA AO TITULAR...: ".
           05  T-PRAZO       PIC 99/99/9999.

       01  LINOBS1.
           05  FILLER PIC X(050) VALUE
           "SECOES MARCADAS (DADO SENSIVEL) CONTEM DADOS PESSO".
           05  FILLER PIC X(050) VALUE
           "AIS SENSIVEIS (SAUDE, ORIENTACAO SEXUAL) - ART. 11".

       01  LINOBS2.
           05  FILLER PIC X(050) VALUE
           "SENHAS E CREDENCIAIS DE ACESSO NAO SAO REPRODUZIDA".
           05  FILLER PIC X(024) VALUE
           "S NESTE RELATORIO.      ".

       01  DDEPE.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DE-CHAPA      PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DE-SEQ        PIC 9(01) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DE-GRAU       PIC 9(01) VALUE ZEROS.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DE-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DE-NASC       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DE-SEXO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DE-CPF        PIC 9(11) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DE-IRRF       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  DE-STATUS     PIC X(20) VALUE SPACES.

       01  HDEPE.
           05  FILLER PIC X(050) VALUE
           "    CHAPA  SEQ GRAU NOME                          ".
           05  FILLER PIC X(044) VALUE
           " NASCIMENTO SEXO CPF         DEP.IR SITUACAO".

       01  DBANCO.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DB-BANCO      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DB-AGENCIA    PIC 9(05) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DB-CONTA      PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DB-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DB-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DB-PIXTP      PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DB-PIXKEY     PIC X(40) VALUE SPACES.

       01  HBANCO.
           05  FILLER PIC X(050) VALUE
           "    BANCO AGENCIA CONTA        TIPO SIT. PIX CHAVE".
           05  FILLER PIC X(004) VALUE
           " PIX".

       01  DCONTR.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DC-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DC-INI        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-FIM        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-INSTIT     PIC X(40) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-CNPJ       PIC 9(14) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DC-NATUR      PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DC-NIVEL      PIC 9(01) VALUE ZEROS.
           05  FILLER        PIC X(04) VALUE SPACES.

       01  HCONTR.
           05  FILLER PIC X(050) VALUE
           "    TIPO INICIO     TERMINO    INSTITUICAO DE ENSI".
           05  FILLER PIC X(047) VALUE
           "NO                    CNPJ           NAT. NIVEL".

       01  DPCD.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DP-TIPO       PIC 9(01) VALUE ZEROS.
           05  FILLER        PIC X(16) VALUE SPACES.
           05  DP-LAUDO      PIC 99/99/9999 VALUE ZEROS.

       01  HPCD.
           05  FILLER PIC X(031) VALUE
           "    TIPO DEFICIENCIA DATA LAUDO".

       01  DREADM.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DR-CHNOVA     PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(05) VALUE SPACES.
           05  DR-CHANT      PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(09) VALUE SPACES.
           05  DR-DESL       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DR-READM      PIC 99/99/9999 VALUE ZEROS.

       01  HREADM.
           05  FILLER PIC X(050) VALUE
           "    CHAPA NOVA CHAPA ANTERIOR DESLIG.ANT. READMISS".
           05  FILLER PIC X(002) VALUE
           "AO".

       01  DTRANSF.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DT-SEQ        PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DT-DEPDE      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  DT-DEPPA      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  DT-CARDE      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  DT-CARPA      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  DT-DATA       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DT-MOTIVO     PIC X(30) VALUE SPACES.

       01  HTRANSF.
           05  FILLER PIC X(050) VALUE
           "    SEQ DEPTO DE DEPTO PARA CARGO DE CARGO PARA EF".
           05  FILLER PIC X(015) VALUE
           "ETIVACAO MOTIVO".

       01  DFOLHA.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DF-COMPET     PIC X(07) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DF-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DF-BRUTO      PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DF-INSS       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DF-IRRF       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DF-FGTS       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DF-LIQ        PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DF-EMPR       PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(05) VALUE SPACES.

       01  HFOLHA.
           05  FILLER PIC X(050) VALUE
           "    COMPET. TIPO BRUTO      INSS       IRRF       ".
           05  FILLER PIC X(029) VALUE
           "FGTS       LIQUIDO    EMPRESA".

       01  DFER.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DH-INIPER     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DH-FIMPER     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DH-LIMITE     PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DH-GOZO       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DH-DIAS       PIC 9(02) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DH-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE SPACES.

       01  HFER.
           05  FILLER PIC X(050) VALUE
           "    INICIO PER. FIM PERIODO LIMITE GOZO INICIO GOZ".
           05  FILLER PIC X(015) VALUE
           "O DIAS SITUACAO".

       01  DAFAST.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DA-INI        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DA-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DA-RET        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DA-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE SPACES.

       01  HAFAST.
           05  FILLER PIC X(039) VALUE
           "    INICIO     TIPO RETORNO    SITUACAO".

       01  DASO.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DS-DATA       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DS-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DS-RESULT     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE SPACES.
           05  DS-VALID      PIC 99/99/9999 VALUE ZEROS.

       01  HASO.
           05  FILLER PIC X(038) VALUE
           "    DATA EXAME TIPO RESULTADO VALIDADE".

       01  DACID.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DX-DATA       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DX-HORA       PIC 9(04) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DX-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DX-PARTE      PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DX-AGENTE     PIC X(40) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DX-AFAST      PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  DX-OBITO      PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.

       01  HACID.
           05  FILLER PIC X(050) VALUE
           "    DATA       HORA TIPO PARTE ATINGIDA           ".
           05  FILLER PIC X(050) VALUE
           "      AGENTE CAUSADOR                          AFA".
           05  FILLER PIC X(009) VALUE
           "ST. OBITO".

       01  DBEN.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DN-VT         PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DN-VR         PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DN-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE SPACES.

       01  HBEN.
           05  FILLER PIC X(039) VALUE
           "    VALE TRANSP. VALE REFEICAO SITUACAO".

       01  DPLANO.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DL-SEQ        PIC 9(01) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DL-PLANO      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DL-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE SPACES.

       01  HPLANO.
           05  FILLER PIC X(022) VALUE
           "    SEQ PLANO SITUACAO".

       01  DSEGV.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DV-APOL       PIC X(15) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DV-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DV-COBERT     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(09) VALUE SPACES.
           05  DV-INI        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DV-BNOME      PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DV-BPAR       PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DV-BPERC      PIC ZZ9,99.

       01  HSEGV.
           05  FILLER PIC X(050) VALUE
           "    APOLICE         SIT. COBERTURA INICIO     BENE".
           05  FILLER PIC X(045) VALUE
           "FICIARIO                   PARENTESCO   PERC.".

       01  DPENS.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DQ-SEQ        PIC 9(01) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DQ-BENEF      PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DQ-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DQ-PERC       PIC ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DQ-VALOR      PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DQ-INI        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DQ-FIM        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DQ-BANCO      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DQ-AGENC      PIC 9(05) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DQ-CONTA      PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DQ-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.

       01  HPENS.
           05  FILLER PIC X(050) VALUE
           "    SEQ BENEFICIARIO                   TIPO PERC. ".
           05  FILLER PIC X(050) VALUE
           " VALOR      INICIO     TERMINO    BANCO AGENCIA CO".
           05  FILLER PIC X(015) VALUE
           "NTA        SIT.".

       01  DEMPR.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DM-SEQ        PIC 9(02) VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DM-PRINC      PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DM-QTDP       PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DM-VLRP       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DM-SALDO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DM-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(07) VALUE SPACES.

       01  HEMPR.
           05  FILLER PIC X(050) VALUE
           "    SEQ PRINCIPAL  PARC. VLR.PARCELA SALDO        ".
           05  FILLER PIC X(010) VALUE
           "  SITUACAO".

       01  DDISC.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DD-DATA       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DD-DIAS       PIC 9(02) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DD-MOTIVO     PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DD-GESTOR     PIC X(30) VALUE SPACES.

       01  HDISC.
           05  FILLER PIC X(050) VALUE
           "    DATA       TIPO DIAS MOTIVO                   ".
           05  FILLER PIC X(012) VALUE
           "      GESTOR".

       01  DPROC.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DJ-NUM        PIC X(20) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DJ-VARA       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DJ-AJUIZ      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DJ-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DJ-PEDIDO     PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DJ-PAGO       PIC ZZZ.ZZZ.ZZ9,99.

       01  HPROC.
           05  FILLER PIC X(050) VALUE
           "    PROCESSO             VARA                     ".
           05  FILLER PIC X(048) VALUE
           "      AJUIZAMENTO SIT. VALOR PEDIDO   VALOR PAGO".

       01  DDOCF.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DO-COD        PIC 9(02) VALUE ZEROS.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  DO-RECEB      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DO-OBS        PIC X(30) VALUE SPACES.

       01  HDOCF.
           05  FILLER PIC X(036) VALUE
           "    DOCUMENTO RECEBIDO EM OBSERVACAO".

       01  DCUST.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DK-BEM        PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DK-DESCR      PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DK-ENTR       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DK-DEVOL      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DK-SIT        PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  DK-VALOR      PIC ZZZ.ZZ9,99.

       01  HCUST.
           05  FILLER PIC X(050) VALUE
           "    BEM    DESCRICAO                      ENTREGA ".
           05  FILLER PIC X(028) VALUE
           "   DEVOLUCAO  SITUACAO VALOR".

       01  DUFN.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DU-OPER       PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DU-DESAT      PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(22) VALUE SPACES.
           05  DU-DTMARC     PIC 99/99/9999 VALUE ZEROS.

       01  HUFN.
           05  FILLER PIC X(046) VALUE
           "    LOGIN    MARCADO P/ DESATIVACAO DATA MARCA".

       01  DPIN.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DI-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(08) VALUE SPACES.
           05  DI-ULTAC      PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DI-HORA       PIC 9(06) VALUE ZEROS.

       01  HPIN.
           05  FILLER PIC X(031) VALUE
           "    SITUACAO ULTIMO ACESSO HORA".

       01  DAUTON.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DW-COD        PIC 9(04) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DW-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DW-PIS        PIC 9(11) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DW-SERV       PIC X(40) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DW-BANCO      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DW-AGENC      PIC 9(05) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DW-CONTA      PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DW-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.

       01  HAUTON.
           05  FILLER PIC X(050) VALUE
           "    COD. NOME                           PIS       ".
           05  FILLER PIC X(050) VALUE
           "  SERVICO                                  BANCO A".
           05  FILLER PIC X(024) VALUE
           "GENCIA CONTA        SIT.".

       01  DSOCIO.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DZ-COD        PIC 9(04) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-NIT        PIC 9(11) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-TIPO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DZ-INI        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-FIM        PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-VALOR      PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-BANCO      PIC 9(03) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DZ-AGENC      PIC 9(05) VALUE ZEROS.
           05  FILLER        PIC X(03) VALUE SPACES.
           05  DZ-CONTA      PIC X(12) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DZ-STATUS     PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(03) VALUE SPACES.

       01  HSOCIO.
           05  FILLER PIC X(050) VALUE
           "    COD. NOME                           NIT       ".
           05  FILLER PIC X(050) VALUE
           "  TIPO INICIO     TERMINO    PRO-LABORE BANCO AGEN".
           05  FILLER PIC X(021) VALUE
           "CIA CONTA        SIT.".

       01  DDECL.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DY-COMPET     PIC X(07) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DY-EMPR       PIC X(02) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  DY-ORIG       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(06) VALUE SPACES.
           05  DY-CHAPA      PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DY-NOME       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DY-BINSS      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DY-INSS       PIC ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DY-BIRRF      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DY-IRRF       PIC ZZZ.ZZ9,99.

       01  HDECL.
           05  FILLER PIC X(050) VALUE
           "    COMPET. EMPRESA ORIGEM CHAPA/COD NOME         ".
           05  FILLER PIC X(050) VALUE
           "                  BASE INSS      INSS       BASE I".
           05  FILLER PIC X(013) VALUE
           "RRF      IRRF".

       01  DLOG.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DG-DATA       PIC 99/99/9999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DG-HORA       PIC 9(06) VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DG-OPER       PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DG-ARQ        PIC X(08) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DG-ACAO       PIC X(01) VALUE SPACES.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  DG-CHAVE      PIC X(10) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DG-DESCR      PIC X(30) VALUE SPACES.

       01  HLOG.
           05  FILLER PIC X(050) VALUE
           "    DATA       HORA   OPERADOR ARQUIVO  ACAO CHAVE".
           05  FILLER PIC X(015) VALUE
           "      DESCRICAO".

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALGPD.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** LGPD - RELATORIO DE DADOS DO TITU".
           05  LINE 02  COLUMN 42
               VALUE  "LAR ***".
           05  LINE 08  COLUMN 01
               VALUE  " CPF DO TITULAR               :".
           05  LINE 10  COLUMN 01
               VALUE  " SOLICITANTE                  :".
           05  LINE 12  COLUMN 01
               VALUE  " DATA DO PEDIDO               :".
           05  LINE 14  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S/N)       :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-CPF
               LINE 08  COLUMN 34  PIC 9(11)
               USING  W-CPF
               HIGHLIGHT.
           05  TW-SOLIC
               LINE 10  COLUMN 34  PIC X(30)
               USING  W-SOLIC
               HIGHLIGHT.
           05  TW-DATA
               LINE 12  COLUMN 34  PIC 99/99/9999
               USING  W-DATA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-CPF W-TOTREG W-TOTSEC W-QTDCHAPA
                MOVE SPACES TO W-SOLIC W-OPCAO
                ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-DATA = (W-HOJE-DIA * 1000000)
                               + (W-HOJE-MES * 10000) + W-HOJE-ANO
                DISPLAY TELALGPD.
       INC-CPF.
                ACCEPT TW-CPF
                PERFORM VALIDAR-CPF THRU VALIDAR-CPF-FIM
                IF W-DOCOK NOT = "S"
                   MOVE "*** CPF INVALIDO (DIGITO VERIFICADOR) ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-CPF.
       INC-SOLIC.
                ACCEPT TW-SOLIC
                IF W-SOLIC = SPACES
                   MOVE "*** INFORME QUEM FEZ A SOLICITACAO ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-SOLIC.
       INC-DATA.
                ACCEPT TW-DATA
                MOVE W-DATA TO W-DTV-DATA
                MOVE SPACE  TO W-DTV-OPCAO
                MOVE SPACES TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA DO PEDIDO INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
                COMPUTE W-DATA-AMD = (W-DATA-ANO * 10000)
                                   + (W-DATA-MES * 100) + W-DATA-DIA
                IF W-DATA-AMD > W-HOJE
                   MOVE "*** DATA DO PEDIDO POSTERIOR A HOJE ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
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

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQLGPDTX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO LGPD.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNC
              GO TO ROT-FIM2.
           MOVE "* AGUARDE - PESQUISANDO OS ARQUIVOS *" TO MENS
           DISPLAY (23, 12) MENS.

       INC-OP1.
           PERFORM CALC-PRAZO THRU CALC-PRAZO-FIM
           PERFORM BUSCA-CHAPAS THRU BUSCA-CHAPAS-FIM
           PERFORM GRAVAR-CAB THRU GRAVAR-CAB-FIM
           MOVE ZEROS TO W-IDXC.

      *----[ TODOS OS ARQUIVOS POR CHAPA, UMA CHAPA DE CADA VEZ ]------
       PROX-CHAPA.
           ADD 1 TO W-IDXC
           IF W-IDXC > W-QTDCHAPA
              GO TO PROX-CPF.
           MOVE TC-CHAPA (W-IDXC) TO W-CHAPA CHAPA LC-CHAPA
           MOVE SPACES TO LC-NOME
           READ ARQFUNC
           IF ST-ERRO = "00"
              MOVE NOME TO LC-NOME.
           MOVE SPACES TO REGLGPDTX
           WRITE REGLGPDTX
           WRITE REGLGPDTX FROM CAB3
           WRITE REGLGPDTX FROM LINCHAPA
           WRITE REGLGPDTX FROM CAB3
           MOVE W-CHAPA TO W-ACS-CHAPA
           CALL "FPP165" USING W-ACS-PARM
           PERFORM SEC-FUNC     THRU SEC-FUNC-FIM
           PERFORM SEC-FUNCHIS  THRU SEC-FUNCHIS-FIM
           PERFORM SEC-DEPE     THRU SEC-DEPE-FIM
           PERFORM SEC-DEPEHIS  THRU SEC-DEPEHIS-FIM
           PERFORM SEC-BANCO    THRU SEC-BANCO-FIM
           PERFORM SEC-CONTR    THRU SEC-CONTR-FIM
           PERFORM SEC-PCD      THRU SEC-PCD-FIM
           PERFORM SEC-READM    THRU SEC-READM-FIM
           PERFORM SEC-TRANSF   THRU SEC-TRANSF-FIM
           PERFORM SEC-FOLHA    THRU SEC-FOLHA-FIM
           PERFORM SEC-FER      THRU SEC-FER-FIM
           PERFORM SEC-FERHIS   THRU SEC-FERHIS-FIM
           PERFORM SEC-AFAST    THRU SEC-AFAST-FIM
           PERFORM SEC-ASO      THRU SEC-ASO-FIM
           PERFORM SEC-ACID     THRU SEC-ACID-FIM
           PERFORM SEC-BEN      THRU SEC-BEN-FIM
           PERFORM SEC-BENHIS   THRU SEC-BENHIS-FIM
           PERFORM SEC-PLANO    THRU SEC-PLANO-FIM
           PERFORM SEC-SEGV     THRU SEC-SEGV-FIM
           PERFORM SEC-PENS     THRU SEC-PENS-FIM
           PERFORM SEC-EMPR     THRU SEC-EMPR-FIM
           PERFORM SEC-DISC     THRU SEC-DISC-FIM
           PERFORM SEC-PROC     THRU SEC-PROC-FIM
           PERFORM SEC-DOCF     THRU SEC-DOCF-FIM
           PERFORM SEC-CUST     THRU SEC-CUST-FIM
           PERFORM SEC-UFN      THRU SEC-UFN-FIM
           PERFORM SEC-PIN      THRU SEC-PIN-FIM
           MOVE "DEMAIS REGISTROS DA CHAPA (RESUMO POR ARQUIVO)"
             TO W-SEC-TITULO
           MOVE HRES TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           PERFORM RES-MARC     THRU RES-MARC-FIM
           PERFORM RES-PONTO    THRU RES-PONTO-FIM
           PERFORM RES-BHCAD    THRU RES-BHCAD-FIM
           PERFORM RES-BHMOV    THRU RES-BHMOV-FIM
           PERFORM RES-FOLDET   THRU RES-FOLDET-FIM
           PERFORM RES-EVENT    THRU RES-EVENT-FIM
           PERFORM RES-EVREC    THRU RES-EVREC-FIM
           PERFORM RES-CRECHE   THRU RES-CRECHE-FIM
           PERFORM RES-REEMB    THRU RES-REEMB-FIM
           PERFORM RES-EPIEN    THRU RES-EPIEN-FIM
           PERFORM RES-HOLENV   THRU RES-HOLENV-FIM
           PERFORM RES-MVINC    THRU RES-MVINC-FIM
           PERFORM RES-FUNCCERT THRU RES-FUNCCERT-FIM
           PERFORM RES-ESCFUN   THRU RES-ESCFUN-FIM
           PERFORM RES-PAGPEND  THRU RES-PAGPEND-FIM
           PERFORM RES-SALDONEG THRU RES-SALDONEG-FIM
           PERFORM RES-CREDST   THRU RES-CREDST-FIM
           PERFORM RES-PROPOS   THRU RES-PROPOS-FIM
           PERFORM RES-RATEIO   THRU RES-RATEIO-FIM
           PERFORM RES-MEMO     THRU RES-MEMO-FIM
           GO TO PROX-CHAPA.

      *----[ VINCULOS PELO CPF SEM CHAPA PROPRIA ]----------------------
       PROX-CPF.
           MOVE SPACES TO REGLGPDTX
           WRITE REGLGPDTX
           WRITE REGLGPDTX FROM CAB3
           MOVE "*** OUTROS VINCULOS LOCALIZADOS PELO CPF ***"
             TO REGLGPDTX
           WRITE REGLGPDTX
           WRITE REGLGPDTX FROM CAB3
           PERFORM SEC-DEPCPF   THRU SEC-DEPCPF-FIM
           PERFORM SEC-DEPHCPF  THRU SEC-DEPHCPF-FIM
           PERFORM SEC-AUTON    THRU SEC-AUTON-FIM
           PERFORM SEC-SOCIO    THRU SEC-SOCIO-FIM
           PERFORM SEC-DECL     THRU SEC-DECL-FIM
           PERFORM SEC-LOG      THRU SEC-LOG-FIM.

       FIM-REL.
           MOVE W-TOTREG   TO T-TOTREG
           MOVE W-QTDCHAPA TO T-QTDCHAPA
           MOVE W-PRAZO    TO W-AMD
           COMPUTE T-PRAZO = (W-AMD-DIA * 1000000)
                           + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE SPACES TO REGLGPDTX
           WRITE REGLGPDTX
           WRITE REGLGPDTX FROM CAB3
           WRITE REGLGPDTX FROM LINTOT1
           WRITE REGLGPDTX FROM LINTOT2
           WRITE REGLGPDTX FROM LINTOT3
           WRITE REGLGPDTX FROM CAB3
           WRITE REGLGPDTX FROM LINOBS1
           WRITE REGLGPDTX FROM LINOBS2
           PERFORM GRAVAR-PEDIDO THRU GRAVAR-PEDIDO-FIM
           PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM
           IF W-TOTREG = ZEROS
              MOVE "* CPF SEM REGISTROS - RELATORIO: LGPD.DOC *" TO MENS
           ELSE
              MOVE "*** RELATORIO GERADO: LGPD.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQLGPDTX.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *--------[ DIGITO VERIFICADOR DO CPF (DOIS DIGITOS) ]------------
       VALIDAR-CPF.
           MOVE "N" TO W-DOCOK
           IF W-CPF = ZEROS
              GO TO VALIDAR-CPF-FIM.
           MOVE 9 TO W-LIMIDX
           PERFORM CALC-DVCPF THRU CALC-DVCPF-FIM
           IF W-DV NOT = W-CPF-DIG (10)
              GO TO VALIDAR-CPF-FIM.
           MOVE 10 TO W-LIMIDX
           PERFORM CALC-DVCPF THRU CALC-DVCPF-FIM
           IF W-DV = W-CPF-DIG (11)
              MOVE "S" TO W-DOCOK.
       VALIDAR-CPF-FIM.
           EXIT.

       CALC-DVCPF.
           MOVE ZEROS TO W-SOMA W-IDX.
       CALC-DVCPF-SOMA.
           ADD 1 TO W-IDX
           IF W-IDX > W-LIMIDX
              GO TO CALC-DVCPF-DV.
           COMPUTE W-PESO = W-LIMIDX + 2 - W-IDX
           COMPUTE W-SOMA = W-SOMA + (W-CPF-DIG (W-IDX) * W-PESO)
           GO TO CALC-DVCPF-SOMA.
       CALC-DVCPF-DV.
           DIVIDE W-SOMA BY 11 GIVING W-QUOC REMAINDER W-RESTO
           IF W-RESTO < 2
              MOVE ZEROS TO W-DV
           ELSE
              COMPUTE W-DV = 11 - W-RESTO.
       CALC-DVCPF-FIM.
           EXIT.

      *--------[ PRAZO DE RESPOSTA = DATA DO PEDIDO + 15 DIAS ]---------
       CALC-PRAZO.
           MOVE W-DATA-DIA TO W-PRZDIA
           MOVE W-DATA-MES TO W-PRZMES
           MOVE W-DATA-ANO TO W-PRZANO
           ADD 15 TO W-PRZDIA
           PERFORM CALC-DIASMES THRU CALC-DIASMES-FIM
           IF W-PRZDIA > W-DIASMES
              SUBTRACT W-DIASMES FROM W-PRZDIA
              ADD 1 TO W-PRZMES
              IF W-PRZMES > 12
                 MOVE 01 TO W-PRZMES
                 ADD 1 TO W-PRZANO.
           COMPUTE W-PRAZO = (W-PRZANO * 10000) + (W-PRZMES * 100)
                           + W-PRZDIA.
       CALC-PRAZO-FIM.
           EXIT.

       CALC-DIASMES.
           IF W-PRZMES = 01 OR 03 OR 05 OR 07 OR 08 OR 10 OR 12
              MOVE 31 TO W-DIASMES
           ELSE
              IF W-PRZMES = 04 OR 06 OR 09 OR 11
                 MOVE 30 TO W-DIASMES
              ELSE
                 MOVE 28 TO W-DIASMES
                 DIVIDE W-PRZANO BY 4 GIVING W-QUOC
                        REMAINDER W-RESTO4
                 DIVIDE W-PRZANO BY 100 GIVING W-QUOC
                        REMAINDER W-RESTO100
                 DIVIDE W-PRZANO BY 400 GIVING W-QUOC
                        REMAINDER W-RESTO400
                 IF (W-RESTO4 = ZEROS AND W-RESTO100 NOT = ZEROS)
                       OR W-RESTO400 = ZEROS
                    MOVE 29 TO W-DIASMES.
       CALC-DIASMES-FIM.
           EXIT.

      *----[ CHAPAS DO CPF: CADASTRO ATUAL, HISTORICO E READMISSOES ]---
       BUSCA-CHAPAS.
           MOVE ZEROS TO W-QTDCHAPA CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO BUSCA-HIS.
       BUSCA-FUNC.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO BUSCA-HIS.
           IF FUNC-CPF = W-CPF
              MOVE CHAPA TO W-CHAPANOVA
              PERFORM INCLUI-CHAPA THRU INCLUI-CHAPA-FIM.
           GO TO BUSCA-FUNC.
       BUSCA-HIS.
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCA-RDM.
           MOVE ZEROS TO HIS-CHAPA
           START ARQFUNCHIS KEY IS NOT LESS HIS-CHAPA
               INVALID KEY GO TO BUSCA-HIS-FEC.
       BUSCA-HIS-RD.
           READ ARQFUNCHIS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCA-HIS-FEC.
           IF HIS-CPF = W-CPF
              MOVE HIS-CHAPA TO W-CHAPANOVA
              PERFORM INCLUI-CHAPA THRU INCLUI-CHAPA-FIM.
           GO TO BUSCA-HIS-RD.
       BUSCA-HIS-FEC.
           CLOSE ARQFUNCHIS.
       BUSCA-RDM.
           OPEN INPUT ARQREADM
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCA-CHAPAS-FIM.
           MOVE ZEROS TO RDM-CHAPANOVA
           START ARQREADM KEY IS NOT LESS RDM-CHAPANOVA
               INVALID KEY GO TO BUSCA-RDM-FEC.
       BUSCA-RDM-RD.
           READ ARQREADM NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO BUSCA-RDM-FEC.
           IF RDM-CPF = W-CPF
              MOVE RDM-CHAPANOVA TO W-CHAPANOVA
              PERFORM INCLUI-CHAPA THRU INCLUI-CHAPA-FIM
              MOVE RDM-CHAPAANT TO W-CHAPANOVA
              PERFORM INCLUI-CHAPA THRU INCLUI-CHAPA-FIM.
           GO TO BUSCA-RDM-RD.
       BUSCA-RDM-FEC.
           CLOSE ARQREADM.
       BUSCA-CHAPAS-FIM.
           EXIT.

       INCLUI-CHAPA.
           IF W-CHAPANOVA = ZEROS
              GO TO INCLUI-CHAPA-FIM.
           MOVE ZEROS TO W-IDX.
       INCLUI-CHAPA-VER.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCHAPA
              GO TO INCLUI-CHAPA-ADD.
           IF TC-CHAPA (W-IDX) = W-CHAPANOVA
              GO TO INCLUI-CHAPA-FIM.
           GO TO INCLUI-CHAPA-VER.
       INCLUI-CHAPA-ADD.
           IF W-QTDCHAPA < 30
              ADD 1 TO W-QTDCHAPA
              MOVE W-CHAPANOVA TO TC-CHAPA (W-QTDCHAPA).
       INCLUI-CHAPA-FIM.
           EXIT.

      *--------[ IDENTIFICACAO DO PEDIDO NO INICIO DO RELATORIO ]-------
       GRAVAR-CAB.
           COMPUTE CAB1-DATA = (W-HOJE-DIA * 1000000)
                             + (W-HOJE-MES * 10000) + W-HOJE-ANO
           WRITE REGLGPDTX FROM CAB1
           WRITE REGLGPDTX FROM CAB3
           MOVE "CPF DO TITULAR"     TO LV-ROTULO
           MOVE W-CPF                TO LV-VALOR
           WRITE REGLGPDTX FROM LINHALV
           MOVE "SOLICITANTE"        TO LV-ROTULO
           MOVE W-SOLIC              TO LV-VALOR
           WRITE REGLGPDTX FROM LINHALV
           MOVE "DATA DO PEDIDO"     TO LV-ROTULO
           MOVE W-DATA               TO W-EDDATA
           MOVE W-EDDATA             TO LV-VALOR
           WRITE REGLGPDTX FROM LINHALV
           MOVE "PRAZO DE RESPOSTA"  TO LV-ROTULO
           MOVE W-PRAZO              TO W-AMD
           COMPUTE W-EDDATA = (W-AMD-DIA * 1000000)
                            + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE W-EDDATA             TO LV-VALOR
           WRITE REGLGPDTX FROM LINHALV
           MOVE "EMITIDO POR"        TO LV-ROTULO
           MOVE W-OPERADOR           TO LV-VALOR
           WRITE REGLGPDTX FROM LINHALV
           MOVE "CHAPAS LOCALIZADAS" TO LV-ROTULO
           MOVE SPACES               TO LV-VALOR
           IF W-QTDCHAPA = ZEROS
              MOVE "NENHUMA" TO LV-VALOR.
           MOVE ZEROS TO W-IDX.
       GRAVAR-CAB-CHP.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCHAPA OR W-IDX > 8
              GO TO GRAVAR-CAB-FEC.
           COMPUTE W-PESO = (W-IDX * 7) - 6
           MOVE TC-CHAPA (W-IDX) TO LV-VALOR (W-PESO:6)
           GO TO GRAVAR-CAB-CHP.
       GRAVAR-CAB-FEC.
           WRITE REGLGPDTX FROM LINHALV
           WRITE REGLGPDTX FROM CAB3.
       GRAVAR-CAB-FIM.
           EXIT.

      *----[ CABECALHO DA SECAO SO E IMPRESSO SE HOUVER REGISTRO ]------
       GRAVAR-LINHA.
           IF W-SEC-CAB NOT = "S"
              MOVE "S" TO W-SEC-CAB
              ADD 1 TO W-TOTSEC
              MOVE SPACES TO REGLGPDTX
              WRITE REGLGPDTX
              MOVE W-SEC-TITULO TO LS-TITULO
              WRITE REGLGPDTX FROM LINSEC
              IF W-SEC-COLS NOT = SPACES
                 WRITE REGLGPDTX FROM W-SEC-COLS.
           WRITE REGLGPDTX FROM W-LINHA.
       GRAVAR-LINHA-FIM.
           EXIT.

       GRAVAR-LV.
           MOVE LINHALV TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           MOVE SPACES TO LV-VALOR.
       GRAVAR-LV-FIM.
           EXIT.


      *--------[ CADASTRO DO FUNCIONARIO: UM DADO POR LINHA ]-----------
       SEC-FUNC.
           MOVE W-CHAPA TO CHAPA
           READ ARQFUNC
           IF ST-ERRO NOT = "00"
              GO TO SEC-FUNC-FIM.
           MOVE "CADASTRO DE FUNCIONARIO - ARQFUNC (DADO SENSIVEL)"
             TO W-SEC-TITULO
           PERFORM IMP-FUNC THRU IMP-FUNC-FIM.
       SEC-FUNC-FIM.
           EXIT.

       SEC-FUNCHIS.
           OPEN INPUT ARQFUNCHIS
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FUNCHIS-FIM.
           MOVE W-CHAPA TO HIS-CHAPA
           READ ARQFUNCHIS
           IF ST-ERRO2 = "00"
              MOVE REGFUNCHIS TO REGFUNC
              MOVE "CADASTRO HISTORICO - ARQFUNCHIS (DADO SENSIVEL)"
                TO W-SEC-TITULO
              PERFORM IMP-FUNC THRU IMP-FUNC-FIM.
           CLOSE ARQFUNCHIS.
       SEC-FUNCHIS-FIM.
           EXIT.

       IMP-FUNC.
           MOVE "N" TO W-SEC-CAB
           MOVE SPACES TO W-SEC-COLS LV-VALOR
           ADD 1 TO W-TOTREG
           MOVE "NOME"                       TO LV-ROTULO
           MOVE NOME                         TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "CPF"                        TO LV-ROTULO
           MOVE FUNC-CPF                     TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "PIS"                        TO LV-ROTULO
           MOVE FUNC-PIS                     TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "DATA DE NASCIMENTO"         TO LV-ROTULO
           MOVE DATANASC                     TO W-EDDATA
           MOVE W-EDDATA                     TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "SEXO"                       TO LV-ROTULO
           MOVE SEXO                         TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "IDENTIDADE DE GENERO (S)"   TO LV-ROTULO
           MOVE IDENTGEN                     TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "ORIENTACAO SEXUAL (S)"      TO LV-ROTULO
           MOVE ORIENTSEX                    TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "CEP"                        TO LV-ROTULO
           MOVE CEPFUNC                      TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "NUMERO / COMPLEMENTO"       TO LV-ROTULO
           MOVE CEP-NUMRES                   TO LV-VALOR (1:4)
           MOVE CEP-COMPLE                   TO LV-VALOR (6:12)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "TELEFONE"                   TO LV-ROTULO
           MOVE TELFUNC                      TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "E-MAIL"                     TO LV-ROTULO
           MOVE EMAILFUNC                    TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "CONTATO DE EMERGENCIA"      TO LV-ROTULO
           MOVE CONTEMERG-NOME               TO LV-VALOR (1:30)
           MOVE CONTEMERG-FONE               TO LV-VALOR (32:15)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "EMPRESA / DEPTO / CARGO"    TO LV-ROTULO
           MOVE FUNC-EMPRESA                 TO LV-VALOR (1:2)
           MOVE CODDEP                       TO LV-VALOR (5:3)
           MOVE CODIGOCARG                   TO LV-VALOR (10:3)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "NIVEL SALARIAL / CONTRATO"  TO LV-ROTULO
           MOVE NIVELSALARIAL                TO LV-VALOR (1:2)
           MOVE FUNC-TPCONTRATO              TO LV-VALOR (5:1)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "SALARIO"                    TO LV-ROTULO
           MOVE SALARIOEMP                   TO W-EDVALOR
           MOVE W-EDVALOR                    TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "DEPENDENTES / DEDUZ IR"     TO LV-ROTULO
           MOVE QTDDEPENDENTES               TO LV-VALOR (1:1)
           MOVE IMPRENDA                     TO LV-VALOR (5:1)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "SITUACAO"                   TO LV-ROTULO
           MOVE FUNCSTATUS                   TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "ADMISSAO"                   TO LV-ROTULO
           MOVE DTADMISSAO                   TO W-EDDATA
           MOVE W-EDDATA                     TO LV-VALOR
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "DESLIGAMENTO / MOTIVO"      TO LV-ROTULO
           MOVE DTDESLIGAMENTO               TO W-EDDATA
           MOVE W-EDDATA                     TO LV-VALOR (1:10)
           MOVE MOTIVODESLIG                 TO LV-VALOR (13:1)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM
           MOVE "ULTIMA ALTERACAO / POR"     TO LV-ROTULO
           MOVE FUNC-DTULTALT                TO W-AMD
           COMPUTE W-EDDATA = (W-AMD-DIA * 1000000)
                            + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE W-EDDATA                     TO LV-VALOR (1:10)
           MOVE FUNC-OPERADOR                TO LV-VALOR (13:8)
           PERFORM GRAVAR-LV THRU GRAVAR-LV-FIM.
       IMP-FUNC-FIM.
           EXIT.

      *--------[ DEPENDENTES DA CHAPA: SEQUENCIAS 0 A 9 ]---------------
       SEC-DEPE.
           OPEN INPUT ARQDEPE
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DEPE-FIM.
           MOVE "DEPENDENTES - ARQDEPE" TO W-SEC-TITULO
           MOVE HDEPE TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE ZEROS TO W-IDX.
       SEC-DEPE-RD.
           IF W-IDX > 9
              GO TO SEC-DEPE-FEC.
           MOVE W-IDX   TO DEPEN-SEQ
           MOVE W-CHAPA TO DEPEN-CHAPA
           ADD 1 TO W-IDX
           READ ARQDEPE
           IF ST-ERRO2 = "00"
              PERFORM IMP-DEPE THRU IMP-DEPE-FIM.
           GO TO SEC-DEPE-RD.
       SEC-DEPE-FEC.
           CLOSE ARQDEPE.
       SEC-DEPE-FIM.
           EXIT.

       SEC-DEPEHIS.
           OPEN INPUT ARQDEPEHIS
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DEPEHIS-FIM.
           MOVE "DEPENDENTES - HISTORICO ARQDEPEHIS" TO W-SEC-TITULO
           MOVE HDEPE TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE ZEROS TO W-IDX.
       SEC-DEPEHIS-RD.
           IF W-IDX > 9
              GO TO SEC-DEPEHIS-FEC.
           MOVE W-IDX   TO DEPH-SEQ
           MOVE W-CHAPA TO DEPH-CHAPA
           ADD 1 TO W-IDX
           READ ARQDEPEHIS
           IF ST-ERRO2 = "00"
              MOVE REGDEPEHIS TO REGDEPE
              PERFORM IMP-DEPE THRU IMP-DEPE-FIM.
           GO TO SEC-DEPEHIS-RD.
       SEC-DEPEHIS-FEC.
           CLOSE ARQDEPEHIS.
       SEC-DEPEHIS-FIM.
           EXIT.

       IMP-DEPE.
           MOVE DEPEN-CHAPA     TO DE-CHAPA
           MOVE DEPEN-SEQ       TO DE-SEQ
           MOVE TPGRAU          TO DE-GRAU
           MOVE DEPEN-NOME      TO DE-NOME
           MOVE DEPEN-DATANASC  TO DE-NASC
           MOVE DEPEN-SEXO      TO DE-SEXO
           MOVE DEPEN-CPF       TO DE-CPF
           MOVE DEPEN-IMPRENDA  TO DE-IRRF
           MOVE DEPEN-STATUS    TO DE-STATUS
           MOVE DDEPE TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG.
       IMP-DEPE-FIM.
           EXIT.

       SEC-BANCO.
           OPEN INPUT ARQBANCO
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-BANCO-FIM.
           MOVE "DADOS BANCARIOS - ARQBANCO" TO W-SEC-TITULO
           MOVE HBANCO TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO BCO-CHAPA
           READ ARQBANCO
           IF ST-ERRO2 = "00"
              MOVE BCO-BANCO   TO DB-BANCO
              MOVE BCO-AGENCIA TO DB-AGENCIA
              MOVE BCO-CONTA   TO DB-CONTA
              MOVE BCO-TPCONTA TO DB-TIPO
              MOVE BCO-STATUS  TO DB-STATUS
              MOVE BCO-PIXTIPO TO DB-PIXTP
              MOVE BCO-PIXKEY  TO DB-PIXKEY
              MOVE DBANCO TO W-LINHA
              PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
              ADD 1 TO W-TOTREG.
           CLOSE ARQBANCO.
       SEC-BANCO-FIM.
           EXIT.

       SEC-CONTR.
           OPEN INPUT ARQCONTR
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-CONTR-FIM.
           MOVE "CONTRATO DE ESTAGIO / APRENDIZ - ARQCONTR"
             TO W-SEC-TITULO
           MOVE HCONTR TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO CTR-CHAPA
           READ ARQCONTR
           IF ST-ERRO2 = "00"
              MOVE CTR-TIPO      TO DC-TIPO
              MOVE CTR-DTINI     TO DC-INI
              MOVE CTR-DTFIM     TO DC-FIM
              MOVE CTR-INSTIT    TO DC-INSTIT
              MOVE CTR-CNPJINST  TO DC-CNPJ
              MOVE CTR-NATUREZA  TO DC-NATUR
              MOVE CTR-NIVEL     TO DC-NIVEL
              MOVE DCONTR TO W-LINHA
              PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
              ADD 1 TO W-TOTREG.
           CLOSE ARQCONTR.
       SEC-CONTR-FIM.
           EXIT.

       SEC-PCD.
           OPEN INPUT ARQPCD
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PCD-FIM.
           MOVE "PESSOA COM DEFICIENCIA - ARQPCD (DADO SENSIVEL)"
             TO W-SEC-TITULO
           MOVE HPCD TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO PCD-CHAPA
           READ ARQPCD
           IF ST-ERRO2 = "00"
              MOVE PCD-TIPO    TO DP-TIPO
              MOVE PCD-DTLAUDO TO DP-LAUDO
              MOVE DPCD TO W-LINHA
              PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
              ADD 1 TO W-TOTREG.
           CLOSE ARQPCD.
       SEC-PCD-FIM.
           EXIT.

       SEC-READM.
           OPEN INPUT ARQREADM
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-READM-FIM.
           MOVE "READMISSAO - ARQREADM" TO W-SEC-TITULO
           MOVE HREADM TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO RDM-CHAPANOVA
           READ ARQREADM
           IF ST-ERRO2 = "00"
              MOVE RDM-CHAPANOVA TO DR-CHNOVA
              MOVE RDM-CHAPAANT  TO DR-CHANT
              MOVE RDM-DTDESLANT TO DR-DESL
              MOVE RDM-DTREADM   TO DR-READM
              MOVE DREADM TO W-LINHA
              PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
              ADD 1 TO W-TOTREG.
           CLOSE ARQREADM.
       SEC-READM-FIM.
           EXIT.

       SEC-TRANSF.
           OPEN INPUT ARQTRANSF
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-TRANSF-FIM.
           MOVE "TRANSFERENCIAS DE DEPTO / CARGO - ARQTRANSF"
             TO W-SEC-TITULO
           MOVE HTRANSF TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO TRANSF-CHAPA
           MOVE ZEROS   TO TRANSF-SEQ
           START ARQTRANSF KEY IS NOT LESS TRANSF-KEY
               INVALID KEY GO TO SEC-TRANSF-FEC.
       SEC-TRANSF-RD.
           READ ARQTRANSF NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-TRANSF-FEC.
           IF TRANSF-CHAPA NOT = W-CHAPA
              GO TO SEC-TRANSF-FEC.
           MOVE TRANSF-SEQ      TO DT-SEQ
           MOVE TRANSF-DEPDE    TO DT-DEPDE
           MOVE TRANSF-DEPPARA  TO DT-DEPPA
           MOVE TRANSF-CARGDE   TO DT-CARDE
           MOVE TRANSF-CARGPARA TO DT-CARPA
           MOVE TRANSF-DTEFET   TO DT-DATA
           MOVE TRANSF-MOTIVO   TO DT-MOTIVO
           MOVE DTRANSF TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-TRANSF-RD.
       SEC-TRANSF-FEC.
           CLOSE ARQTRANSF.
       SEC-TRANSF-FIM.
           EXIT.

       SEC-FOLHA.
           OPEN INPUT ARQFOLHA
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FOLHA-FIM.
           MOVE "FOLHAS DE PAGAMENTO - ARQFOLHA" TO W-SEC-TITULO
           MOVE HFOLHA TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA    TO FOLHA-CHAPA
           MOVE ZEROS      TO FOLHA-COMPET
           MOVE LOW-VALUES TO FOLHA-TIPO
           START ARQFOLHA KEY IS NOT LESS FOLHA-KEY
               INVALID KEY GO TO SEC-FOLHA-FEC.
       SEC-FOLHA-RD.
           READ ARQFOLHA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FOLHA-FEC.
           IF FOLHA-CHAPA NOT = W-CHAPA
              GO TO SEC-FOLHA-FEC.
           MOVE FOLHA-COMPET TO W-AAAAMM
           MOVE W-AM-MES     TO W-MA-MES
           MOVE W-AM-ANO     TO W-MA-ANO
           MOVE W-MMAAAA       TO DF-COMPET
           MOVE FOLHA-TIPO     TO DF-TIPO
           MOVE FOLHA-SALBRUTO TO DF-BRUTO
           MOVE FOLHA-INSS     TO DF-INSS
           MOVE FOLHA-IRRF     TO DF-IRRF
           MOVE FOLHA-FGTS     TO DF-FGTS
           MOVE FOLHA-SALLIQ   TO DF-LIQ
           MOVE FOLHA-EMPRESA  TO DF-EMPR
           MOVE DFOLHA TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-FOLHA-RD.
       SEC-FOLHA-FEC.
           CLOSE ARQFOLHA.
       SEC-FOLHA-FIM.
           EXIT.

       SEC-FER.
           OPEN INPUT ARQFER
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FER-FIM.
           MOVE "FERIAS - ARQFER" TO W-SEC-TITULO
           MOVE HFER TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO FER-CHAPA
           MOVE ZEROS   TO FER-INIPER
           START ARQFER KEY IS NOT LESS FER-KEY
               INVALID KEY GO TO SEC-FER-FEC.
       SEC-FER-RD.
           READ ARQFER NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FER-FEC.
           IF FER-CHAPA NOT = W-CHAPA
              GO TO SEC-FER-FEC.
           PERFORM IMP-FER THRU IMP-FER-FIM
           GO TO SEC-FER-RD.
       SEC-FER-FEC.
           CLOSE ARQFER.
       SEC-FER-FIM.
           EXIT.

       SEC-FERHIS.
           OPEN INPUT ARQFERHIS
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FERHIS-FIM.
           MOVE "FERIAS - HISTORICO ARQFERHIS" TO W-SEC-TITULO
           MOVE HFER TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO FERH-CHAPA
           MOVE ZEROS   TO FERH-INIPER
           START ARQFERHIS KEY IS NOT LESS FERH-KEY
               INVALID KEY GO TO SEC-FERHIS-FEC.
       SEC-FERHIS-RD.
           READ ARQFERHIS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-FERHIS-FEC.
           IF FERH-CHAPA NOT = W-CHAPA
              GO TO SEC-FERHIS-FEC.
           MOVE REGFERHIS TO REGFER
           PERFORM IMP-FER THRU IMP-FER-FIM
           GO TO SEC-FERHIS-RD.
       SEC-FERHIS-FEC.
           CLOSE ARQFERHIS.
       SEC-FERHIS-FIM.
           EXIT.

       IMP-FER.
           MOVE DTINICIOPER   TO DH-INIPER
           MOVE DTFIMPER      TO DH-FIMPER
           MOVE DTLIMITEGOZO  TO DH-LIMITE
           MOVE DTGOZOINI     TO DH-GOZO
           MOVE QTDDIASFERIAS TO DH-DIAS
           MOVE FERSTATUS     TO DH-STATUS
           MOVE DFER TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG.
       IMP-FER-FIM.
           EXIT.

       SEC-AFAST.
           OPEN INPUT ARQAFAST
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-AFAST-FIM.
           MOVE "AFASTAMENTOS - ARQAFAST (DADO SENSIVEL)"
             TO W-SEC-TITULO
           MOVE HAFAST TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO AFAST-CHAPA
           MOVE ZEROS   TO AFAST-INI
           START ARQAFAST KEY IS NOT LESS AFAST-KEY
               INVALID KEY GO TO SEC-AFAST-FEC.
       SEC-AFAST-RD.
           READ ARQAFAST NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-AFAST-FEC.
           IF AFAST-CHAPA NOT = W-CHAPA
              GO TO SEC-AFAST-FEC.
           MOVE AFAST-DTINI  TO DA-INI
           MOVE AFAST-TIPO   TO DA-TIPO
           MOVE AFAST-DTRET  TO DA-RET
           MOVE AFAST-STATUS TO DA-STATUS
           MOVE DAFAST TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-AFAST-RD.
       SEC-AFAST-FEC.
           CLOSE ARQAFAST.
       SEC-AFAST-FIM.
           EXIT.

       SEC-ASO.
           OPEN INPUT ARQASO
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-ASO-FIM.
           MOVE "EXAMES OCUPACIONAIS - ARQASO (DADO SENSIVEL)"
             TO W-SEC-TITULO
           MOVE HASO TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO ASO-CHAPA
           MOVE ZEROS   TO ASO-DATA
           START ARQASO KEY IS NOT LESS ASO-KEY
               INVALID KEY GO TO SEC-ASO-FEC.
       SEC-ASO-RD.
           READ ARQASO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-ASO-FEC.
           IF ASO-CHAPA NOT = W-CHAPA
              GO TO SEC-ASO-FEC.
           MOVE ASO-DATA TO W-AMD
           COMPUTE DS-DATA = (W-AMD-DIA * 1000000)
                           + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE ASO-TIPO   TO DS-TIPO
           MOVE ASO-RESULT TO DS-RESULT
           MOVE ASO-VALIDADE TO W-AMD
           COMPUTE DS-VALID = (W-AMD-DIA * 1000000)
                            + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE DASO TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-ASO-RD.
       SEC-ASO-FEC.
           CLOSE ARQASO.
       SEC-ASO-FIM.
           EXIT.

       SEC-ACID.
           OPEN INPUT ARQACID
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-ACID-FIM.
           MOVE "ACIDENTES DE TRABALHO - ARQACID (DADO SENSIVEL)"
             TO W-SEC-TITULO
           MOVE HACID TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO ACID-CHAPA
           MOVE ZEROS   TO ACID-DATA ACID-HORA
           START ARQACID KEY IS NOT LESS ACID-KEY
               INVALID KEY GO TO SEC-ACID-FEC.
       SEC-ACID-RD.
           READ ARQACID NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-ACID-FEC.
           IF ACID-CHAPA NOT = W-CHAPA
              GO TO SEC-ACID-FEC.
           MOVE ACID-DTACID TO DX-DATA
           MOVE ACID-HORA   TO DX-HORA
           MOVE ACID-TIPO   TO DX-TIPO
           MOVE ACID-PARTE  TO DX-PARTE
           MOVE ACID-AGENTE TO DX-AGENTE
           MOVE ACID-AFAST  TO DX-AFAST
           MOVE ACID-OBITO  TO DX-OBITO
           MOVE DACID TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-ACID-RD.
       SEC-ACID-FEC.
           CLOSE ARQACID.
       SEC-ACID-FIM.
           EXIT.

       SEC-BEN.
           OPEN INPUT ARQBEN
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-BEN-FIM.
           MOVE "BENEFICIOS - ARQBEN" TO W-SEC-TITULO
           MOVE HBEN TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO BEN-CHAPA
           READ ARQBEN
           IF ST-ERRO2 = "00"
              PERFORM IMP-BEN THRU IMP-BEN-FIM.
           CLOSE ARQBEN.
       SEC-BEN-FIM.
           EXIT.

       SEC-BENHIS.
           OPEN INPUT ARQBENHIS
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-BENHIS-FIM.
           MOVE "BENEFICIOS - HISTORICO ARQBENHIS" TO W-SEC-TITULO
           MOVE HBEN TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO BENH-CHAPA
           READ ARQBENHIS
           IF ST-ERRO2 = "00"
              MOVE REGBENHIS TO REGBEN
              PERFORM IMP-BEN THRU IMP-BEN-FIM.
           CLOSE ARQBENHIS.
       SEC-BENHIS-FIM.
           EXIT.

       IMP-BEN.
           MOVE VALETRANSP   TO DN-VT
           MOVE VALEREFEICAO TO DN-VR
           MOVE BENSTATUS    TO DN-STATUS
           MOVE DBEN TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG.
       IMP-BEN-FIM.
           EXIT.

       SEC-PLANO.
           OPEN INPUT ARQPLANO
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PLANO-FIM.
           MOVE "PLANOS DE SAUDE / ODONTO - ARQPLANO" TO W-SEC-TITULO
           MOVE HPLANO TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO PLA-CHAPA
           MOVE ZEROS   TO PLA-SEQ
           START ARQPLANO KEY IS NOT LESS PLA-KEY
               INVALID KEY GO TO SEC-PLANO-FEC.
       SEC-PLANO-RD.
           READ ARQPLANO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PLANO-FEC.
           IF PLA-CHAPA NOT = W-CHAPA
              GO TO SEC-PLANO-FEC.
           MOVE PLA-SEQ    TO DL-SEQ
           MOVE PLA-PLANO  TO DL-PLANO
           MOVE PLA-STATUS TO DL-STATUS
           MOVE DPLANO TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-PLANO-RD.
       SEC-PLANO-FEC.
           CLOSE ARQPLANO.
       SEC-PLANO-FIM.
           EXIT.

      *----[ SEGURO DE VIDA: APOLICE E ATE 5 BENEFICIARIOS ]------------
       SEC-SEGV.
           OPEN INPUT ARQSEGVIDA
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-SEGV-FIM.
           MOVE "SEGURO DE VIDA - ARQSEGVIDA" TO W-SEC-TITULO
           MOVE HSEGV TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO SEGV-CHAPA
           READ ARQSEGVIDA
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-SEGV-FEC.
           MOVE SEGV-APOLICE      TO DV-APOL
           MOVE SEGV-STATUS       TO DV-STATUS
           MOVE SEGV-COBERTURA    TO DV-COBERT
           MOVE SEGV-DTINI        TO DV-INI
           MOVE SEGV-BNOME (1)    TO DV-BNOME
           MOVE SEGV-BPARENT (1)  TO DV-BPAR
           MOVE SEGV-BPERC (1)    TO DV-BPERC
           MOVE DSEGV TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           MOVE 1 TO W-IDXB.
       SEC-SEGV-BEN.
           ADD 1 TO W-IDXB
           IF W-IDXB > 5
              GO TO SEC-SEGV-FEC.
           IF SEGV-BNOME (W-IDXB) = SPACES
              GO TO SEC-SEGV-BEN.
           MOVE SEGV-BNOME (W-IDXB)   TO DSB-BNOME
           MOVE SEGV-BPARENT (W-IDXB) TO DSB-BPAR
           MOVE SEGV-BPERC (W-IDXB)   TO DSB-BPERC
           MOVE DSEGB TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           GO TO SEC-SEGV-BEN.
       SEC-SEGV-FEC.
           CLOSE ARQSEGVIDA.
       SEC-SEGV-FIM.
           EXIT.

       SEC-PENS.
           OPEN INPUT ARQPENS
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PENS-FIM.
           MOVE "PENSAO ALIMENTICIA - ARQPENS" TO W-SEC-TITULO
           MOVE HPENS TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO PENS-CHAPA
           MOVE ZEROS   TO PENS-SEQ
           START ARQPENS KEY IS NOT LESS PENS-KEY
               INVALID KEY GO TO SEC-PENS-FEC.
       SEC-PENS-RD.
           READ ARQPENS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PENS-FEC.
           IF PENS-CHAPA NOT = W-CHAPA
              GO TO SEC-PENS-FEC.
           MOVE PENS-SEQ     TO DQ-SEQ
           MOVE PENS-BENEF   TO DQ-BENEF
           MOVE PENS-TIPO    TO DQ-TIPO
           MOVE PENS-PERC    TO DQ-PERC
           MOVE PENS-VALOR   TO DQ-VALOR
           MOVE PENS-DTINI   TO DQ-INI
           MOVE PENS-DTFIM   TO DQ-FIM
           MOVE PENS-BANCO   TO DQ-BANCO
           MOVE PENS-AGENCIA TO DQ-AGENC
           MOVE PENS-CONTA   TO DQ-CONTA
           MOVE PENS-STATUS  TO DQ-STATUS
           MOVE DPENS TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-PENS-RD.
       SEC-PENS-FEC.
           CLOSE ARQPENS.
       SEC-PENS-FIM.
           EXIT.

       SEC-EMPR.
           OPEN INPUT ARQEMPREST
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-EMPR-FIM.
           MOVE "EMPRESTIMOS CONSIGNADOS - ARQEMPREST" TO W-SEC-TITULO
           MOVE HEMPR TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO EMP-CHAPA
           MOVE ZEROS   TO EMP-SEQ
           START ARQEMPREST KEY IS NOT LESS EMP-KEY
               INVALID KEY GO TO SEC-EMPR-FEC.
       SEC-EMPR-RD.
           READ ARQEMPREST NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-EMPR-FEC.
           IF EMP-CHAPA NOT = W-CHAPA
              GO TO SEC-EMPR-FEC.
           MOVE EMP-SEQ       TO DM-SEQ
           MOVE EMP-PRINCIPAL TO DM-PRINC
           MOVE EMP-QTDPARC   TO DM-QTDP
           MOVE EMP-VLRPARC   TO DM-VLRP
           MOVE EMP-SALDO     TO DM-SALDO
           MOVE EMP-STATUS    TO DM-STATUS
           MOVE DEMPR TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-EMPR-RD.
       SEC-EMPR-FEC.
           CLOSE ARQEMPREST.
       SEC-EMPR-FIM.
           EXIT.

       SEC-DISC.
           OPEN INPUT ARQDISC
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DISC-FIM.
           MOVE "MEDIDAS DISCIPLINARES - ARQDISC" TO W-SEC-TITULO
           MOVE HDISC TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO DSC-CHAPA
           MOVE ZEROS   TO DSC-DATA
           START ARQDISC KEY IS NOT LESS DSC-KEY
               INVALID KEY GO TO SEC-DISC-FEC.
       SEC-DISC-RD.
           READ ARQDISC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DISC-FEC.
           IF DSC-CHAPA NOT = W-CHAPA
              GO TO SEC-DISC-FEC.
           COMPUTE DD-DATA = (DSC-DIA * 1000000)
                           + (DSC-MES * 10000) + DSC-ANO
           MOVE DSC-TIPO   TO DD-TIPO
           MOVE DSC-DIAS   TO DD-DIAS
           MOVE DSC-MOTIVO TO DD-MOTIVO
           MOVE DSC-GESTOR TO DD-GESTOR
           MOVE DDISC TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-DISC-RD.
       SEC-DISC-FEC.
           CLOSE ARQDISC.
       SEC-DISC-FIM.
           EXIT.

      *----[ PROCESSOS TRABALHISTAS PELA CHAVE ALTERNATIVA PROC-CHAPA ]-
       SEC-PROC.
           OPEN INPUT ARQPROC
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PROC-FIM.
           MOVE "PROCESSOS TRABALHISTAS - ARQPROC" TO W-SEC-TITULO
           MOVE HPROC TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO PROC-CHAPA
           START ARQPROC KEY IS NOT LESS PROC-CHAPA
               INVALID KEY GO TO SEC-PROC-FEC.
       SEC-PROC-RD.
           READ ARQPROC NEXT
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              GO TO SEC-PROC-FEC.
           IF PROC-CHAPA NOT = W-CHAPA
              GO TO SEC-PROC-FEC.
           MOVE PROC-NUMERO    TO DJ-NUM
           MOVE PROC-VARA      TO DJ-VARA
           MOVE PROC-DTAJUIZ   TO DJ-AJUIZ
           MOVE PROC-STATUS    TO DJ-STATUS
           MOVE PROC-VLRPEDIDO TO DJ-PEDIDO
           MOVE PROC-VLRPAGO   TO DJ-PAGO
           MOVE DPROC TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-PROC-RD.
       SEC-PROC-FEC.
           CLOSE ARQPROC.
       SEC-PROC-FIM.
           EXIT.

       SEC-DOCF.
           OPEN INPUT ARQDOCFUN
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DOCF-FIM.
           MOVE "DOCUMENTOS ENTREGUES - ARQDOCFUN" TO W-SEC-TITULO
           MOVE HDOCF TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO DOCF-CHAPA
           MOVE ZEROS   TO DOCF-COD
           START ARQDOCFUN KEY IS NOT LESS DOCF-KEY
               INVALID KEY GO TO SEC-DOCF-FEC.
       SEC-DOCF-RD.
           READ ARQDOCFUN NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DOCF-FEC.
           IF DOCF-CHAPA NOT = W-CHAPA
              GO TO SEC-DOCF-FEC.
           MOVE DOCF-COD     TO DO-COD
           MOVE DOCF-DTRECEB TO DO-RECEB
           MOVE DOCF-OBS     TO DO-OBS
           MOVE DDOCF TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-DOCF-RD.
       SEC-DOCF-FEC.
           CLOSE ARQDOCFUN.
       SEC-DOCF-FIM.
           EXIT.

       SEC-CUST.
           OPEN INPUT ARQCUSTOD
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-CUST-FIM.
           MOVE "N" TO W-BENSOK
           OPEN INPUT ARQBENS
           IF ST-ERRO5 = "00"
              MOVE "S" TO W-BENSOK.
           MOVE "BENS DA EMPRESA ENTREGUES - ARQCUSTOD"
             TO W-SEC-TITULO
           MOVE HCUST TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO CUS-CHAPA
           MOVE ZEROS   TO CUS-BEM CUS-DTENTR
           START ARQCUSTOD KEY IS NOT LESS CUS-KEY
               INVALID KEY GO TO SEC-CUST-FEC.
       SEC-CUST-RD.
           READ ARQCUSTOD NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-CUST-FEC.
           IF CUS-CHAPA NOT = W-CHAPA
              GO TO SEC-CUST-FEC.
           MOVE CUS-BEM TO DK-BEM BEM-COD
           MOVE SPACES  TO DK-DESCR
           IF W-BENSOK = "S"
              READ ARQBENS
              IF ST-ERRO5 = "00"
                 MOVE BEM-DESCR TO DK-DESCR.
           MOVE CUS-DTENTR TO W-AMD
           COMPUTE DK-ENTR = (W-AMD-DIA * 1000000)
                           + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE CUS-DTDEVOL TO W-AMD
           COMPUTE DK-DEVOL = (W-AMD-DIA * 1000000)
                            + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE CUS-SITUACAO TO DK-SIT
           MOVE CUS-VALOR    TO DK-VALOR
           MOVE DCUST TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-CUST-RD.
       SEC-CUST-FEC.
           CLOSE ARQCUSTOD
           IF W-BENSOK = "S"
              CLOSE ARQBENS.
       SEC-CUST-FIM.
           EXIT.

       SEC-UFN.
           OPEN INPUT ARQUSERFUN
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-UFN-FIM.
           MOVE "LOGINS DO SISTEMA VINCULADOS - ARQUSERFUN"
             TO W-SEC-TITULO
           MOVE HUFN TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO UFN-CHAPA
           START ARQUSERFUN KEY IS NOT LESS UFN-CHAPA
               INVALID KEY GO TO SEC-UFN-FEC.
       SEC-UFN-RD.
           READ ARQUSERFUN NEXT
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              GO TO SEC-UFN-FEC.
           IF UFN-CHAPA NOT = W-CHAPA
              GO TO SEC-UFN-FEC.
           MOVE UFN-OPERADOR  TO DU-OPER
           MOVE UFN-DESATIVAR TO DU-DESAT
           MOVE UFN-DTMARCA   TO W-AMD
           COMPUTE DU-DTMARC = (W-AMD-DIA * 1000000)
                             + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE DUFN TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-UFN-RD.
       SEC-UFN-FEC.
           CLOSE ARQUSERFUN.
       SEC-UFN-FIM.
           EXIT.

      *----[ ACESSO AO HOLERITE: A SENHA NAO E IMPRESSA ]---------------
       SEC-PIN.
           OPEN INPUT ARQPINFUNC
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-PIN-FIM.
           MOVE "ACESSO AO HOLERITE ELETRONICO - ARQPINFUNC"
             TO W-SEC-TITULO
           MOVE HPIN TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE W-CHAPA TO PIN-CHAPA
           READ ARQPINFUNC
           IF ST-ERRO2 = "00"
              MOVE PIN-STATUS     TO DI-STATUS
              MOVE PIN-DTULTACES  TO W-AMD
              COMPUTE DI-ULTAC = (W-AMD-DIA * 1000000)
                               + (W-AMD-MES * 10000) + W-AMD-ANO
              MOVE PIN-HRULTACES  TO DI-HORA
              MOVE DPIN TO W-LINHA
              PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
              ADD 1 TO W-TOTREG.
           CLOSE ARQPINFUNC.
       SEC-PIN-FIM.
           EXIT.

      *----[ CPF COMO DEPENDENTE DE OUTRO TITULAR (LEITURA COMPLETA) ]--
       SEC-DEPCPF.
           OPEN INPUT ARQDEPE
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DEPCPF-FIM.
           MOVE "DEPENDENTE DE OUTRO TITULAR - ARQDEPE" TO W-SEC-TITULO
           MOVE HDEPE TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE LOW-VALUES TO DEPEN-KEY
           START ARQDEPE KEY IS NOT LESS DEPEN-KEY
               INVALID KEY GO TO SEC-DEPCPF-FEC.
       SEC-DEPCPF-RD.
           READ ARQDEPE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DEPCPF-FEC.
           IF DEPEN-CPF = W-CPF
              PERFORM IMP-DEPE THRU IMP-DEPE-FIM.
           GO TO SEC-DEPCPF-RD.
       SEC-DEPCPF-FEC.
           CLOSE ARQDEPE.
       SEC-DEPCPF-FIM.
           EXIT.

       SEC-DEPHCPF.
           OPEN INPUT ARQDEPEHIS
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DEPHCPF-FIM.
           MOVE "DEPENDENTE DE OUTRO TITULAR - HISTORICO ARQDEPEHIS"
             TO W-SEC-TITULO
           MOVE HDEPE TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE LOW-VALUES TO DEPH-KEY
           START ARQDEPEHIS KEY IS NOT LESS DEPH-KEY
               INVALID KEY GO TO SEC-DEPHCPF-FEC.
       SEC-DEPHCPF-RD.
           READ ARQDEPEHIS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DEPHCPF-FEC.
           IF DEPH-CPF = W-CPF
              MOVE REGDEPEHIS TO REGDEPE
              PERFORM IMP-DEPE THRU IMP-DEPE-FIM.
           GO TO SEC-DEPHCPF-RD.
       SEC-DEPHCPF-FEC.
           CLOSE ARQDEPEHIS.
       SEC-DEPHCPF-FIM.
           EXIT.

      *----[ AUTONOMO: CADASTRO E RESUMO DOS RPA PELO CODIGO ]----------
       SEC-AUTON.
           OPEN INPUT ARQAUTON
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-AUTON-FIM.
           MOVE "PRESTADOR AUTONOMO - ARQAUTON" TO W-SEC-TITULO
           MOVE HAUTON TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE ZEROS TO AUT-COD
           START ARQAUTON KEY IS NOT LESS AUT-COD
               INVALID KEY GO TO SEC-AUTON-FEC.
       SEC-AUTON-RD.
           READ ARQAUTON NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-AUTON-FEC.
           IF AUT-CPF NOT = W-CPF
              GO TO SEC-AUTON-RD.
           MOVE AUT-COD     TO DW-COD
           MOVE AUT-NOME    TO DW-NOME
           MOVE AUT-PIS     TO DW-PIS
           MOVE AUT-SERVICO TO DW-SERV
           MOVE AUT-BANCO   TO DW-BANCO
           MOVE AUT-AGENCIA TO DW-AGENC
           MOVE AUT-CONTA   TO DW-CONTA
           MOVE AUT-STATUS  TO DW-STATUS
           MOVE DAUTON TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           PERFORM RES-RPA THRU RES-RPA-FIM
           GO TO SEC-AUTON-RD.
       SEC-AUTON-FEC.
           CLOSE ARQAUTON.
       SEC-AUTON-FIM.
           EXIT.

       RES-RPA.
           MOVE "ARQRPA" TO W-RES-ARQ
           MOVE "RECIBOS DE PAGAMENTO AUTONOMO" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQRPA
           IF ST-ERRO3 NOT = "00"
              GO TO RES-RPA-FIM.
           MOVE AUT-COD TO RPA-COD
           MOVE ZEROS   TO RPA-COMPET
           START ARQRPA KEY IS NOT LESS RPA-KEY
               INVALID KEY GO TO RES-RPA-FEC.
       RES-RPA-RD.
           READ ARQRPA NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO RES-RPA-FEC.
           IF RPA-COD NOT = AUT-COD
              GO TO RES-RPA-FEC.
           MOVE RPA-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-RPA-RD.
       RES-RPA-FEC.
           CLOSE ARQRPA
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-RPA-FIM.
           EXIT.

      *----[ SOCIO: CADASTRO E RESUMO DO PRO-LABORE PELO CODIGO ]-------
       SEC-SOCIO.
           OPEN INPUT ARQSOCIO
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-SOCIO-FIM.
           MOVE "SOCIO / DIRIGENTE - ARQSOCIO" TO W-SEC-TITULO
           MOVE HSOCIO TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE ZEROS TO SOC-COD
           START ARQSOCIO KEY IS NOT LESS SOC-COD
               INVALID KEY GO TO SEC-SOCIO-FEC.
       SEC-SOCIO-RD.
           READ ARQSOCIO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-SOCIO-FEC.
           IF SOC-CPF NOT = W-CPF
              GO TO SEC-SOCIO-RD.
           MOVE SOC-COD     TO DZ-COD
           MOVE SOC-NOME    TO DZ-NOME
           MOVE SOC-NIT     TO DZ-NIT
           MOVE SOC-TIPO    TO DZ-TIPO
           MOVE SOC-DTINI   TO DZ-INI
           MOVE SOC-DTFIM   TO DZ-FIM
           MOVE SOC-VALOR   TO DZ-VALOR
           MOVE SOC-BANCO   TO DZ-BANCO
           MOVE SOC-AGENCIA TO DZ-AGENC
           MOVE SOC-CONTA   TO DZ-CONTA
           MOVE SOC-STATUS  TO DZ-STATUS
           MOVE DSOCIO TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           PERFORM RES-PROLAB THRU RES-PROLAB-FIM
           GO TO SEC-SOCIO-RD.
       SEC-SOCIO-FEC.
           CLOSE ARQSOCIO.
       SEC-SOCIO-FIM.
           EXIT.

       RES-PROLAB.
           MOVE "ARQPROLAB" TO W-RES-ARQ
           MOVE "PAGAMENTOS DE PRO-LABORE" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQPROLAB
           IF ST-ERRO3 NOT = "00"
              GO TO RES-PROLAB-FIM.
           MOVE SOC-COD TO PLB-COD
           MOVE ZEROS   TO PLB-COMPET
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO RES-PROLAB-FEC.
       RES-PROLAB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO3 NOT = "00"
              GO TO RES-PROLAB-FEC.
           IF PLB-COD NOT = SOC-COD
              GO TO RES-PROLAB-FEC.
           MOVE PLB-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-PROLAB-RD.
       RES-PROLAB-FEC.
           CLOSE ARQPROLAB
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-PROLAB-FIM.
           EXIT.

      *----[ DECLARACOES MENSAIS (DCTF / DIRF) GRAVADAS COM O CPF ]-----
       SEC-DECL.
           OPEN INPUT ARQDECLAR
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DECL-FIM.
           MOVE "BASES DECLARADAS AO FISCO - ARQDECLAR"
             TO W-SEC-TITULO
           MOVE HDECL TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB
           MOVE ZEROS      TO DCL-COMPET DCL-CHAPA
           MOVE LOW-VALUES TO DCL-EMPRESA DCL-ORIGEM DCL-TIPOID
           START ARQDECLAR KEY IS NOT LESS DCL-KEY
               INVALID KEY GO TO SEC-DECL-FEC.
       SEC-DECL-RD.
           READ ARQDECLAR NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SEC-DECL-FEC.
           IF DCL-CPF NOT = W-CPF
              GO TO SEC-DECL-RD.
           MOVE DCL-COMPET TO W-AAAAMM
           MOVE W-AM-MES   TO W-MA-MES
           MOVE W-AM-ANO   TO W-MA-ANO
           MOVE W-MMAAAA     TO DY-COMPET
           MOVE DCL-EMPRESA  TO DY-EMPR
           MOVE DCL-ORIGEM   TO DY-ORIG
           MOVE DCL-CHAPA    TO DY-CHAPA
           MOVE DCL-NOME     TO DY-NOME
           MOVE DCL-BASEINSS TO DY-BINSS
           MOVE DCL-INSS     TO DY-INSS
           MOVE DCL-BASEIRRF TO DY-BIRRF
           MOVE DCL-IRRF     TO DY-IRRF
           MOVE DDECL TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-DECL-RD.
       SEC-DECL-FEC.
           CLOSE ARQDECLAR.
       SEC-DECL-FIM.
           EXIT.

      *----[ TRILHA DE AUDITORIA: ALTERACOES FEITAS NAS CHAPAS ]--------
       SEC-LOG.
           IF W-QTDCHAPA = ZEROS
              GO TO SEC-LOG-FIM.
           OPEN INPUT ARQLOG
           IF ST-ERRO3 NOT = "00"
              GO TO SEC-LOG-FIM.
           MOVE "ALTERACOES REGISTRADAS NA AUDITORIA - ARQLOG"
             TO W-SEC-TITULO
           MOVE HLOG TO W-SEC-COLS
           MOVE "N" TO W-SEC-CAB.
       SEC-LOG-RD.
           READ ARQLOG
               AT END GO TO SEC-LOG-FEC.
           MOVE SPACES TO W-CHAPA-CMPX
           IF LOG-ARQUIVO = "ARQFUNC" OR "ARQTRANS" OR "ARQPROPO"
              MOVE LOG-CHAVE (1:6) TO W-CHAPA-CMPX.
           IF LOG-ARQUIVO = "ARQDEPE"
              MOVE LOG-CHAVE (2:6) TO W-CHAPA-CMPX.
           IF W-CHAPA-CMPX NOT NUMERIC
              GO TO SEC-LOG-RD.
           MOVE ZEROS TO W-IDX.
       SEC-LOG-VER.
           ADD 1 TO W-IDX
           IF W-IDX > W-QTDCHAPA
              GO TO SEC-LOG-RD.
           IF TC-CHAPA (W-IDX) NOT = W-CHAPA-CMP
              GO TO SEC-LOG-VER.
           MOVE LOG-DATA TO W-AMD
           COMPUTE DG-DATA = (W-AMD-DIA * 1000000)
                           + (W-AMD-MES * 10000) + W-AMD-ANO
           MOVE LOG-HORA     TO DG-HORA
           MOVE LOG-OPERADOR TO DG-OPER
           MOVE LOG-ARQUIVO  TO DG-ARQ
           MOVE LOG-ACAO     TO DG-ACAO
           MOVE LOG-CHAVE    TO DG-CHAVE
           MOVE LOG-DESCR    TO DG-DESCR
           MOVE DLOG TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD 1 TO W-TOTREG
           GO TO SEC-LOG-RD.
       SEC-LOG-FEC.
           CLOSE ARQLOG.
       SEC-LOG-FIM.
           EXIT.

      *----[ RESUMO: ACUMULA QUANTIDADE E MENOR / MAIOR PERIODO ]-------
       ACUM-RES.
           ADD 1 TO W-RES-QTD
           IF W-RES-TIPO = SPACE
              GO TO ACUM-RES-FIM.
           IF W-RES-QTD = 1 OR W-RES-PER < W-RES-INI
              MOVE W-RES-PER TO W-RES-INI.
           IF W-RES-PER > W-RES-FIM
              MOVE W-RES-PER TO W-RES-FIM.
       ACUM-RES-FIM.
           EXIT.

       GRAVAR-RES.
           IF W-RES-QTD = ZEROS
              GO TO GRAVAR-RES-FIM.
           MOVE W-RES-ARQ   TO RS-ARQ
           MOVE W-RES-DESCR TO RS-DESCR
           MOVE W-RES-QTD   TO RS-QTD
           MOVE SPACES TO RS-INI RS-ATE RS-FIM
           IF W-RES-TIPO = "D"
              MOVE W-RES-INI TO W-AMD
              COMPUTE W-EDDATA = (W-AMD-DIA * 1000000)
                               + (W-AMD-MES * 10000) + W-AMD-ANO
              MOVE W-EDDATA TO RS-INI
              MOVE W-RES-FIM TO W-AMD
              COMPUTE W-EDDATA = (W-AMD-DIA * 1000000)
                               + (W-AMD-MES * 10000) + W-AMD-ANO
              MOVE W-EDDATA TO RS-FIM
              MOVE " A " TO RS-ATE.
           IF W-RES-TIPO = "C"
              MOVE W-RES-INI TO W-AAAAMM
              MOVE W-AM-MES  TO W-MA-MES
              MOVE W-AM-ANO  TO W-MA-ANO
              MOVE W-MMAAAA  TO RS-INI
              MOVE W-RES-FIM TO W-AAAAMM
              MOVE W-AM-MES  TO W-MA-MES
              MOVE W-AM-ANO  TO W-MA-ANO
              MOVE W-MMAAAA  TO RS-FIM
              MOVE " A " TO RS-ATE.
           MOVE LINRES TO W-LINHA
           PERFORM GRAVAR-LINHA THRU GRAVAR-LINHA-FIM
           ADD W-RES-QTD TO W-TOTREG.
       GRAVAR-RES-FIM.
           EXIT.

      *----[ DEMAIS ARQUIVOS DA CHAPA: SO QUANTIDADE E PERIODO ]-------
       RES-MARC.
           MOVE "ARQMARC" TO W-RES-ARQ
           MOVE "MARCACOES DO RELOGIO DE PONTO" TO W-RES-DESCR
           MOVE "D" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQMARC
           IF ST-ERRO2 NOT = "00"
              GO TO RES-MARC-FIM.
           MOVE W-CHAPA TO MARC-CHAPA
           MOVE ZEROS TO MARC-DATA
           START ARQMARC KEY IS NOT LESS MARC-KEY
               INVALID KEY GO TO RES-MARC-FEC.
       RES-MARC-RD.
           READ ARQMARC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-MARC-FEC.
           IF MARC-CHAPA NOT = W-CHAPA
              GO TO RES-MARC-FEC.
           MOVE MARC-DATA TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-MARC-RD.
       RES-MARC-FEC.
           CLOSE ARQMARC
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-MARC-FIM.
           EXIT.

       RES-PONTO.
           MOVE "ARQPONTO" TO W-RES-ARQ
           MOVE "FECHAMENTOS DE PONTO MENSAL" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQPONTO
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PONTO-FIM.
           MOVE W-CHAPA TO PONTO-CHAPA
           MOVE ZEROS TO PONTO-COMPET
           START ARQPONTO KEY IS NOT LESS PONTO-KEY
               INVALID KEY GO TO RES-PONTO-FEC.
       RES-PONTO-RD.
           READ ARQPONTO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PONTO-FEC.
           IF PONTO-CHAPA NOT = W-CHAPA
              GO TO RES-PONTO-FEC.
           MOVE PONTO-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-PONTO-RD.
       RES-PONTO-FEC.
           CLOSE ARQPONTO
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-PONTO-FIM.
           EXIT.

       RES-BHCAD.
           MOVE "ARQBHCAD" TO W-RES-ARQ
           MOVE "ADESAO AO BANCO DE HORAS" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQBHCAD
           IF ST-ERRO2 NOT = "00"
              GO TO RES-BHCAD-FIM.
           MOVE W-CHAPA TO BHC-CHAPA
           START ARQBHCAD KEY IS NOT LESS BHC-CHAPA
               INVALID KEY GO TO RES-BHCAD-FEC.
       RES-BHCAD-RD.
           READ ARQBHCAD NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-BHCAD-FEC.
           IF BHC-CHAPA NOT = W-CHAPA
              GO TO RES-BHCAD-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-BHCAD-RD.
       RES-BHCAD-FEC.
           CLOSE ARQBHCAD
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-BHCAD-FIM.
           EXIT.

       RES-BHMOV.
           MOVE "ARQBHMOV" TO W-RES-ARQ
           MOVE "MOVIMENTOS DO BANCO DE HORAS" TO W-RES-DESCR
           MOVE "D" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQBHMOV
           IF ST-ERRO2 NOT = "00"
              GO TO RES-BHMOV-FIM.
           MOVE W-CHAPA TO BHM-CHAPA
           MOVE ZEROS TO BHM-DATA BHM-SEQ
           START ARQBHMOV KEY IS NOT LESS BHM-KEY
               INVALID KEY GO TO RES-BHMOV-FEC.
       RES-BHMOV-RD.
           READ ARQBHMOV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-BHMOV-FEC.
           IF BHM-CHAPA NOT = W-CHAPA
              GO TO RES-BHMOV-FEC.
           MOVE BHM-DATA TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-BHMOV-RD.
       RES-BHMOV-FEC.
           CLOSE ARQBHMOV
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-BHMOV-FIM.
           EXIT.

       RES-FOLDET.
           MOVE "ARQFOLDET" TO W-RES-ARQ
           MOVE "RUBRICAS DA FOLHA (DETALHE)" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQFOLDET
           IF ST-ERRO2 NOT = "00"
              GO TO RES-FOLDET-FIM.
           MOVE W-CHAPA TO FDET-CHAPA
           MOVE ZEROS TO FDET-COMPET FDET-RUBRICA
           MOVE LOW-VALUES TO FDET-TIPO FDET-ORIGEM
           START ARQFOLDET KEY IS NOT LESS FDET-KEY
               INVALID KEY GO TO RES-FOLDET-FEC.
       RES-FOLDET-RD.
           READ ARQFOLDET NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-FOLDET-FEC.
           IF FDET-CHAPA NOT = W-CHAPA
              GO TO RES-FOLDET-FEC.
           MOVE FDET-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-FOLDET-RD.
       RES-FOLDET-FEC.
           CLOSE ARQFOLDET
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-FOLDET-FIM.
           EXIT.

       RES-EVENT.
           MOVE "ARQEVENT" TO W-RES-ARQ
           MOVE "EVENTOS VARIAVEIS LANCADOS" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQEVENT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-EVENT-FIM.
           MOVE W-CHAPA TO EVT-CHAPA
           MOVE ZEROS TO EVT-COMPET EVT-CODIGO
           START ARQEVENT KEY IS NOT LESS EVT-KEY
               INVALID KEY GO TO RES-EVENT-FEC.
       RES-EVENT-RD.
           READ ARQEVENT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-EVENT-FEC.
           IF EVT-CHAPA NOT = W-CHAPA
              GO TO RES-EVENT-FEC.
           MOVE EVT-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-EVENT-RD.
       RES-EVENT-FEC.
           CLOSE ARQEVENT
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-EVENT-FIM.
           EXIT.

       RES-EVREC.
           MOVE "ARQEVREC" TO W-RES-ARQ
           MOVE "EVENTOS RECORRENTES" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQEVREC
           IF ST-ERRO2 NOT = "00"
              GO TO RES-EVREC-FIM.
           MOVE W-CHAPA TO REC-CHAPA
           MOVE ZEROS TO REC-CODIGO
           START ARQEVREC KEY IS NOT LESS REC-KEY
               INVALID KEY GO TO RES-EVREC-FEC.
       RES-EVREC-RD.
           READ ARQEVREC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-EVREC-FEC.
           IF REC-CHAPA NOT = W-CHAPA
              GO TO RES-EVREC-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-EVREC-RD.
       RES-EVREC-FEC.
           CLOSE ARQEVREC
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-EVREC-FIM.
           EXIT.

       RES-CRECHE.
           MOVE "ARQCRECHE" TO W-RES-ARQ
           MOVE "AUXILIO CRECHE" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQCRECHE
           IF ST-ERRO2 NOT = "00"
              GO TO RES-CRECHE-FIM.
           MOVE W-CHAPA TO CRE-CHAPA
           MOVE ZEROS TO CRE-COMPET CRE-DEPSEQ
           START ARQCRECHE KEY IS NOT LESS CRE-KEY
               INVALID KEY GO TO RES-CRECHE-FEC.
       RES-CRECHE-RD.
           READ ARQCRECHE NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-CRECHE-FEC.
           IF CRE-CHAPA NOT = W-CHAPA
              GO TO RES-CRECHE-FEC.
           MOVE CRE-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-CRECHE-RD.
       RES-CRECHE-FEC.
           CLOSE ARQCRECHE
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-CRECHE-FIM.
           EXIT.

       RES-REEMB.
           MOVE "ARQREEMB" TO W-RES-ARQ
           MOVE "PEDIDOS DE REEMBOLSO" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQREEMB
           IF ST-ERRO2 NOT = "00"
              GO TO RES-REEMB-FIM.
           MOVE W-CHAPA TO REE-CHAPA
           MOVE ZEROS TO REE-SEQ
           START ARQREEMB KEY IS NOT LESS REE-KEY
               INVALID KEY GO TO RES-REEMB-FEC.
       RES-REEMB-RD.
           READ ARQREEMB NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-REEMB-FEC.
           IF REE-CHAPA NOT = W-CHAPA
              GO TO RES-REEMB-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-REEMB-RD.
       RES-REEMB-FEC.
           CLOSE ARQREEMB
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-REEMB-FIM.
           EXIT.

       RES-EPIEN.
           MOVE "ARQEPIEN" TO W-RES-ARQ
           MOVE "ENTREGAS DE EPI" TO W-RES-DESCR
           MOVE "D" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQEPIEN
           IF ST-ERRO2 NOT = "00"
              GO TO RES-EPIEN-FIM.
           MOVE W-CHAPA TO ENT-CHAPA
           MOVE ZEROS TO ENT-EPI ENT-DATA
           START ARQEPIEN KEY IS NOT LESS ENT-KEY
               INVALID KEY GO TO RES-EPIEN-FEC.
       RES-EPIEN-RD.
           READ ARQEPIEN NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-EPIEN-FEC.
           IF ENT-CHAPA NOT = W-CHAPA
              GO TO RES-EPIEN-FEC.
           MOVE ENT-DATA TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-EPIEN-RD.
       RES-EPIEN-FEC.
           CLOSE ARQEPIEN
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-EPIEN-FIM.
           EXIT.

       RES-HOLENV.
           MOVE "ARQHOLENV" TO W-RES-ARQ
           MOVE "HOLERITES ENVIADOS POR E-MAIL" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQHOLENV
           IF ST-ERRO2 NOT = "00"
              GO TO RES-HOLENV-FIM.
           MOVE W-CHAPA TO HENV-CHAPA
           MOVE ZEROS TO HENV-COMPET
           START ARQHOLENV KEY IS NOT LESS HENV-KEY
               INVALID KEY GO TO RES-HOLENV-FEC.
       RES-HOLENV-RD.
           READ ARQHOLENV NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-HOLENV-FEC.
           IF HENV-CHAPA NOT = W-CHAPA
              GO TO RES-HOLENV-FEC.
           MOVE HENV-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-HOLENV-RD.
       RES-HOLENV-FEC.
           CLOSE ARQHOLENV
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-HOLENV-FIM.
           EXIT.

       RES-MVINC.
           MOVE "ARQMVINC" TO W-RES-ARQ
           MOVE "INSS EM OUTROS VINCULOS" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQMVINC
           IF ST-ERRO2 NOT = "00"
              GO TO RES-MVINC-FIM.
           MOVE W-CHAPA TO MVI-CHAPA
           MOVE ZEROS TO MVI-COMPET MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO RES-MVINC-FEC.
       RES-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-MVINC-FEC.
           IF MVI-CHAPA NOT = W-CHAPA
              GO TO RES-MVINC-FEC.
           MOVE MVI-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-MVINC-RD.
       RES-MVINC-FEC.
           CLOSE ARQMVINC
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-MVINC-FIM.
           EXIT.

       RES-FUNCCERT.
           MOVE "ARQFUNCCERT" TO W-RES-ARQ
           MOVE "CERTIFICACOES DO FUNCIONARIO" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQFUNCCERT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-FUNCCERT-FIM.
           MOVE W-CHAPA TO FCT-CHAPA
           MOVE ZEROS TO FCT-CERT
           START ARQFUNCCERT KEY IS NOT LESS FCT-KEY
               INVALID KEY GO TO RES-FUNCCERT-FEC.
       RES-FUNCCERT-RD.
           READ ARQFUNCCERT NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-FUNCCERT-FEC.
           IF FCT-CHAPA NOT = W-CHAPA
              GO TO RES-FUNCCERT-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-FUNCCERT-RD.
       RES-FUNCCERT-FEC.
           CLOSE ARQFUNCCERT
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-FUNCCERT-FIM.
           EXIT.

       RES-ESCFUN.
           MOVE "ARQESCFUN" TO W-RES-ARQ
           MOVE "ESCALAS DE TRABALHO" TO W-RES-DESCR
           MOVE "D" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQESCFUN
           IF ST-ERRO2 NOT = "00"
              GO TO RES-ESCFUN-FIM.
           MOVE W-CHAPA TO EF-CHAPA
           MOVE ZEROS TO EF-DTVIG
           START ARQESCFUN KEY IS NOT LESS EF-KEY
               INVALID KEY GO TO RES-ESCFUN-FEC.
       RES-ESCFUN-RD.
           READ ARQESCFUN NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-ESCFUN-FEC.
           IF EF-CHAPA NOT = W-CHAPA
              GO TO RES-ESCFUN-FEC.
           MOVE EF-DTVIG TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-ESCFUN-RD.
       RES-ESCFUN-FEC.
           CLOSE ARQESCFUN
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-ESCFUN-FIM.
           EXIT.

       RES-PAGPEND.
           MOVE "ARQPAGPEND" TO W-RES-ARQ
           MOVE "PAGAMENTOS PENDENTES" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQPAGPEND
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PAGPEND-FIM.
           MOVE W-CHAPA TO PGP-CHAPA
           MOVE ZEROS TO PGP-DTREF
           MOVE LOW-VALUES TO PGP-TIPO
           START ARQPAGPEND KEY IS NOT LESS PGP-KEY
               INVALID KEY GO TO RES-PAGPEND-FEC.
       RES-PAGPEND-RD.
           READ ARQPAGPEND NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PAGPEND-FEC.
           IF PGP-CHAPA NOT = W-CHAPA
              GO TO RES-PAGPEND-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-PAGPEND-RD.
       RES-PAGPEND-FEC.
           CLOSE ARQPAGPEND
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-PAGPEND-FIM.
           EXIT.

       RES-SALDONEG.
           MOVE "ARQSALDONEG" TO W-RES-ARQ
           MOVE "SALDO NEGATIVO DE FOLHA" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQSALDONEG
           IF ST-ERRO2 NOT = "00"
              GO TO RES-SALDONEG-FIM.
           MOVE W-CHAPA TO SNEG-CHAPA
           START ARQSALDONEG KEY IS NOT LESS SNEG-CHAPA
               INVALID KEY GO TO RES-SALDONEG-FEC.
       RES-SALDONEG-RD.
           READ ARQSALDONEG NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-SALDONEG-FEC.
           IF SNEG-CHAPA NOT = W-CHAPA
              GO TO RES-SALDONEG-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-SALDONEG-RD.
       RES-SALDONEG-FEC.
           CLOSE ARQSALDONEG
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-SALDONEG-FIM.
           EXIT.

       RES-CREDST.
           MOVE "ARQCREDST" TO W-RES-ARQ
           MOVE "RETORNOS DE CREDITO BANCARIO" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQCREDST
           IF ST-ERRO2 NOT = "00"
              GO TO RES-CREDST-FIM.
           MOVE W-CHAPA TO CRST-CHAPA
           MOVE ZEROS TO CRST-COMPET
           START ARQCREDST KEY IS NOT LESS CRST-KEY
               INVALID KEY GO TO RES-CREDST-FEC.
       RES-CREDST-RD.
           READ ARQCREDST NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-CREDST-FEC.
           IF CRST-CHAPA NOT = W-CHAPA
              GO TO RES-CREDST-FEC.
           MOVE CRST-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-CREDST-RD.
       RES-CREDST-FEC.
           CLOSE ARQCREDST
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-CREDST-FIM.
           EXIT.

       RES-PROPOS.
           MOVE "ARQPROPOS" TO W-RES-ARQ
           MOVE "PROPOSTAS DE PROMOCAO" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQPROPOS
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PROPOS-FIM.
           MOVE W-CHAPA TO PRO-CHAPA
           MOVE ZEROS TO PRO-COMPET
           START ARQPROPOS KEY IS NOT LESS PRO-KEY
               INVALID KEY GO TO RES-PROPOS-FEC.
       RES-PROPOS-RD.
           READ ARQPROPOS NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-PROPOS-FEC.
           IF PRO-CHAPA NOT = W-CHAPA
              GO TO RES-PROPOS-FEC.
           MOVE PRO-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-PROPOS-RD.
       RES-PROPOS-FEC.
           CLOSE ARQPROPOS
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-PROPOS-FIM.
           EXIT.

       RES-RATEIO.
           MOVE "ARQRATEIO" TO W-RES-ARQ
           MOVE "RATEIO DE CUSTO POR DEPTO" TO W-RES-DESCR
           MOVE SPACE TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQRATEIO
           IF ST-ERRO2 NOT = "00"
              GO TO RES-RATEIO-FIM.
           MOVE W-CHAPA TO RAT-CHAPA
           MOVE ZEROS TO RAT-CODDEP
           START ARQRATEIO KEY IS NOT LESS RAT-KEY
               INVALID KEY GO TO RES-RATEIO-FEC.
       RES-RATEIO-RD.
           READ ARQRATEIO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-RATEIO-FEC.
           IF RAT-CHAPA NOT = W-CHAPA
              GO TO RES-RATEIO-FEC.
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-RATEIO-RD.
       RES-RATEIO-FEC.
           CLOSE ARQRATEIO
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-RATEIO-FIM.
           EXIT.

       RES-MEMO.
           MOVE "ARQMEMO" TO W-RES-ARQ
           MOVE "MEMORIA DE CALCULO DA FOLHA" TO W-RES-DESCR
           MOVE "C" TO W-RES-TIPO
           MOVE ZEROS TO W-RES-QTD W-RES-INI W-RES-FIM
           OPEN INPUT ARQMEMO
           IF ST-ERRO2 NOT = "00"
              GO TO RES-MEMO-FIM.
           MOVE W-CHAPA TO MEM-CHAPA
           MOVE ZEROS TO MEM-COMPET MEM-SEQ
           MOVE LOW-VALUES TO MEM-TIPO
           START ARQMEMO KEY IS NOT LESS MEM-KEY
               INVALID KEY GO TO RES-MEMO-FEC.
       RES-MEMO-RD.
           READ ARQMEMO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO RES-MEMO-FEC.
           IF MEM-CHAPA NOT = W-CHAPA
              GO TO RES-MEMO-FEC.
           MOVE MEM-COMPET TO W-RES-PER
           PERFORM ACUM-RES THRU ACUM-RES-FIM
           GO TO RES-MEMO-RD.
       RES-MEMO-FEC.
           CLOSE ARQMEMO
           PERFORM GRAVAR-RES THRU GRAVAR-RES-FIM.
       RES-MEMO-FIM.
           EXIT.
      *----[ REGISTRO DO PEDIDO DO TITULAR (PRAZO E RESPONSAVEL) ]------
       GRAVAR-PEDIDO.
           OPEN I-O ARQLGPD
           IF ST-ERRO4 = "30" OR ST-ERRO4 = "35"
              OPEN OUTPUT ARQLGPD
              CLOSE ARQLGPD
              OPEN I-O ARQLGPD.
           IF ST-ERRO4 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ARQLGPD" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO GRAVAR-PEDIDO-FIM.
           ACCEPT W-HORA FROM TIME
           MOVE W-HOJE       TO LGP-DATA
           MOVE W-HORA (1:6) TO LGP-HORA
           MOVE "R"          TO LGP-TIPO
           MOVE W-CPF        TO LGP-CPF
           MOVE W-SOLIC      TO LGP-SOLIC
           MOVE W-DATA-AMD   TO LGP-DTSOLIC
           MOVE W-PRAZO      TO LGP-PRAZO
           MOVE W-QTDCHAPA   TO LGP-QTDCHAPA
           MOVE W-TOTREG     TO LGP-QTDREG
           MOVE W-OPERADOR   TO LGP-OPERADOR.
       GRAVAR-PEDIDO-GRV.
           WRITE REGLGPD
           IF ST-ERRO4 = "22"
              ADD 1 TO LGP-HORA
              GO TO GRAVAR-PEDIDO-GRV.
           CLOSE ARQLGPD.
       GRAVAR-PEDIDO-FIM.
           EXIT.

      *----[ TODA CONSULTA DE DADOS DO TITULAR VAI P/ O ARQLOG ]--------
       GRAVAR-LOG.
           OPEN EXTEND ARQLOG
           IF ST-ERRO3 NOT = "00"
              OPEN OUTPUT ARQLOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQLGPD" TO LOG-ARQUIVO
           MOVE "C" TO LOG-ACAO
           MOVE SPACES TO LOG-CHAVE
           IF W-QTDCHAPA NOT = ZEROS
              MOVE TC-CHAPA (1) TO LOG-CHAVE.
           MOVE "LGPD RELATORIO CPF" TO LOG-DESCR
           MOVE W-CPF TO LOG-DESCR (20:11)
           WRITE REGLOG
           CLOSE ARQLOG.
       GRAVAR-LOG-FIM.
           EXIT.

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
       FIM-ROT-LGPD.
