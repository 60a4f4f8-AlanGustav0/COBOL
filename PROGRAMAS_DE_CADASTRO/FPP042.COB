                      RECORD KEY   IS FOLHA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQSALDONEG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO4.

           SELECT ARQBHMOV ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BHM-KEY
                      FILE STATUS IS ST-ERRO9.

           SELECT ARQCONTR ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CTR-CHAPA
                      FILE STATUS IS ST-ERRO10.

           SELECT ARQMVINC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS MVI-KEY
                      FILE STATUS IS ST-ERRO11.

           SELECT ARQBENS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS BEM-COD
                      FILE STATUS IS ST-ERRO12.

           SELECT ARQCUSTOD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS CUS-KEY
                      FILE STATUS IS ST-ERRO12.

           SELECT ARQUSERFUN ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS UFN-OPERADOR
                      ALTERNATE RECORD KEY IS UFN-CHAPA
                      WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO13.

           SELECT ARQQUITTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 FOLHA-DSRDESC             PIC 9(06)V99.
          03 FOLHA-ADTEMPO             PIC 9(06)V99.
          03 FOLHA-SIND                PIC 9(06)V99.
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
       FD TBTAX
               LABEL RECORD IS STANDARD
          03 SNEG-ULTREC               PIC 9(07)V99.
          03 SNEG-ULTNAO               PIC 9(07)V99.
          03 SNEG-ULTTIPO              PIC X(01).
      *-----------------------------------------------------------------
       FD ARQBHMOV
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQBHMOV.DAT".
       01 REGBHMOV.
           03 BHM-KEY.
            05 BHM-CHAPA          PIC 9(06).
            05 BHM-DATA           PIC 9(08).
            05 BHM-SEQ            PIC 9(02).
           03 BHM-TIPO           PIC X(01).
           03 BHM-HORAS          PIC S9(04)V99.
           03 BHM-COMPET         PIC 9(06).
           03 BHM-DESCR          PIC X(30).
           03 BHM-OPERADOR       PIC X(08).
      *-----------------------------------------------------------------
      *----[ ESTAGIO (TIPO T) E APRENDIZAGEM (TIPO A) DA CHAPA ]----
       FD ARQCONTR
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQCONTR.DAT".
       01 REGCONTR.
           03 CTR-CHAPA          PIC 9(06).
           03 CTR-TIPO           PIC X(01).
           03 CTR-DTINI          PIC 9(08).
           03 CTR-DTFIM          PIC 9(08).
           03 CTR-DTFIMX REDEFINES CTR-DTFIM.
            05 CTR-DIAFIM          PIC 9(02).
            05 CTR-MESFIM          PIC 9(02).
            05 CTR-ANOFIM          PIC 9(04).
           03 CTR-INSTIT         PIC X(40).
           03 CTR-CNPJINST       PIC 9(14).
           03 CTR-NATUREZA       PIC X(01).
           03 CTR-NIVEL          PIC 9(01).
           03 CTR-OPERADOR       PIC X(08).
           03 CTR-DTULTALT       PIC 9(08).
      *----[ OUTROS VINCULOS DO EMPREGADO PARA O TETO DO INSS ]----
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
       FD ARQUSERFUN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQUSERFUN.DAT".
       01 REGUSERFUN.
          03 UFN-OPERADOR              PIC X(08).
          03 UFN-CHAPA                 PIC 9(06).
          03 UFN-DESATIVAR             PIC X(01).
          03 UFN-DTMARCA               PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQQUITTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "QUITBENS.DOC".
       01 REGQUITTX                    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       01 ST-ERRO8        PIC X(02) VALUE "00".
       01 W-DISCOK        PIC X(01) VALUE "N".
       01 W-QTDDISC       PIC 9(03) VALUE ZEROS.
      *----[ ACERTO DO BANCO DE HORAS (ARQBHMOV) NA RESCISAO ]----
       01 ST-ERRO9        PIC X(02) VALUE "00".
       01 W-BHOK          PIC X(01) VALUE "N".
       01 W-BHDATA        PIC 9(08) VALUE ZEROS.
       01 W-BHSALDO       PIC S9(05)V99 VALUE ZEROS.
       01 W-BHHORAS       PIC 9(05)V99 VALUE ZEROS.
      *----[ TERMINO DO CONTRATO DE APRENDIZAGEM (ARQCONTR) ]----
       01 ST-ERRO10       PIC X(02) VALUE "00".
       01 W-CTROK         PIC X(01) VALUE "N".
       01 W-CTRFIM-AMD    PIC 9(08) VALUE ZEROS.
       01 W-DESL-AMD      PIC 9(08) VALUE ZEROS.
       01 W-ESTP-PARM.
          03 W-ESTP-OPCAO    PIC X(01).
          03 W-ESTP-CHAPA    PIC 9(06).
          03 W-ESTP-DATA     PIC 9(08).
          03 W-ESTP-AFTIPO   PIC X(01).
          03 W-ESTP-AFINI    PIC 9(08).
          03 W-ESTP-AFRET    PIC 9(08).
          03 W-ESTP-TIPO     PIC X(01).
          03 W-ESTP-DESCR    PIC X(10).
          03 W-ESTP-DTFIM    PIC 9(08).
          03 W-ESTP-RESULT   PIC X(01).
       01 W-MENSEST.
          03 FILLER          PIC X(11) VALUE "* ESTAVEL: ".
          03 W-ME-TIPO       PIC X(10) VALUE SPACES.
          03 FILLER          PIC X(05) VALUE " ATE ".
          03 W-ME-DTFIM      PIC 99/99/9999.
          03 FILLER          PIC X(12) VALUE " - BLOQUEADO".
       01 W-BHCRED        PIC 9(07)V99 VALUE ZEROS.
      *----[ INSS DA RESCISAO COM TETO E OUTROS VINCULOS (ARQMVINC) ]--
       01 ST-ERRO11       PIC X(02) VALUE "00".
       01 W-MVIOK         PIC X(01) VALUE "N".
       01 W-MVICOMP       PIC 9(06) VALUE ZEROS.
       01 W-MVIBASE       PIC 9(08)V99 VALUE ZEROS.
       01 W-MVIINSS       PIC 9(07)V99 VALUE ZEROS.
       01 W-BASECALC      PIC 9(08)V99 VALUE ZEROS.
       01 W-INSSCALC      PIC 9(06)V99 VALUE ZEROS.
       01 W-INSSSAL       PIC 9(06)V99 VALUE ZEROS.
       01 W-BASEINSSAL    PIC 9(08)V99 VALUE ZEROS.
       01 W-INSS13        PIC 9(06)V99 VALUE ZEROS.
       01 W-INSS-LIM1     PIC 9(06)V99 VALUE ZEROS.
       01 W-INSS-ALIQ1    PIC 9(01)V9999 VALUE ZEROS.
       01 W-INSS-LIM2     PIC 9(06)V99 VALUE ZEROS.
       01 W-INSS-ALIQ2    PIC 9(01)V9999 VALUE ZEROS.
       01 W-INSS-ALIQ3    PIC 9(01)V9999 VALUE ZEROS.
       01 W-INSS-TETO     PIC 9(06)V99 VALUE ZEROS.
       01 W-BHDEB         PIC 9(07)V99 VALUE ZEROS.
      *----[ QUITACAO DE BENS DA EMPRESA E LOGINS (QUITBENS.DOC) ]----
       01 ST-ERRO12       PIC X(02) VALUE "00".
       01 ST-ERRO13       PIC X(02) VALUE "00".
       01 W-CUSOK         PIC X(01) VALUE "N".
       01 W-BENSOK        PIC X(01) VALUE "N".
       01 W-UFNOK         PIC X(01) VALUE "N".
       01 W-BENSQTD       PIC 9(03) VALUE ZEROS.
       01 W-BENSLOG       PIC 9(03) VALUE ZEROS.
       01 W-BENSAUT       PIC 9(08)V99 VALUE ZEROS.
       01 W-BENSDESC      PIC 9(08)V99 VALUE ZEROS.
       01 W-BENSAMD       PIC 9(08) VALUE ZEROS.
       01 W-BENSAMD-X REDEFINES W-BENSAMD.
          03 W-BENSAMD-ANO   PIC 9(04).
          03 W-BENSAMD-MES   PIC 9(02).
          03 W-BENSAMD-DIA   PIC 9(02).
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

       01  RDISCCAB.
           05  FILLER PIC X(050) VALUE
       01 W-AVOSDIA       PIC 9(02) VALUE ZEROS.

       01  RCAB1.
           05  R-TITULO PIC X(050) VALUE
           "TERMO DE RESCISAO DO CONTRATO DE TRABALHO".

       01  RCAB2.
           "EMPREGADOR: _____________________________________".

       01  LINHABR     PIC X(100) VALUE SPACES.

       01  QCAB1.
           05  FILLER PIC X(060) VALUE
           "QUITACAO DE BENS DA EMPRESA E ACESSOS - RESCISAO".

       01  QCAB2.
           05  FILLER       PIC X(015) VALUE "DESLIGAMENTO: ".
           05  Q-DIADESL    PIC 99.
           05  FILLER       PIC X(001) VALUE "/".
           05  Q-MESDESL    PIC 99.
           05  FILLER       PIC X(001) VALUE "/".
           05  Q-ANODESL    PIC 9999.

       01  QCAB3.
           05  FILLER PIC X(060) VALUE
           "BENS DA EMPRESA EM PODER DO FUNCIONARIO:".

       01  QCAB4.
           05  FILLER PIC X(045) VALUE
           "BEM    DESCRICAO                      PATRIMO".
           05  FILLER PIC X(041) VALUE
           "NIO      ENTREGA         VALOR A SITUACAO".

       01  QDET.
           05  QD-BEM       PIC 999999.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QD-DESCR     PIC X(30) VALUE SPACES.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QD-PATRIM    PIC X(15) VALUE SPACES.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QD-DTENTR    PIC 99/99/9999.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QD-VALOR     PIC ZZZ.ZZ9,99.
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QD-AUT       PIC X(01) VALUE SPACES.
           05  FILLER       PIC X(14) VALUE " [ ] DEVOLVIDO".

       01  QNENHUM.
           05  FILLER PIC X(060) VALUE
           "   NENHUM BEM DA EMPRESA EM PODER DO FUNCIONARIO".

       01  QCAB5.
           05  FILLER PIC X(060) VALUE
           "LOGINS VINCULADOS A CHAPA - MARCADOS P/ DESATIVACAO:".

       01  QLOG.
           05  FILLER       PIC X(003) VALUE SPACES.
           05  QL-OPERADOR  PIC X(08) VALUE SPACES.
           05  FILLER       PIC X(022) VALUE
           "   [ ] LOGIN BLOQUEADO".

       01  QNENHUM2.
           05  FILLER PIC X(060) VALUE
           "   NENHUM LOGIN VINCULADO A CHAPA".

       01  QTOT1.
           05  FILLER       PIC X(040) VALUE
           "VALOR COM DESCONTO AUTORIZADO (A=S)....:".
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QT-AUT       PIC ZZZZZZZ9,99.

       01  QTOT2.
           05  FILLER       PIC X(040) VALUE
           "DESCONTADO NAS VERBAS RESCISORIAS......:".
           05  FILLER       PIC X(01) VALUE SPACES.
           05  QT-DESC      PIC ZZZZZZZ9,99.

       01  QASS1.
           05  FILLER PIC X(060) VALUE
           "RECEBIDO PELA EMPRESA: ___________________________".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELARESC.
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
           MOVE "N" TO W-SNEGOK
           OPEN I-O ARQSALDONEG
           IF ST-ERRO3 = "00"
           OPEN INPUT ARQDISC
           IF ST-ERRO8 = "00"
              MOVE "S" TO W-DISCOK.
           MOVE "N" TO W-BHOK
           OPEN I-O ARQBHMOV
           IF ST-ERRO9 = "00"
              MOVE "S" TO W-BHOK.
           MOVE "N" TO W-CTROK
           OPEN INPUT ARQCONTR
           IF ST-ERRO10 = "00"
              MOVE "S" TO W-CTROK.
           MOVE "N" TO W-MVIOK
           OPEN INPUT ARQMVINC
           IF ST-ERRO11 = "00"
              MOVE "S" TO W-MVIOK.
           MOVE "N" TO W-CUSOK W-BENSOK W-UFNOK
           OPEN INPUT ARQCUSTOD
           IF ST-ERRO12 = "00"
              MOVE "S" TO W-CUSOK.
           OPEN INPUT ARQBENS
           IF ST-ERRO12 = "00"
              MOVE "S" TO W-BENSOK.
           OPEN I-O ARQUSERFUN
           IF ST-ERRO13 = "00"
              MOVE "S" TO W-UFNOK.
           OPEN INPUT TBPARAM
           IF ST-ERRO5 = "00"
              MOVE "01" TO PARAM-COD
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *----[ DEMISSAO NAO E ACEITA NO PERIODO DE ESTABILIDADE ]----
           IF MOTIVODESLIG = "D"
              COMPUTE W-DESL-AMD = (ANODESL * 10000)
                                 + (MESDESL * 100) + DIADESL
              MOVE "C"        TO W-ESTP-OPCAO
              MOVE CHAPA      TO W-ESTP-CHAPA
              MOVE W-DESL-AMD TO W-ESTP-DATA
              CALL "FPP128" USING W-ESTP-PARM
              IF W-ESTP-RESULT = "S"
                 IF W-ESTP-DTFIM = ZEROS
                    MOVE "* ESTAVEL SEM DATA FIM - RESCISAO BLOQUEADA"
                      TO MENS
                 ELSE
                    MOVE W-ESTP-DESCR TO W-ME-TIPO
                    MOVE W-ESTP-DTFIM TO W-ME-DTFIM
                    MOVE W-MENSEST    TO MENS
                 END-IF
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.

           MOVE CODIGOCARG TO COD
           READ ARQCARG
           IF ST-ERRO NOT = "00"
                 OR (ANOFIMPER = ANODESL AND MESFIMPER < MESDESL)
                 OR (ANOFIMPER = ANODESL AND MESFIMPER = MESDESL
                     AND DIAFIMPER NOT GREATER DIADESL)
                 IF FUNC-TPCONTRATO = "T"
                    COMPUTE W-FERVENC = W-FERVENC + W-SALMENSAL
                 ELSE
                    COMPUTE W-FERVENC = W-FERVENC + W-SALMENSAL
                                      + (W-SALMENSAL / 3)
                 END-IF
                 GO TO CALC-FERIAS-RD
              END-IF
           END-IF.
           IF W-AVOSFER > 12
              MOVE 12 TO W-AVOSFER.
           COMPUTE W-FERPROP = ((W-SALMENSAL / 12) * W-AVOSFER)
      *--[ RECESSO DE ESTAGIO (LEI 11.788 ART.13) NAO TEM O 1/3 ]--
           IF FUNC-TPCONTRATO NOT = "T"
              COMPUTE W-FERPROP = W-FERPROP + (W-FERPROP / 3).

      *----[ 13o SALARIO PROPORCIONAL DO ANO DO DESLIGAMENTO ]----
       CALC-13.
           IF DIADESL < 15 AND W-AVOS13 > 0
              SUBTRACT 1 FROM W-AVOS13.
           COMPUTE W-VLR13 = (W-SALMENSAL / 12) * W-AVOS13.
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO W-AVOS13 W-VLR13.

      *----[ AVISO PREVIO CONFORME O MOTIVO DO DESLIGAMENTO ]----
      *  D=DEMISSAO (INDENIZADO)  P=PEDIDO  A=APOSENTADORIA  O=OUTRO
              MOVE W-SALMENSAL TO W-AVISO
           ELSE
              MOVE ZEROS TO W-AVISO.
      *--[ ESTAGIO NAO TEM AVISO; APRENDIZAGEM QUE CHEGA AO TERMINO ]--
      *--[ DO PROGRAMA (CLT ART. 433) EXTINGUE-SE SEM AVISO PREVIO  ]--
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO W-AVISO.
           IF FUNC-TPCONTRATO = "A" AND W-CTROK = "S"
              MOVE CHAPA TO CTR-CHAPA
              READ ARQCONTR
              IF ST-ERRO10 = "00" AND CTR-DTFIM NOT = ZEROS
                 COMPUTE W-CTRFIM-AMD = (CTR-ANOFIM * 10000)
                                      + (CTR-MESFIM * 100) + CTR-DIAFIM
                 COMPUTE W-DESL-AMD = (ANODESL * 10000)
                                    + (MESDESL * 100) + DIADESL
                 IF W-DESL-AMD NOT < W-CTRFIM-AMD
                    MOVE ZEROS TO W-AVISO
                 END-IF
              END-IF
           END-IF.

           COMPUTE W-TOTRESC = W-SALDOSAL + W-FERVENC + W-FERPROP
                             + W-VLR13 + W-AVISO.
           PERFORM ACERTAR-BH THRU ACERTAR-BH-FIM.

      *--[ INSS DO EMPREGADO: SALDO DE SALARIO NA COMPETENCIA DO     ]--
      *--[ DESLIGAMENTO E 13o NA COMPETENCIA AAAA13, ATE O TETO E    ]--
      *--[ ABATENDO O JA DESCONTADO EM OUTROS VINCULOS (ARQMVINC).   ]--
      *--[ FERIAS INDENIZADAS E AVISO INDENIZADO NAO TEM INCIDENCIA; ]--
      *--[ O SALDO CREDOR DO BANCO DE HORAS ENTRA COM O SALDO SALARIO]--
       CALC-INSSRESC.
           PERFORM CARREGAR-INSS THRU CARREGAR-INSS-FIM
           COMPUTE W-MVICOMP = (ANODESL * 100) + MESDESL
           COMPUTE W-BASEINSSAL = W-SALDOSAL + W-BHCRED
           MOVE W-BASEINSSAL TO W-BASECALC
           PERFORM CALC-INSS THRU CALC-INSS-FIM
           MOVE W-INSSCALC TO W-INSSSAL
           COMPUTE W-MVICOMP = (ANODESL * 100) + 13
           MOVE W-VLR13 TO W-BASECALC
           PERFORM CALC-INSS THRU CALC-INSS-FIM
           MOVE W-INSSCALC TO W-INSS13
           IF FUNC-TPCONTRATO = "T"
              MOVE ZEROS TO W-INSSSAL W-INSS13.
           COMPUTE W-TOTRESC = W-TOTRESC - W-INSSSAL - W-INSS13.

      *----[ SALDO DEVEDOR DO BANCO DE HORAS ATE O LIQUIDO ]----
           IF W-BHDEB > W-TOTRESC
              MOVE W-TOTRESC TO W-BHDEB.
           SUBTRACT W-BHDEB FROM W-TOTRESC.

      *----[ COMPENSA NA RESCISAO O SALDO DEVEDOR PENDENTE ]----
           MOVE ZEROS TO W-SNEGRESC
              END-IF
           END-IF.

      *----[ BENS EM PODER DA CHAPA E LOGINS: TERMO DE QUITACAO ]----
           PERFORM CHECAR-BENS THRU CHECAR-BENS-FIM.

      *----[ EMISSAO DO TERMO ]----
       EMITIR-TERMO.
           OPEN OUTPUT ARQRESCTX
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

           IF FUNC-TPCONTRATO = "T"
              MOVE "TERMO DE RESCISAO/ENCERRAMENTO DE ESTAGIO"
              TO R-TITULO.
           WRITE REGARQRESCTX FROM RCAB1
           WRITE REGARQRESCTX FROM RSEP
           MOVE CHAPA TO R-CHAPA
           WRITE REGARQRESCTX FROM RDET

           MOVE "FERIAS VENCIDAS + 1/3..................." TO RD-DESCR
           IF FUNC-TPCONTRATO = "T"
              MOVE "RECESSO VENCIDO..................." TO RD-DESCR.
           MOVE W-FERVENC TO RD-VALOR
           WRITE REGARQRESCTX FROM RDET

           MOVE "FERIAS PROPORCIONAIS + 1/3.............." TO RD-DESCR
           IF FUNC-TPCONTRATO = "T"
              MOVE "RECESSO PROPORCIONAL.............." TO RD-DESCR.
           MOVE W-FERPROP TO RD-VALOR
           WRITE REGARQRESCTX FROM RDET

           MOVE W-AVISO TO RD-VALOR
           WRITE REGARQRESCTX FROM RDET

           IF W-INSSSAL NOT = ZEROS
              MOVE "INSS SOBRE SALDO DE SALARIO (-)........."
              TO RD-DESCR
              MOVE W-INSSSAL TO RD-VALOR
              WRITE REGARQRESCTX FROM RDET.

           IF W-INSS13 NOT = ZEROS
              MOVE "INSS SOBRE 13o SALARIO (-).............."
              TO RD-DESCR
              MOVE W-INSS13 TO RD-VALOR
              WRITE REGARQRESCTX FROM RDET.

           IF W-BHCRED NOT = ZEROS
              MOVE "BANCO DE HORAS - SALDO CREDOR..........."
              TO RD-DESCR
              MOVE W-BHCRED TO RD-VALOR
              WRITE REGARQRESCTX FROM RDET.

           IF W-BHDEB NOT = ZEROS
              MOVE "BANCO DE HORAS - SALDO DEVEDOR (-)......"
              TO RD-DESCR
              MOVE W-BHDEB TO RD-VALOR
              WRITE REGARQRESCTX FROM RDET.

           IF W-SNEGRESC NOT = ZEROS
              MOVE "COMPENSACAO DE SALDO DEVEDOR (-)........"
              TO RD-DESCR
              MOVE W-SNEGRESC TO RD-VALOR
              WRITE REGARQRESCTX FROM RDET.

           IF W-BENSDESC NOT = ZEROS
              MOVE "BENS DA EMPRESA NAO DEVOLVIDOS (-)......"
              TO RD-DESCR
              MOVE W-BENSDESC TO RD-VALOR
              WRITE REGARQRESCTX FROM RDET.

           WRITE REGARQRESCTX FROM RSEP
           MOVE W-TOTRESC TO RT-VALOR
           WRITE REGARQRESCTX FROM RTOT
       BUSCAR-TAXA-FIM.
           EXIT.

      *----[ FAIXAS I01-I03 DO TBTAX; LIMITE DA I03 E O TETO DO INSS ]--
       CARREGAR-INSS.
           MOVE ZEROS TO W-INSS-LIM1 W-INSS-ALIQ1 W-INSS-LIM2
                         W-INSS-ALIQ2 W-INSS-ALIQ3 W-INSS-TETO
           IF W-TAXOK NOT = "S"
              GO TO CARREGAR-INSS-FIM.
           COMPUTE W-TAXDATA = (ANODESL * 10000) + (MESDESL * 100) + 31
           MOVE "I01" TO W-TAXCOD
           PERFORM BUSCAR-TAXA THRU BUSCAR-TAXA-FIM
           MOVE W-TAXLIMITE TO W-INSS-LIM1
           MOVE W-TAXALIQ   TO W-INSS-ALIQ1
           MOVE "I02" TO W-TAXCOD
           PERFORM BUSCAR-TAXA THRU BUSCAR-TAXA-FIM
           MOVE W-TAXLIMITE TO W-INSS-LIM2
           MOVE W-TAXALIQ   TO W-INSS-ALIQ2
           MOVE "I03" TO W-TAXCOD
           PERFORM BUSCAR-TAXA THRU BUSCAR-TAXA-FIM
           MOVE W-TAXLIMITE TO W-INSS-TETO
           MOVE W-TAXALIQ   TO W-INSS-ALIQ3.
       CARREGAR-INSS-FIM.
           EXIT.

      *----[ INSS PROGRESSIVO DE W-BASECALC NA COMPETENCIA W-MVICOMP ]--
       CALC-INSS.
           MOVE ZEROS TO W-INSSCALC
           IF W-TAXOK NOT = "S" OR W-BASECALC = ZEROS
              GO TO CALC-INSS-FIM.
           PERFORM SOMAR-MVINC THRU SOMAR-MVINC-FIM
           ADD W-MVIBASE TO W-BASECALC
           IF W-INSS-TETO > ZEROS AND W-BASECALC > W-INSS-TETO
              MOVE W-INSS-TETO TO W-BASECALC.
           IF W-BASECALC NOT GREATER W-INSS-LIM1
              COMPUTE W-INSSCALC = W-BASECALC * W-INSS-ALIQ1
           ELSE
               IF W-BASECALC NOT GREATER W-INSS-LIM2
                  COMPUTE W-INSSCALC = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-BASECALC - W-INSS-LIM1) * W-INSS-ALIQ2)
               ELSE
                  COMPUTE W-INSSCALC = (W-INSS-LIM1 * W-INSS-ALIQ1)
                      + ((W-INSS-LIM2 - W-INSS-LIM1) * W-INSS-ALIQ2)
                      + ((W-BASECALC - W-INSS-LIM2) * W-INSS-ALIQ3).
           IF W-INSSCALC > W-MVIINSS
              SUBTRACT W-MVIINSS FROM W-INSSCALC
           ELSE
              MOVE ZEROS TO W-INSSCALC.
       CALC-INSS-FIM.
           EXIT.

      *----[ SOMA BASE E INSS DOS OUTROS VINCULOS NA COMPETENCIA ]----
       SOMAR-MVINC.
           MOVE ZEROS TO W-MVIBASE W-MVIINSS
           IF W-MVIOK NOT = "S"
              GO TO SOMAR-MVINC-FIM.
           MOVE CHAPA     TO MVI-CHAPA
           MOVE W-MVICOMP TO MVI-COMPET
           MOVE ZEROS     TO MVI-CNPJ
           START ARQMVINC KEY IS NOT LESS MVI-KEY
               INVALID KEY GO TO SOMAR-MVINC-FIM.
       SOMAR-MVINC-RD.
           READ ARQMVINC NEXT
           IF ST-ERRO11 NOT = "00"
              GO TO SOMAR-MVINC-FIM.
           IF MVI-CHAPA NOT = CHAPA OR MVI-COMPET NOT = W-MVICOMP
              GO TO SOMAR-MVINC-FIM.
           ADD MVI-BASE TO W-MVIBASE
           ADD MVI-INSS TO W-MVIINSS
           GO TO SOMAR-MVINC-RD.
       SOMAR-MVINC-FIM.
           EXIT.

      *----[ ADICIONAL POR TEMPO DE SERVICO DA CHAPA ]------------------
       CALC-ADTEMPO.
           MOVE ZEROS TO W-ADTEMPOVLR W-PERCTEMP
       CALC-PERICUL-FIM.
           EXIT.

      *--[ BANCO DE HORAS: SALDO CREDOR PAGO COMO HE 50%, DEVEDOR    ]--
      *--[ DESCONTADO PELO SALARIO-HORA ATE O LIQUIDO DA RESCISAO.   ]--
      *--[ O LANCAMENTO R (SEQ 98) ZERA O EXTRATO; NO RECALCULO DA   ]--
      *--[ MESMA RESCISAO ELE E DESCONSIDERADO E REGRAVADO           ]--
       ACERTAR-BH.
           MOVE ZEROS TO W-BHSALDO W-BHCRED W-BHDEB
           IF W-BHOK NOT = "S"
              GO TO ACERTAR-BH-FIM.
           MOVE ANODESL TO W-BHDATA(1:4)
           MOVE MESDESL TO W-BHDATA(5:2)
           MOVE DIADESL TO W-BHDATA(7:2)
           MOVE CHAPA TO BHM-CHAPA
           MOVE ZEROS TO BHM-DATA BHM-SEQ
           START ARQBHMOV KEY IS NOT LESS BHM-KEY
               INVALID KEY GO TO ACERTAR-BH-VLR.
       ACERTAR-BH-RD.
           READ ARQBHMOV NEXT
           IF ST-ERRO9 NOT = "00"
              GO TO ACERTAR-BH-VLR.
           IF BHM-CHAPA NOT = CHAPA
              GO TO ACERTAR-BH-VLR.
           IF BHM-DATA = W-BHDATA AND BHM-SEQ = 98
              GO TO ACERTAR-BH-RD.
           ADD BHM-HORAS TO W-BHSALDO
           GO TO ACERTAR-BH-RD.
       ACERTAR-BH-VLR.
           IF W-BHSALDO > ZEROS
              MOVE W-BHSALDO TO W-BHHORAS
              COMPUTE W-BHCRED ROUNDED =
                      (W-SALMENSAL / 220) * 1,5 * W-BHHORAS
              ADD W-BHCRED TO W-TOTRESC.
           IF W-BHSALDO < ZEROS
              COMPUTE W-BHHORAS = ZEROS - W-BHSALDO
              COMPUTE W-BHDEB ROUNDED = (W-SALMENSAL / 220) * W-BHHORAS.
           MOVE CHAPA    TO BHM-CHAPA
           MOVE W-BHDATA TO BHM-DATA
           MOVE 98       TO BHM-SEQ
           READ ARQBHMOV
           IF ST-ERRO9 = "00"
              IF W-BHSALDO = ZEROS
                 DELETE ARQBHMOV RECORD
              ELSE
                 COMPUTE BHM-HORAS = ZEROS - W-BHSALDO
                 REWRITE REGBHMOV
              END-IF
              GO TO ACERTAR-BH-FIM.
           IF W-BHSALDO = ZEROS
              GO TO ACERTAR-BH-FIM.
           MOVE "R"        TO BHM-TIPO
           COMPUTE BHM-HORAS = ZEROS - W-BHSALDO
           MOVE W-BHDATA(1:6) TO BHM-COMPET
           MOVE "ACERTO DO SALDO NA RESCISAO" TO BHM-DESCR
           MOVE "FPP042"   TO BHM-OPERADOR
           WRITE REGBHMOV.
       ACERTAR-BH-FIM.
           EXIT.

      *-------[ HISTORICO DA RESCISAO NO ARQFOLHA (TIPO R) ]------------
       GRAVAR-FOLHARESC.
           MOVE SPACES TO REGFOLHA
           MOVE FUNC-EMPRESA TO FOLHA-EMPRESA
           IF FOLHA-EMPRESA = SPACES
              MOVE "01" TO FOLHA-EMPRESA.
           MOVE W-TOTRESC    TO FOLHA-SALLIQ
           COMPUTE FOLHA-INSS = W-INSSSAL + W-INSS13
      *----[ BRUTO = VERBAS DA RESCISAO, ANTES DE INSS E DESCONTOS ]--
           COMPUTE FOLHA-SALBRUTO = W-SALDOSAL + W-FERVENC + W-FERPROP
                                  + W-VLR13 + W-AVISO + W-BHCRED
           WRITE REGFOLHA
           IF ST-ERRO2 = "22"
              REWRITE REGFOLHA.
           MOVE "R"          TO W-DETTIPO
           COMPUTE W-DETCOMP = (ANODESL * 100) + MESDESL
           PERFORM LIMPAR-DET THRU LIMPAR-DET-FIM
           MOVE "S" TO W-DET-INCINSS
           MOVE "S" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE "P" TO W-DET-NATUREZA
           MOVE 020 TO W-DET-RUBRICA
           MOVE "SALDO DE SALARIO" TO W-DET-DESCR
           MOVE W-SALMENSAL TO W-DET-BASE
           MOVE DIADESL TO W-DET-REFER
           MOVE W-SALDOSAL TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS
           MOVE "N" TO W-DET-INCIRRF
           MOVE "N" TO W-DET-INCFGTS
           MOVE 021 TO W-DET-RUBRICA
           MOVE "FERIAS VENCIDAS + 1/3" TO W-DET-DESCR
           MOVE W-FERVENC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 022 TO W-DET-RUBRICA
           MOVE "FERIAS PROPORCIONAIS + 1/3" TO W-DET-DESCR
           MOVE W-AVOSFER TO W-DET-REFER
           MOVE W-FERPROP TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "S" TO W-DET-INCINSS
           MOVE "S" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE 023 TO W-DET-RUBRICA
           MOVE "13o SALARIO PROPORCIONAL" TO W-DET-DESCR
           MOVE W-AVOS13 TO W-DET-REFER
           MOVE W-VLR13 TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS
           MOVE "N" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE 024 TO W-DET-RUBRICA
           MOVE "AVISO PREVIO INDENIZADO" TO W-DET-DESCR
           MOVE W-AVISO TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "S" TO W-DET-INCINSS
           MOVE "S" TO W-DET-INCIRRF
           MOVE "S" TO W-DET-INCFGTS
           MOVE 025 TO W-DET-RUBRICA
           MOVE "BANCO DE HORAS CREDOR" TO W-DET-DESCR
           MOVE W-BHCRED TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE "N" TO W-DET-INCINSS
           MOVE "N" TO W-DET-INCIRRF
           MOVE "N" TO W-DET-INCFGTS
           MOVE "D" TO W-DET-NATUREZA
           MOVE 102 TO W-DET-RUBRICA
           MOVE "INSS" TO W-DET-DESCR
           MOVE W-BASEINSSAL TO W-DET-BASE
           MOVE W-INSSSAL TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 110 TO W-DET-RUBRICA
           MOVE "INSS S/ 13o SALARIO" TO W-DET-DESCR
           MOVE W-INSS13 TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 111 TO W-DET-RUBRICA
           MOVE "BANCO DE HORAS DEVEDOR" TO W-DET-DESCR
           MOVE W-BHDEB TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 109 TO W-DET-RUBRICA
           MOVE "SALDO DEVEDOR ANTERIOR" TO W-DET-DESCR
           MOVE W-SNEGRESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM
           MOVE 112 TO W-DET-RUBRICA
           MOVE "BENS NAO DEVOLVIDOS" TO W-DET-DESCR
           MOVE W-BENSDESC TO W-DET-VALOR
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       GRAVAR-FOLHARESC-FIM.
           EXIT.

      *--[ QUITACAO: LISTA OS BENS AINDA EM PODER DA CHAPA (ARQCUSTOD) ]
      *--[ E MARCA P/ DESATIVACAO OS LOGINS VINCULADOS (ARQUSERFUN).   ]
      *--[ SO O VALOR COM DESCONTO AUTORIZADO NO TERMO DE ENTREGA     ]
      *--[ (CLT ART. 462 PAR. 1o) PODE SER DESCONTADO, LIMITADO AO    ]
      *--[ LIQUIDO. A CUSTODIA NAO E ALTERADA: A BAIXA E NO FPP160    ]
       CHECAR-BENS.
           MOVE ZEROS TO W-BENSQTD W-BENSLOG W-BENSAUT W-BENSDESC
           IF W-CUSOK NOT = "S" AND W-UFNOK NOT = "S"
              GO TO CHECAR-BENS-FIM.
           OPEN OUTPUT ARQQUITTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO QUITBENS.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHECAR-BENS-FIM.
           WRITE REGQUITTX FROM QCAB1
           WRITE REGQUITTX FROM RSEP
           MOVE CHAPA TO R-CHAPA
           MOVE NOME  TO R-NOME
           WRITE REGQUITTX FROM RCAB2
           MOVE DIADESL TO Q-DIADESL
           MOVE MESDESL TO Q-MESDESL
           MOVE ANODESL TO Q-ANODESL
           WRITE REGQUITTX FROM QCAB2
           WRITE REGQUITTX FROM RSEP
           WRITE REGQUITTX FROM QCAB3
           WRITE REGQUITTX FROM QCAB4
           IF W-CUSOK NOT = "S"
              GO TO CHECAR-BENS-LOG.
           MOVE CHAPA TO CUS-CHAPA
           MOVE ZEROS TO CUS-BEM CUS-DTENTR
           START ARQCUSTOD KEY IS NOT LESS CUS-KEY
               INVALID KEY GO TO CHECAR-BENS-LOG.
       CHECAR-BENS-RD.
           READ ARQCUSTOD NEXT
           IF ST-ERRO12 NOT = "00"
              GO TO CHECAR-BENS-LOG.
           IF CUS-CHAPA NOT = CHAPA
              GO TO CHECAR-BENS-LOG.
           IF CUS-SITUACAO NOT = "E"
              GO TO CHECAR-BENS-RD.
           MOVE SPACES TO QD-DESCR QD-PATRIM
           IF W-BENSOK = "S"
              MOVE CUS-BEM TO BEM-COD
              READ ARQBENS
              IF ST-ERRO12 = "00"
                 MOVE BEM-DESCR  TO QD-DESCR
                 MOVE BEM-PATRIM TO QD-PATRIM
              END-IF
           END-IF.
           MOVE CUS-BEM    TO QD-BEM
           MOVE CUS-DTENTR TO W-BENSAMD
           COMPUTE QD-DTENTR = (W-BENSAMD-DIA * 1000000)
                             + (W-BENSAMD-MES * 10000) + W-BENSAMD-ANO
           MOVE CUS-VALOR   TO QD-VALOR
           MOVE CUS-AUTDESC TO QD-AUT
           WRITE REGQUITTX FROM QDET
           ADD 1 TO W-BENSQTD
           IF CUS-AUTDESC = "S"
              ADD CUS-VALOR TO W-BENSAUT.
           GO TO CHECAR-BENS-RD.
       CHECAR-BENS-LOG.
           IF W-BENSQTD = ZEROS
              WRITE REGQUITTX FROM QNENHUM.
           WRITE REGQUITTX FROM LINHABR
           WRITE REGQUITTX FROM QCAB5
           IF W-UFNOK NOT = "S"
              GO TO CHECAR-BENS-LOGF.
           MOVE CHAPA TO UFN-CHAPA
           START ARQUSERFUN KEY IS NOT LESS UFN-CHAPA
               INVALID KEY GO TO CHECAR-BENS-LOGF.
       CHECAR-BENS-LOGRD.
           READ ARQUSERFUN NEXT
           IF ST-ERRO13 NOT = "00" AND ST-ERRO13 NOT = "02"
              GO TO CHECAR-BENS-LOGF.
           IF UFN-CHAPA NOT = CHAPA
              GO TO CHECAR-BENS-LOGF.
           IF UFN-DESATIVAR NOT = "S"
              MOVE "S" TO UFN-DESATIVAR
              ACCEPT UFN-DTMARCA FROM DATE YYYYMMDD
              REWRITE REGUSERFUN.
           MOVE UFN-OPERADOR TO QL-OPERADOR
           WRITE REGQUITTX FROM QLOG
           ADD 1 TO W-BENSLOG
           GO TO CHECAR-BENS-LOGRD.
       CHECAR-BENS-LOGF.
           IF W-BENSLOG = ZEROS
              WRITE REGQUITTX FROM QNENHUM2.
           WRITE REGQUITTX FROM RSEP
           IF W-BENSAUT = ZEROS
              GO TO CHECAR-BENS-ASS.
           MOVE W-BENSAUT TO QT-AUT
           WRITE REGQUITTX FROM QTOT1.
       CHECAR-BENS-OPC.
           MOVE "N" TO W-OPCAO
           DISPLAY (14, 01) "  DESCONTAR BENS NAO DEVOLVIDOS (S/N) :".
           ACCEPT (14, 41) W-OPCAO WITH UPDATE
           IF W-OPCAO = "s"
              MOVE "S" TO W-OPCAO.
           IF W-OPCAO = "n"
              MOVE "N" TO W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "N"
              MOVE "*** DIGITE APENAS S=SIM e N=NAO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO CHECAR-BENS-OPC.
           IF W-OPCAO = "S"
              IF W-BENSAUT > W-TOTRESC
                 MOVE W-TOTRESC TO W-BENSDESC
              ELSE
                 MOVE W-BENSAUT TO W-BENSDESC
              END-IF
              SUBTRACT W-BENSDESC FROM W-TOTRESC
           END-IF.
           MOVE W-BENSDESC TO QT-DESC
           WRITE REGQUITTX FROM QTOT2.
       CHECAR-BENS-ASS.
           WRITE REGQUITTX FROM LINHABR
           WRITE REGQUITTX FROM RASS2
           WRITE REGQUITTX FROM RASS3
           WRITE REGQUITTX FROM QASS1
           CLOSE ARQQUITTX
           IF W-BENSQTD NOT = ZEROS OR W-BENSLOG NOT = ZEROS
              MOVE "* PENDENCIAS DE QUITACAO: QUITBENS.DOC *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM.
       CHECAR-BENS-FIM.
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

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQCARG ARQFER ARQRESCTX ARQPAGPEND
                 ARQFOLHA ARQFOLDET.
           IF W-SNEGOK = "S"
              CLOSE ARQSALDONEG.
           IF W-TAXOK = "S"
              CLOSE ARQREADM.
           IF W-DISCOK = "S"
              CLOSE ARQDISC.
           IF W-BHOK = "S"
              CLOSE ARQBHMOV.
           IF W-CTROK = "S"
              CLOSE ARQCONTR.
           IF W-MVIOK = "S"
              CLOSE ARQMVINC.
           IF W-CUSOK = "S"
              CLOSE ARQCUSTOD.
           IF W-BENSOK = "S"
              CLOSE ARQBENS.
           IF W-UFNOK = "S"
              CLOSE ARQUSERFUN.
           MOVE "F" TO W-ESTP-OPCAO
           CALL "FPP128" USING W-ESTP-PARM.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
