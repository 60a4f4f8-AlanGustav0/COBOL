       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP164.
      ********************************************************
      * LGPD - ANONIMIZACAO DE DADOS DE EX-FUNCIONARIOS       *
      * PERCORRE O ARQFUNCHIS E, PARA CADA TIPO DE DADO CUJA  *
      * RETENCAO (TBRETENC - FPP163) JA VENCEU NA DATA DE     *
      * REFERENCIA, APAGA O DADO PESSOAL:                     *
      *  01 TELEFONE E E-MAIL        02 CEP/NUMERO/COMPL.     *
      *  03 CONTATO DE EMERGENCIA    04 NOME DOS DEPENDENTES  *
      *  05 ASO, ACIDENTE, PCD, IDENT.GENERO E ORIENT.SEXUAL  *
      * NOME, CPF, PIS, DATAS E VALORES DE FOLHA E FISCAIS    *
      * NAO SAO ALTERADOS; OS CAMPOS APAGADOS FICAM EM BRANCO *
      * OU ZERO, MANTENDO O LAYOUT PARA OS DEMAIS RELATORIOS  *
      * EX-FUNCIONARIO COM PROCESSO TRABALHISTA EM ANDAMENTO  *
      * OU DECIDIDO (ARQPROC) FICA RETIDO                     *
      * MODO P=PREVIA SO RELACIONA, E=EFETIVAR ALTERA E       *
      * REGISTRA NO ARQLGPD (TIPO A) E NO ARQLOG              *
      * GERA ANONIM.DOC                                       *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
                    DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TBRETENC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS RETC-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQFUNCHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS HIS-CHAPA
                      ALTERNATE RECORD KEY IS HIS-NOME
                      WITH DUPLICATES
                      FILE STATUS IS ST-ERRO.

           SELECT ARQDEPEHIS ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS DEPH-KEY
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

           SELECT ARQPCD ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PCD-CHAPA
                      FILE STATUS IS ST-ERRO2.

           SELECT ARQPROC ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS PROC-NUMERO
                      ALTERNATE RECORD KEY IS PROC-CHAPA
                      WITH DUPLICATES
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

           SELECT ARQANONTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
       FD TBRETENC
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "TBRETENC.DAT".
       01 REGRETENC.
           03 RETC-COD           PIC 9(02).
           03 RETC-DESCR         PIC X(30).
           03 RETC-ANOS          PIC 9(02).
           03 RETC-ACAO          PIC X(01).
           03 RETC-OPERADOR      PIC X(08).
           03 RETC-DTULTALT      PIC 9(08).
      *-----------------------------------------------------------------
       FD ARQFUNCHIS
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQFUNCHIS.DAT".
       01 REGFUNCHIS.
           03 HIS-CHAPA         PIC 9(06).
           03 HIS-NOME          PIC X(30).
           03 HIS-DATANASC      PIC 9(08).
           03 HIS-SEXO          PIC X(01).
           03 HIS-IDENTGEN      PIC X(01).
           03 HIS-ORIENTSEX     PIC X(01).
           03 HIS-NIVELSAL      PIC 9(02).
           03 HIS-QTDDEP        PIC 9(01).
           03 HIS-IMPRENDA      PIC X(01).
           03 HIS-STATUS        PIC X(01).
           03 HIS-CEPFUNC       PIC 9(08).
           03 HIS-CODDEP        PIC 9(03).
           03 HIS-CODCARG       PIC 9(03).
           03 HIS-CEP-COMPLE    PIC X(12).
           03 HIS-CEP-NUMRES    PIC 9(04).
           03 HIS-TELFUNC       PIC X(15).
           03 HIS-EMAILFUNC     PIC X(40).
           03 HIS-CONTEMERG-NOME PIC X(30).
           03 HIS-CONTEMERG-FONE PIC X(15).
           03 HIS-DTADMISSAO    PIC 9(08).
           03 HIS-DTDESLIG      PIC 9(08).
           03 HIS-DTDESLX REDEFINES HIS-DTDESLIG.
            05 HIS-DIADESL       PIC 9(02).
            05 HIS-MESDESL       PIC 9(02).
            05 HIS-ANODESL       PIC 9(04).
           03 HIS-MOTIVO        PIC X(01).
           03 HIS-SALARIOEMP    PIC 9(06)V99.
           03 HIS-OPERADOR      PIC X(08).
           03 HIS-DTULTALT      PIC 9(08).
           03 HIS-HRULTALT      PIC 9(06).
           03 HIS-TPCONTRATO    PIC X(01).
           03 HIS-CPF           PIC 9(11).
           03 HIS-PIS           PIC 9(11).
           03 HIS-EMPRESA       PIC X(02).
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
      *-----------------------------------------------------------------
       FD ARQASO
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQASO.DAT".
       01 REGASO.
           03 ASO-KEY.
            05 ASO-CHAPA          PIC 9(06).
            05 ASO-DATA           PIC 9(08).
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
           03 ACID-DTACID        PIC 9(08).
           03 ACID-TIPO          PIC X(01).
           03 ACID-TPLOCAL       PIC 9(01).
           03 ACID-LOCAL         PIC X(40).
           03 ACID-PARTE         PIC X(30).
           03 ACID-LATERAL       PIC X(01).
           03 ACID-AGENTE        PIC X(40).
           03 ACID-TESTEM1       PIC X(30).
           03 ACID-TESTEM2       PIC X(30).
           03 ACID-RESTO         PIC X(43).
      *-----------------------------------------------------------------
       FD ARQPCD
                 LABEL RECORD IS STANDARD
                 VALUE OF FILE-ID IS "ARQPCD.DAT".
       01 REGPCD.
           03 PCD-CHAPA          PIC 9(06).
           03 PCD-TIPO           PIC 9(01).
           03 PCD-DTLAUDO        PIC 9(08).
           03 PCD-OPERADOR       PIC X(08).
           03 PCD-DTULTALT       PIC 9(08).
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
           03 PROC-VLRPEDIDO     PIC 9(09)V99.
           03 PROC-VLRESTIM      PIC 9(09)V99.
           03 PROC-RISCO         PIC X(01).
      *----[ A=ANDAMENTO D=DECIDIDO P=PAGO E=ENCERRADO ]----
           03 PROC-STATUS        PIC X(01).
           03 PROC-RESTO         PIC X(109).
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
       FD ARQANONTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ANONIM.DOC".
       01 REGANONTX                    PIC X(132).
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
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-MODO          PIC X(01) VALUE SPACES.
       01 W-DEPHOK        PIC X(01) VALUE "N".
       01 W-ASOOK         PIC X(01) VALUE "N".
       01 W-ACIDOK        PIC X(01) VALUE "N".
       01 W-PCDOK         PIC X(01) VALUE "N".
       01 W-PROCOK        PIC X(01) VALUE "N".
       01 W-RETIDO        PIC X(01) VALUE "N".
       01 W-VENCIDO       PIC X(01) VALUE "N".
       01 W-ALTHIS        PIC X(01) VALUE "N".
       01 W-ALTERA        PIC X(01) VALUE "N".
       01 W-CHPANON       PIC X(01) VALUE "N".
       01 W-CHPRET        PIC X(01) VALUE "N".
       01 W-TIPOS         PIC X(05) VALUE SPACES.
       01 W-T             PIC 9(01) VALUE ZEROS.
       01 W-IDX           PIC 9(02) VALUE ZEROS.
       01 W-REGS          PIC 9(04) VALUE ZEROS.
       01 W-LIMITE        PIC 9(08) VALUE ZEROS.
       01 W-DESL-AMD      PIC 9(08) VALUE ZEROS.
       01 W-ANONNOME      PIC X(30) VALUE "ANONIMIZADO (LGPD)".
       01 W-TOTLIDO       PIC 9(06) VALUE ZEROS.
       01 W-TOTSEMDT      PIC 9(06) VALUE ZEROS.
       01 W-TOTANON       PIC 9(06) VALUE ZEROS.
       01 W-TOTRET        PIC 9(06) VALUE ZEROS.
       01 W-TOTFISC       PIC 9(06) VALUE ZEROS.
       01 W-TOTREG        PIC 9(06) VALUE ZEROS.
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

      *----[ REGRAS DA TBRETENC, UMA POR TIPO DE DADO ]----
       01 TABTIPO.
          03 FILLER PIC X(30) VALUE "CONTATO (TELEFONE E E-MAIL)".
          03 FILLER PIC X(30) VALUE "ENDERECO (CEP/NUMERO/COMPL.)".
          03 FILLER PIC X(30) VALUE "CONTATO DE EMERGENCIA".
          03 FILLER PIC X(30) VALUE "NOMES DOS DEPENDENTES".
          03 FILLER PIC X(30) VALUE "SAUDE E DADOS SENSIVEIS".
          03 FILLER PIC X(30) VALUE "VALORES DE FOLHA E FISCAIS".
       01 TABTIPOX REDEFINES TABTIPO.
          03 TBTIPO-DESCR PIC X(30) OCCURS 6 TIMES.
       01 TABRET.
          03 TR-ITEM OCCURS 6 TIMES.
             05 TR-OK      PIC X(01).
             05 TR-ANOS    PIC 9(02).
             05 TR-ACAO    PIC X(01).

       01  CAB1.
           05  FILLER PIC X(047) VALUE
           "LGPD - ANONIMIZACAO DE EX-FUNCIONARIOS - REF.: ".
           05  CAB1-DATA     PIC 99/99/9999.
           05  FILLER PIC X(003) VALUE " - ".
           05  CAB1-MODO     PIC X(30) VALUE SPACES.

       01  CABR.
           05  FILLER PIC X(050) VALUE
           "REGRAS DE RETENCAO (ANOS APOS O DESLIGAMENTO):".

       01  LINR.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  R-TIPO        PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  R-DESCR       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  R-ANOS        PIC Z9 VALUE ZEROS.
           05  FILLER        PIC X(06) VALUE " ANOS ".
           05  R-ACAO        PIC X(30) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(047) VALUE
           "CHAPA  NOME                           DESLIG.  ".
           05  FILLER PIC X(045) VALUE
           "  TIPO DE DADO                      REGS SITU".
           05  FILLER PIC X(005) VALUE
           "ACAO ".

       01  CAB3.
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(050) VALUE
           "--------------------------------------------------".
           05  FILLER PIC X(020) VALUE
           "--------------------".

       01  DET.
           05  D-CHAPA       PIC 999999 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-NOME        PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESLIG      PIC 99/99/9999.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-TIPO        PIC 99 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-DESCR       PIC X(30) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-REGS        PIC ZZZ9 VALUE ZEROS.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  D-SITUACAO    PIC X(25) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(049) VALUE
           "*** EX-FUNCIONARIOS LIDOS......................: ".
           05  T-TOTLIDO     PIC ZZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(049) VALUE
           "*** SEM DATA DE DESLIGAMENTO (NAO TRATADOS)....: ".
           05  T-TOTSEMDT    PIC ZZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  T-ROT3        PIC X(049) VALUE SPACES.
           05  T-TOTANON     PIC ZZZZZ9 VALUE ZEROS.

       01  LINTOT4.
           05  T-ROT4        PIC X(049) VALUE SPACES.
           05  T-TOTREG      PIC ZZZZZ9 VALUE ZEROS.

       01  LINTOT5.
           05  FILLER PIC X(049) VALUE
           "*** RETIDOS POR PROCESSO TRABALHISTA...........: ".
           05  T-TOTRET      PIC ZZZZZ9 VALUE ZEROS.

       01  LINTOT6.
           05  FILLER PIC X(049) VALUE
           "*** PRAZO LEGAL DE FOLHA/FISCAL ENCERRADO......: ".
           05  T-TOTFISC     PIC ZZZZZ9 VALUE ZEROS.

       01  LINOBS1.
           05  FILLER PIC X(050) VALUE
           "OBS.: NOME, CPF, PIS, DATAS E VALORES DE FOLHA E F".
           05  FILLER PIC X(050) VALUE
           "ISCAIS SAO SEMPRE MANTIDOS. OS CAMPOS ANONIMIZADOS".
           05  FILLER PIC X(032) VALUE
           " FICAM EM BRANCO OU ZERO.".

       01  LINOBS2.
           05  FILLER PIC X(051) VALUE
           "      NOME DE DEPENDENTE ANONIMIZADO PASSA A CONSTA".
           05  FILLER PIC X(050) VALUE
           "R COMO ANONIMIZADO (LGPD).".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAANON.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "    *** LGPD - ANONIMIZACAO DE DADOS DE E".
           05  LINE 02  COLUMN 42
               VALUE  "X-FUNCIONARIOS ***".
           05  LINE 08  COLUMN 01
               VALUE  " DATA DE REFERENCIA           :".
           05  LINE 10  COLUMN 01
               VALUE  " MODO (P=PREVIA E=EFETIVAR)   :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA EXECUCAO (S/N)      :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-DATA
               LINE 08  COLUMN 34  PIC 99/99/9999
               USING  W-DATA
               HIGHLIGHT.
           05  TW-MODO
               LINE 10  COLUMN 34  PIC X(01)
               USING  W-MODO
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTLIDO W-TOTSEMDT W-TOTANON W-TOTRET
                MOVE ZEROS TO W-TOTFISC W-TOTREG
                MOVE "P" TO W-MODO
                MOVE SPACES TO W-OPCAO
                ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
                ACCEPT W-HOJE FROM DATE YYYYMMDD
                COMPUTE W-DATA = (W-HOJE-DIA * 1000000)
                               + (W-HOJE-MES * 10000) + W-HOJE-ANO
                DISPLAY TELAANON.
       INC-DATA.
                ACCEPT TW-DATA
                MOVE W-DATA TO W-DTV-DATA
                MOVE SPACE  TO W-DTV-OPCAO
                MOVE SPACES TO W-DTV-EMPRESA
                CALL "FPP052" USING W-DTV-PARM
                IF W-DTV-RESULT NOT = "S"
                   MOVE "*** DATA DE REFERENCIA INVALIDA ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
                COMPUTE W-DATA-AMD = (W-DATA-ANO * 10000)
                                   + (W-DATA-MES * 100) + W-DATA-DIA
                IF W-DATA-AMD > W-HOJE
                   MOVE "*** DATA DE REFERENCIA POSTERIOR A HOJE ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-DATA.
       INC-MODO.
                ACCEPT TW-MODO
                IF W-MODO = "p"
                   MOVE "P" TO W-MODO.
                IF W-MODO = "e"
                   MOVE "E" TO W-MODO.
                IF W-MODO NOT = "P" AND W-MODO NOT = "E"
                   MOVE "*** DIGITE APENAS P=PREVIA E=EFETIVAR ***"
                      TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-MODO.
                IF W-MODO = "E"
                   DISPLAY (14, 02)
                      "ATENCAO: OS DADOS ANONIMIZADOS NAO PODERAO SER"
                   DISPLAY (15, 02)
                      "RECUPERADOS. EXECUTE ANTES A PREVIA."
                ELSE
                   DISPLAY (14, 02) LIMPA
                   DISPLAY (15, 02) LIMPA.
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
           OPEN INPUT TBRETENC
           IF ST-ERRO NOT = "00"
              MOVE "* REGRAS DE RETENCAO NAO CADASTRADAS *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           PERFORM CARREGA-REGRAS THRU CARREGA-REGRAS-FIM
           CLOSE TBRETENC
           IF W-MODO = "E"
              OPEN I-O ARQFUNCHIS
           ELSE
              OPEN INPUT ARQFUNCHIS.
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO HISTORICO FUNCIONARIOS NAO EXISTE *"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN OUTPUT ARQANONTX
           IF ST-ERRO3 NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ANONIM.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              CLOSE ARQFUNCHIS
              GO TO ROT-FIM2.
           PERFORM ABRE-OPCIONAIS THRU ABRE-OPCIONAIS-FIM
           MOVE "* AGUARDE - PROCESSANDO O HISTORICO *" TO MENS
           DISPLAY (23, 12) MENS.

       INC-OP1.
           PERFORM GRAVAR-CAB THRU GRAVAR-CAB-FIM
           MOVE ZEROS TO HIS-CHAPA
           START ARQFUNCHIS KEY IS NOT LESS HIS-CHAPA
               INVALID KEY GO TO FIM-ANON.

       LER-HIS.
           READ ARQFUNCHIS NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-ANON.
           ADD 1 TO W-TOTLIDO
           IF HIS-DTDESLIG = ZEROS
              ADD 1 TO W-TOTSEMDT
              GO TO LER-HIS.
           COMPUTE W-DESL-AMD = (HIS-ANODESL * 10000)
                              + (HIS-MESDESL * 100) + HIS-DIADESL
           MOVE "N" TO W-ALTHIS W-CHPANON W-CHPRET
           MOVE "-----" TO W-TIPOS
           PERFORM VER-PROCESSO THRU VER-PROCESSO-FIM
           PERFORM TIPO-01 THRU TIPO-01-FIM
           PERFORM TIPO-02 THRU TIPO-02-FIM
           PERFORM TIPO-03 THRU TIPO-03-FIM
           PERFORM TIPO-04 THRU TIPO-04-FIM
           PERFORM TIPO-05 THRU TIPO-05-FIM
           PERFORM TIPO-06 THRU TIPO-06-FIM
           IF W-ALTHIS = "S"
              REWRITE REGFUNCHIS
              IF ST-ERRO NOT = "00"
                 MOVE "ERRO NA REGRAVACAO DO ARQFUNCHIS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO FIM-ANON.
           IF W-CHPRET = "S"
              ADD 1 TO W-TOTRET.
           IF W-CHPANON = "S"
              ADD 1 TO W-TOTANON
              IF W-MODO = "E"
                 PERFORM GRAVAR-LOG THRU GRAVAR-LOG-FIM.
           GO TO LER-HIS.

       FIM-ANON.
           IF W-MODO = "E"
              MOVE "*** EX-FUNCIONARIOS ANONIMIZADOS.............: "
                 TO T-ROT3
              MOVE "*** ITENS ANONIMIZADOS (TIPO X REGISTRO).....: "
                 TO T-ROT4
           ELSE
              MOVE "*** EX-FUNCIONARIOS A ANONIMIZAR.............: "
                 TO T-ROT3
              MOVE "*** ITENS A ANONIMIZAR (TIPO X REGISTRO).....: "
                 TO T-ROT4.
           MOVE W-TOTLIDO  TO T-TOTLIDO
           MOVE W-TOTSEMDT TO T-TOTSEMDT
           MOVE W-TOTANON  TO T-TOTANON
           MOVE W-TOTREG   TO T-TOTREG
           MOVE W-TOTRET   TO T-TOTRET
           MOVE W-TOTFISC  TO T-TOTFISC
           WRITE REGANONTX FROM CAB3
           WRITE REGANONTX FROM LINTOT1
           WRITE REGANONTX FROM LINTOT2
           WRITE REGANONTX FROM LINTOT3
           WRITE REGANONTX FROM LINTOT4
           WRITE REGANONTX FROM LINTOT5
           WRITE REGANONTX FROM LINTOT6
           MOVE SPACES TO REGANONTX
           WRITE REGANONTX
           WRITE REGANONTX FROM LINOBS1
           WRITE REGANONTX FROM LINOBS2.

           IF W-MODO = "E" AND W-TOTANON NOT = ZEROS
              PERFORM GRAVAR-PEDIDO THRU GRAVAR-PEDIDO-FIM.
           IF W-TOTANON = ZEROS
              MOVE "* NENHUM DADO COM RETENCAO VENCIDA *" TO MENS
           ELSE
              MOVE "*** RELACAO IMPRESSA: ANONIM.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNCHIS ARQANONTX
           IF W-DEPHOK = "S"
              CLOSE ARQDEPEHIS.
           IF W-ASOOK = "S"
              CLOSE ARQASO.
           IF W-ACIDOK = "S"
              CLOSE ARQACID.
           IF W-PCDOK = "S"
              CLOSE ARQPCD.
           IF W-PROCOK = "S"
              CLOSE ARQPROC.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.

      *----[ TIPO SEM REGRA OU COM ACAO M NAO E ANONIMIZADO ]----------
       CARREGA-REGRAS.
           MOVE ZEROS TO W-IDX.
       CARREGA-REGRAS-LIMPA.
           ADD 1 TO W-IDX
           IF W-IDX > 6
              GO TO CARREGA-REGRAS-RD.
           MOVE "N"   TO TR-OK (W-IDX)
           MOVE ZEROS TO TR-ANOS (W-IDX)
           MOVE "M"   TO TR-ACAO (W-IDX)
           GO TO CARREGA-REGRAS-LIMPA.
       CARREGA-REGRAS-RD.
           READ TBRETENC NEXT
           IF ST-ERRO NOT = "00"
              GO TO CARREGA-REGRAS-FIM.
           IF RETC-COD < 1 OR RETC-COD > 6
              GO TO CARREGA-REGRAS-RD.
           MOVE "S"       TO TR-OK (RETC-COD)
           MOVE RETC-ANOS TO TR-ANOS (RETC-COD)
           MOVE RETC-ACAO TO TR-ACAO (RETC-COD)
           IF RETC-COD = 6
              MOVE "M" TO TR-ACAO (RETC-COD).
           GO TO CARREGA-REGRAS-RD.
       CARREGA-REGRAS-FIM.
           EXIT.

      *----[ ARQUIVOS QUE PODEM NAO EXISTIR NA INSTALACAO ]-------------
       ABRE-OPCIONAIS.
           IF W-MODO = "E"
              OPEN I-O ARQDEPEHIS
           ELSE
              OPEN INPUT ARQDEPEHIS.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-DEPHOK.
           IF W-MODO = "E"
              OPEN I-O ARQASO
           ELSE
              OPEN INPUT ARQASO.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ASOOK.
           IF W-MODO = "E"
              OPEN I-O ARQACID
           ELSE
              OPEN INPUT ARQACID.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-ACIDOK.
           IF W-MODO = "E"
              OPEN I-O ARQPCD
           ELSE
              OPEN INPUT ARQPCD.
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PCDOK.
           OPEN INPUT ARQPROC
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PROCOK.
       ABRE-OPCIONAIS-FIM.
           EXIT.

       GRAVAR-CAB.
           MOVE W-DATA TO CAB1-DATA
           IF W-MODO = "E"
              MOVE "EFETIVADA" TO CAB1-MODO
           ELSE
              MOVE "PREVIA (NADA FOI ALTERADO)" TO CAB1-MODO.
           WRITE REGANONTX FROM CAB1
           WRITE REGANONTX FROM CAB3
           WRITE REGANONTX FROM CABR
           MOVE ZEROS TO W-IDX.
       GRAVAR-CAB-REG.
           ADD 1 TO W-IDX
           IF W-IDX > 6
              GO TO GRAVAR-CAB-COL.
           MOVE W-IDX TO R-TIPO
           MOVE TBTIPO-DESCR (W-IDX) TO R-DESCR
           MOVE TR-ANOS (W-IDX) TO R-ANOS
           IF TR-OK (W-IDX) NOT = "S"
              MOVE "SEM REGRA - NAO TRATADO" TO R-ACAO
           ELSE
              IF TR-ACAO (W-IDX) = "A"
                 MOVE "AO FIM: ANONIMIZAR" TO R-ACAO
              ELSE
                 MOVE "AO FIM: MANTER" TO R-ACAO.
           WRITE REGANONTX FROM LINR
           GO TO GRAVAR-CAB-REG.
       GRAVAR-CAB-COL.
           WRITE REGANONTX FROM CAB3
           WRITE REGANONTX FROM CAB2
           WRITE REGANONTX FROM CAB3.
       GRAVAR-CAB-FIM.
           EXIT.

      *----[ PROCESSO EM ANDAMENTO OU DECIDIDO RETEM TODOS OS DADOS ]--
       VER-PROCESSO.
           MOVE "N" TO W-RETIDO
           IF W-PROCOK NOT = "S"
              GO TO VER-PROCESSO-FIM.
           MOVE HIS-CHAPA TO PROC-CHAPA
           START ARQPROC KEY IS EQUAL PROC-CHAPA
               INVALID KEY GO TO VER-PROCESSO-FIM.
       VER-PROCESSO-RD.
           READ ARQPROC NEXT
           IF ST-ERRO2 NOT = "00" AND ST-ERRO2 NOT = "02"
              GO TO VER-PROCESSO-FIM.
           IF PROC-CHAPA NOT = HIS-CHAPA
              GO TO VER-PROCESSO-FIM.
           IF PROC-STATUS = "A" OR PROC-STATUS = "D"
              MOVE "S" TO W-RETIDO
              GO TO VER-PROCESSO-FIM.
           GO TO VER-PROCESSO-RD.
       VER-PROCESSO-FIM.
           EXIT.

      *----[ W-T = TIPO DE DADO. VENCIDO SE REF >= DESLIG + ANOS ]------
       VER-PRAZO.
           MOVE "N" TO W-VENCIDO
           IF TR-OK (W-T) NOT = "S"
              GO TO VER-PRAZO-FIM.
           IF W-T NOT = 6 AND TR-ACAO (W-T) NOT = "A"
              GO TO VER-PRAZO-FIM.
           COMPUTE W-LIMITE = W-DESL-AMD + (TR-ANOS (W-T) * 10000)
           IF W-DATA-AMD NOT < W-LIMITE
              MOVE "S" TO W-VENCIDO.
       VER-PRAZO-FIM.
           EXIT.

      *----[ ALTERA SO NO MODO E E SE NAO HA PROCESSO RETENDO ]---------
       PODE-ALTERAR.
           IF W-MODO = "E" AND W-RETIDO NOT = "S"
              MOVE "S" TO W-ALTERA
           ELSE
              MOVE "N" TO W-ALTERA.
       PODE-ALTERAR-FIM.
           EXIT.

      *----[ 01 - TELEFONE E E-MAIL ]-----------------------------------
       TIPO-01.
           MOVE 1 TO W-T
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-VENCIDO NOT = "S"
              GO TO TIPO-01-FIM.
           IF HIS-TELFUNC = SPACES AND HIS-EMAILFUNC = SPACES
              GO TO TIPO-01-FIM.
           MOVE 1 TO W-REGS
           PERFORM PODE-ALTERAR THRU PODE-ALTERAR-FIM
           IF W-ALTERA = "S"
              MOVE SPACES TO HIS-TELFUNC HIS-EMAILFUNC
              MOVE "S" TO W-ALTHIS.
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       TIPO-01-FIM.
           EXIT.

      *----[ 02 - ENDERECO ]--------------------------------------------
       TIPO-02.
           MOVE 2 TO W-T
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-VENCIDO NOT = "S"
              GO TO TIPO-02-FIM.
           IF HIS-CEPFUNC = ZEROS AND HIS-CEP-COMPLE = SPACES
                 AND HIS-CEP-NUMRES = ZEROS
              GO TO TIPO-02-FIM.
           MOVE 1 TO W-REGS
           PERFORM PODE-ALTERAR THRU PODE-ALTERAR-FIM
           IF W-ALTERA = "S"
              MOVE ZEROS  TO HIS-CEPFUNC HIS-CEP-NUMRES
              MOVE SPACES TO HIS-CEP-COMPLE
              MOVE "S" TO W-ALTHIS.
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       TIPO-02-FIM.
           EXIT.

      *----[ 03 - CONTATO DE EMERGENCIA ]-------------------------------
       TIPO-03.
           MOVE 3 TO W-T
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-VENCIDO NOT = "S"
              GO TO TIPO-03-FIM.
           IF HIS-CONTEMERG-NOME = SPACES
                 AND HIS-CONTEMERG-FONE = SPACES
              GO TO TIPO-03-FIM.
           MOVE 1 TO W-REGS
           PERFORM PODE-ALTERAR THRU PODE-ALTERAR-FIM
           IF W-ALTERA = "S"
              MOVE SPACES TO HIS-CONTEMERG-NOME HIS-CONTEMERG-FONE
              MOVE "S" TO W-ALTHIS.
           PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       TIPO-03-FIM.
           EXIT.

      *----[ 04 - NOME DOS DEPENDENTES (ARQDEPEHIS, SEQ 0 A 9) ]--------
       TIPO-04.
           MOVE 4 TO W-T
           MOVE ZEROS TO W-REGS
           IF W-DEPHOK NOT = "S"
              GO TO TIPO-04-FIM.
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-VENCIDO NOT = "S"
              GO TO TIPO-04-FIM.
           PERFORM PODE-ALTERAR THRU PODE-ALTERAR-FIM
           MOVE ZEROS TO W-IDX.
       TIPO-04-RD.
           IF W-IDX > 9
              GO TO TIPO-04-DET.
           MOVE W-IDX    TO DEPH-SEQ
           MOVE HIS-CHAPA TO DEPH-CHAPA
           ADD 1 TO W-IDX
           READ ARQDEPEHIS
           IF ST-ERRO2 NOT = "00"
              GO TO TIPO-04-RD.
           IF DEPH-NOME = W-ANONNOME
              GO TO TIPO-04-RD.
           ADD 1 TO W-REGS
           IF W-ALTERA = "S"
              MOVE W-ANONNOME TO DEPH-NOME
              REWRITE REGDEPEHIS.
           GO TO TIPO-04-RD.
       TIPO-04-DET.
           IF W-REGS NOT = ZEROS
              PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       TIPO-04-FIM.
           EXIT.

      *----[ 05 - SAUDE (ASO/ACIDENTE/PCD) E DADOS SENSIVEIS ]----------
       TIPO-05.
           MOVE 5 TO W-T
           MOVE ZEROS TO W-REGS
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-VENCIDO NOT = "S"
              GO TO TIPO-05-FIM.
           PERFORM PODE-ALTERAR THRU PODE-ALTERAR-FIM
           IF HIS-IDENTGEN = SPACES AND HIS-ORIENTSEX = SPACES
              GO TO TIPO-05-ASO.
           ADD 1 TO W-REGS
           IF W-ALTERA = "S"
              MOVE SPACES TO HIS-IDENTGEN HIS-ORIENTSEX
              MOVE "S" TO W-ALTHIS.
       TIPO-05-ASO.
           IF W-ASOOK NOT = "S"
              GO TO TIPO-05-ACID.
           MOVE HIS-CHAPA TO ASO-CHAPA
           MOVE ZEROS     TO ASO-DATA
           START ARQASO KEY IS NOT LESS ASO-KEY
               INVALID KEY GO TO TIPO-05-ACID.
       TIPO-05-ASO-RD.
           READ ARQASO NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO TIPO-05-ACID.
           IF ASO-CHAPA NOT = HIS-CHAPA
              GO TO TIPO-05-ACID.
           IF ASO-RESULT = SPACES
              GO TO TIPO-05-ASO-RD.
           ADD 1 TO W-REGS
           IF W-ALTERA = "S"
              MOVE SPACES TO ASO-RESULT
              REWRITE REGASO.
           GO TO TIPO-05-ASO-RD.
       TIPO-05-ACID.
           IF W-ACIDOK NOT = "S"
              GO TO TIPO-05-PCD.
           MOVE HIS-CHAPA TO ACID-CHAPA
           MOVE ZEROS     TO ACID-DATA ACID-HORA
           START ARQACID KEY IS NOT LESS ACID-KEY
               INVALID KEY GO TO TIPO-05-PCD.
       TIPO-05-ACID-RD.
           READ ARQACID NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO TIPO-05-PCD.
           IF ACID-CHAPA NOT = HIS-CHAPA
              GO TO TIPO-05-PCD.
           IF ACID-PARTE = SPACES AND ACID-LATERAL = SPACES
                 AND ACID-AGENTE = SPACES AND ACID-TESTEM1 = SPACES
                 AND ACID-TESTEM2 = SPACES
              GO TO TIPO-05-ACID-RD.
           ADD 1 TO W-REGS
           IF W-ALTERA = "S"
              MOVE SPACES TO ACID-PARTE ACID-LATERAL ACID-AGENTE
              MOVE SPACES TO ACID-TESTEM1 ACID-TESTEM2
              REWRITE REGACID.
           GO TO TIPO-05-ACID-RD.
       TIPO-05-PCD.
           IF W-PCDOK NOT = "S"
              GO TO TIPO-05-DET.
           MOVE HIS-CHAPA TO PCD-CHAPA
           READ ARQPCD
           IF ST-ERRO2 NOT = "00"
              GO TO TIPO-05-DET.
           IF PCD-TIPO = ZEROS AND PCD-DTLAUDO = ZEROS
              GO TO TIPO-05-DET.
           ADD 1 TO W-REGS
           IF W-ALTERA = "S"
              MOVE ZEROS TO PCD-TIPO PCD-DTLAUDO
              REWRITE REGPCD.
       TIPO-05-DET.
           IF W-REGS NOT = ZEROS
              PERFORM GRAVAR-DET THRU GRAVAR-DET-FIM.
       TIPO-05-FIM.
           EXIT.

      *----[ 06 - FOLHA E FISCAL: NUNCA ALTERA, SO CONTA O PRAZO ]------
       TIPO-06.
           MOVE 6 TO W-T
           PERFORM VER-PRAZO THRU VER-PRAZO-FIM
           IF W-VENCIDO = "S"
              ADD 1 TO W-TOTFISC.
       TIPO-06-FIM.
           EXIT.

       GRAVAR-DET.
           MOVE HIS-CHAPA  TO D-CHAPA
           MOVE HIS-NOME   TO D-NOME
           MOVE HIS-DTDESLIG TO D-DESLIG
           MOVE W-T        TO D-TIPO
           MOVE TBTIPO-DESCR (W-T) TO D-DESCR
           MOVE W-REGS     TO D-REGS
           IF W-RETIDO = "S"
              MOVE "RETIDO - PROCESSO TRAB." TO D-SITUACAO
              MOVE "S" TO W-CHPRET
           ELSE
              IF W-MODO = "E"
                 MOVE "ANONIMIZADO" TO D-SITUACAO
              ELSE
                 MOVE "A ANONIMIZAR" TO D-SITUACAO.
           WRITE REGANONTX FROM DET
           IF W-RETIDO = "S"
              GO TO GRAVAR-DET-FIM.
           ADD W-REGS TO W-TOTREG
           MOVE "S" TO W-CHPANON
           MOVE W-T TO W-TIPOS (W-T:1).
       GRAVAR-DET-FIM.
           EXIT.

      *----[ EXECUCAO EFETIVADA FICA NO REGISTRO LGPD (TIPO A) ]--------
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
           MOVE "A"          TO LGP-TIPO
           MOVE ZEROS        TO LGP-CPF
           MOVE "ANONIMIZACAO POR RETENCAO" TO LGP-SOLIC
           MOVE W-DATA-AMD   TO LGP-DTSOLIC LGP-PRAZO
           MOVE 99           TO LGP-QTDCHAPA
           IF W-TOTANON < 99
              MOVE W-TOTANON TO LGP-QTDCHAPA.
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

      *----[ UMA LINHA DE ARQLOG POR EX-FUNCIONARIO ANONIMIZADO ]-------
       GRAVAR-LOG.
           OPEN EXTEND ARQLOG
           IF ST-ERRO3 NOT = "00"
              OPEN OUTPUT ARQLOG.
           ACCEPT LOG-DATA FROM DATE YYYYMMDD
           ACCEPT LOG-HORA FROM TIME
           MOVE W-OPERADOR TO LOG-OPERADOR
           MOVE "ARQLGPD" TO LOG-ARQUIVO
           MOVE "A" TO LOG-ACAO
           MOVE HIS-CHAPA TO LOG-CHAVE
           MOVE "ANONIMIZACAO TIPOS" TO LOG-DESCR
           MOVE W-TIPOS TO LOG-DESCR (20:5)
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
       FIM-ROT-ANON.
