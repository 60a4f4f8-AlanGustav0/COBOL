       IDENTIFICATION DIVISION.
       PROGRAM-ID. FPP190.
      ********************************************************
      * GERACAO DOS EVENTOS DE TABELA DO ESOCIAL              *
      * S-1005 (ESTABELECIMENTO)  S-1010 (RUBRICAS E/F)       *
      * (E=TBEVENT, F=FIXAS DA FOLHA, COMO NO S-1200 FPP067)  *
      * S-1020 (LOTACOES ARQDEP)  S-1030 (CARGOS ARQCARG)     *
      * COMPARA COM O ULTIMO ENVIO (ARQESOTAB) E GERA SO A    *
      * INCLUSAO / ALTERACAO / EXCLUSAO - UMA EMPRESA POR VEZ *
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
                      FILE STATUS IS ST-ERRO
                      ALTERNATE RECORD KEY IS NOME
                      WITH DUPLICATES.

           SELECT TBEVENT ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS EVCAT-COD
                      FILE STATUS IS ST-ERRO.

           SELECT ARQDEP ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS CODIGO
                      ALTERNATE RECORD KEY IS DENOMINACAO
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQCARG ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS COD
                      ALTERNATE RECORD KEY IS DENOM WITH DUPLICATES
                      FILE STATUS  IS ST-ERRO.

           SELECT TBPARAM ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQESOTAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS ESOT-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQESOC ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.

           SELECT ARQESOCTX ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
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
       FD ARQDEP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQDEP.DAT".
       01 REGDEP.
          03 CODIGO                   PIC 9(03).
          03 DENOMINACAO              PIC X(25).
          03 DEPSTATUS                PIC X(01).
          03 TPHIERARC                PIC 9(02).
          03 DEP-OPERADOR             PIC X(08).
          03 DEP-DTULTALT             PIC 9(08).
          03 DEP-HRULTALT             PIC 9(06).
          03 DEP-VAGAS                PIC 9(04).
      *-----------------------------------------------------------------
       FD ARQCARG
              LABEL RECORD IS STANDARD
              VALUE OF FILE-ID IS "ARQCARG.DAT".
       01 REGCARG.
          03 COD                PIC 9(03).
          03 DENOM              PIC X(45).
          03 TPSALARIO          PIC X(01).
          03 SALARIOBASE        PIC 9(06)V99.
          03 CARGSTATUS         PIC X(01).
          03 CARG-OPERADOR      PIC X(08).
          03 CARG-DTULTALT      PIC 9(08).
          03 CARG-HRULTALT      PIC 9(06).
          03 CARG-PERICUL       PIC X(01).
          03 CARG-INSALGR       PIC X(01).
          03 CARG-SINDICATO     PIC 9(03).
      *-----------------------------------------------------------------
       FD TBPARAM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TBPARAM.DAT".
       01 REGPARAM.
          03 PARAM-COD                 PIC X(02).
          03 PARAM-RAZSOCIAL           PIC X(40).
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
      *----[ ULTIMO CONTEUDO ENVIADO DE CADA ITEM DE TABELA ]----
      *----[ SITUAC: A=VIGENTE NO ESOCIAL  E=EXCLUIDO       ]----
      *----[ DTVERIF/HRVERIF: ULTIMA GERACAO QUE ACHOU O ITEM ]----
       FD ARQESOTAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQESOTAB.DAT".
       01 REGESOTAB.
          03 ESOT-KEY.
             05 ESOT-EVENTO            PIC X(05).
             05 ESOT-EMPRESA           PIC X(02).
             05 ESOT-CODIGO            PIC X(04).
          03 ESOT-CONTEUDO             PIC X(60).
          03 ESOT-SITUAC               PIC X(01).
          03 ESOT-DATAGER              PIC 9(08).
          03 ESOT-HORAGER              PIC 9(06).
          03 ESOT-OPERADOR             PIC X(08).
          03 ESOT-DTVERIF              PIC 9(08).
          03 ESOT-HRVERIF              PIC 9(06).
      *-----------------------------------------------------------------
       FD ARQESOC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCTAB.TXT".
       01 REGESOC                      PIC X(120).
      *-----------------------------------------------------------------
       FD ARQESOCTX
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ESOCTAB.DOC".
       01 REGESOCTX                    PIC X(100).
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS      PIC 9(02) VALUE 1.
       77 W-OPCAO         PIC X(01) VALUE SPACES.
       77 MENS            PIC X(50) VALUE SPACES.
       77 LIMPA           PIC X(50) VALUE SPACES.
       01 ST-ERRO         PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-RAZSOCIAL     PIC X(40) VALUE SPACES.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-HORAGER       PIC 9(06) VALUE ZEROS.
       01 W-EVTOK         PIC X(01) VALUE "N".
       01 W-DEPOK         PIC X(01) VALUE "N".
       01 W-CRGOK         PIC X(01) VALUE "N".
       01 W-ACHOU         PIC X(01) VALUE "N".
       01 W-ATIVO         PIC X(01) VALUE "N".
       01 W-CRITFLAG      PIC X(01) VALUE "N".
       01 W-EVENTO        PIC X(05) VALUE SPACES.
       01 W-CODIGO        PIC X(04) VALUE SPACES.
       01 W-CODNUM        PIC 9(03) VALUE ZEROS.
      *----[ CODIGO DA RUBRICA NO ESOCIAL: ORIGEM + RUBRICA ]----
       01 W-CODRUBR.
          03 W-CODRUBR-ORIG  PIC X(01) VALUE SPACES.
          03 W-CODRUBR-NUM   PIC 9(03) VALUE ZEROS.
       01 W-IXF           PIC 9(02) VALUE ZEROS.
       01 W-DESCR         PIC X(45) VALUE SPACES.
       01 W-CONTEUDO      PIC X(60) VALUE SPACES.
       01 W-TOTINC        PIC 9(05) VALUE ZEROS.
       01 W-TOTALT        PIC 9(05) VALUE ZEROS.
       01 W-TOTEXC        PIC 9(05) VALUE ZEROS.
       01 W-TOTSEM        PIC 9(05) VALUE ZEROS.
       01 W-TOTCRIT       PIC 9(05) VALUE ZEROS.

      *----[ CONTEUDO DE CADA EVENTO (GUARDADO NO ARQESOTAB) ]----
       01  W-C1005.
           05  C05-CNPJ               PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C05-RAZSOCIAL          PIC X(40) VALUE SPACES.

       01  W-C1010.
           05  C10-DESCR              PIC X(30) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C10-TIPO               PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C10-INCINSS            PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C10-INCIRRF            PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C10-INCFGTS            PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C10-INCDSR             PIC X(01) VALUE SPACES.

       01  W-C1020.
           05  C20-DENOM              PIC X(25) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  C20-TPHIERARC          PIC 9(02) VALUE ZEROS.

       01  W-C1030.
           05  C30-DENOM              PIC X(45) VALUE SPACES.

      *----[ RUBRICAS FIXAS GRAVADAS NO ARQFOLDET (ORIGEM F) PELAS ]----
      *----[ FOLHAS: COD, NATUREZA, INC. INSS/IRRF/FGTS/DSR, DESCR ]----
       01  TABRUBF.
           03 FILLER PIC X(38) VALUE "001PSSSNSALARIO".
           03 FILLER PIC X(38) VALUE "002PSSSSHORAS EXTRAS 50%".
           03 FILLER PIC X(38) VALUE "003PSSSSHORAS EXTRAS 100%".
           03 FILLER PIC X(38) VALUE "004PSSSSADICIONAL NOTURNO".
           03 FILLER PIC X(38) VALUE "005PSSSNDSR S/ VARIAVEIS".
           03 FILLER PIC X(38) VALUE
              "006PSSSNADICIONAL TEMPO DE SERVICO".
           03 FILLER PIC X(38) VALUE
              "007PSSSNPERICULOSIDADE/INSALUBRIDADE".
           03 FILLER PIC X(38) VALUE "008PNNNNSALARIO-FAMILIA".
           03 FILLER PIC X(38) VALUE "009PNNNNAUXILIO-CRECHE".
           03 FILLER PIC X(38) VALUE "010PNNSN13o SALARIO - 1a PARCELA".
           03 FILLER PIC X(38) VALUE "011PSSSN13o SALARIO - 2a PARCELA".
           03 FILLER PIC X(38) VALUE "012PSSSNDSR S/ COMISSOES".
           03 FILLER PIC X(38) VALUE "020PSSSNSALDO DE SALARIO".
           03 FILLER PIC X(38) VALUE "021PNNNNFERIAS VENCIDAS + 1/3".
           03 FILLER PIC X(38) VALUE
              "022PNNNNFERIAS PROPORCIONAIS + 1/3".
           03 FILLER PIC X(38) VALUE "023PSSSN13o SALARIO PROPORCIONAL".
           03 FILLER PIC X(38) VALUE "024PNNSNAVISO PREVIO INDENIZADO".
           03 FILLER PIC X(38) VALUE "025PSSSNBANCO DE HORAS CREDOR".
           03 FILLER PIC X(38) VALUE "030PSSSNFERIAS".
           03 FILLER PIC X(38) VALUE
              "031PSSSN1/3 CONSTITUCIONAL DE FERIAS".
           03 FILLER PIC X(38) VALUE "032PNNNNABONO PECUNIARIO + 1/3".
           03 FILLER PIC X(38) VALUE "101DSSSNFALTAS E DSR".
           03 FILLER PIC X(38) VALUE "102DNNNNINSS".
           03 FILLER PIC X(38) VALUE "103DNNNNIMPOSTO DE RENDA".
           03 FILLER PIC X(38) VALUE "104DNNNNVALE-TRANSPORTE".
           03 FILLER PIC X(38) VALUE "105DNNNNPENSAO ALIMENTICIA".
           03 FILLER PIC X(38) VALUE "106DNNNNEMPRESTIMO CONSIGNADO".
           03 FILLER PIC X(38) VALUE "107DNNNNADIANTAMENTO QUINZENAL".
           03 FILLER PIC X(38) VALUE "108DNNNNMENSALIDADE SINDICAL".
           03 FILLER PIC X(38) VALUE "109DNNNNSALDO DEVEDOR ANTERIOR".
           03 FILLER PIC X(38) VALUE "110DNNNNINSS S/ 13o SALARIO".
           03 FILLER PIC X(38) VALUE "111DNNNNBANCO DE HORAS DEVEDOR".
           03 FILLER PIC X(38) VALUE "112DNNNNBENS NAO DEVOLVIDOS".
           03 FILLER PIC X(38) VALUE
              "113DNNNNPREVIDENCIA PRIVADA (PGBL)".
           03 FILLER PIC X(38) VALUE "114DNNNNSEGURO DE VIDA EM GRUPO".
           03 FILLER PIC X(38) VALUE "901INNNNFGTS".
           03 FILLER PIC X(38) VALUE "902INNNNDESCONTOS NAO COBRADOS".
           03 FILLER PIC X(38) VALUE "903INNNNPGBL - PARTE DA EMPRESA".
       01  TABRUBFX REDEFINES TABRUBF.
           03 TF-RUBRICA OCCURS 38 TIMES.
              05 TF-COD          PIC 9(03).
              05 TF-TIPO         PIC X(01).
              05 TF-INCINSS      PIC X(01).
              05 TF-INCIRRF      PIC X(01).
              05 TF-INCFGTS      PIC X(01).
              05 TF-INCDSR       PIC X(01).
              05 TF-DESCR        PIC X(30).

      *----[ OPERACAO: I=INCLUSAO  A=ALTERACAO  E=EXCLUSAO ]----
       01  EVTAB.
           05  EVT-EVENTO             PIC X(05) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVT-OPER               PIC X(01) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVT-CNPJ               PIC X(18) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVT-CODIGO             PIC X(04) VALUE SPACES.
           05  FILLER                 PIC X(01) VALUE ";".
           05  EVT-CONTEUDO           PIC X(60) VALUE SPACES.

       01  CAB1.
           05  FILLER PIC X(043) VALUE
           "CONFERENCIA DOS EVENTOS DE TABELA ESOCIAL".
           05  FILLER PIC X(010) VALUE " EMPRESA: ".
           05  CAB1-EMP      PIC X(02) VALUE SPACES.
           05  FILLER PIC X(008) VALUE "  CNPJ: ".
           05  CAB1-CNPJ     PIC X(18) VALUE SPACES.

       01  CAB2.
           05  FILLER PIC X(060) VALUE
           "EVENTO COD  OPERACAO  DESCRICAO / OCORRENCIA".

       01  DETTAB.
           05  DT-EVENTO     PIC X(06) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DT-CODIGO     PIC X(04) VALUE SPACES.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  DT-OPER       PIC X(09) VALUE SPACES.
           05  FILLER        PIC X(02) VALUE SPACES.
           05  DT-DESCR      PIC X(45) VALUE SPACES.

       01  LINTOT1.
           05  FILLER PIC X(035) VALUE
           "*** INCLUSOES GERADAS.........: ".
           05  T-TOTINC      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT2.
           05  FILLER PIC X(035) VALUE
           "*** ALTERACOES GERADAS........: ".
           05  T-TOTALT      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT3.
           05  FILLER PIC X(035) VALUE
           "*** EXCLUSOES GERADAS.........: ".
           05  T-TOTEXC      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT4.
           05  FILLER PIC X(035) VALUE
           "*** SEM ALTERACAO (PULADOS)...: ".
           05  T-TOTSEM      PIC ZZZZ9 VALUE ZEROS.

       01  LINTOT5.
           05  FILLER PIC X(035) VALUE
           "*** ITENS CRITICADOS..........: ".
           05  T-TOTCRIT     PIC ZZZZ9 VALUE ZEROS.
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELAESOT.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "  *** EVENTOS DE TABELA ESOCIAL (S-1005/1".
           05  LINE 02  COLUMN 42
               VALUE  "010/1020/1030) ***".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 12  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
           05  TW-EMPRESA
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       INICIO.
       INC-001.
                MOVE ZEROS TO W-TOTINC W-TOTALT W-TOTEXC W-TOTSEM
                MOVE ZEROS TO W-TOTCRIT
                DISPLAY TELAESOT.
       INC-EMP.
                ACCEPT TW-EMPRESA
                IF W-EMPRESA = SPACES
                   MOVE "* INFORME A EMPRESA (UMA POR EXECUCAO) *"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
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

      *------[ TODOS OS EVENTOS DE TABELA SAEM COM O CNPJ DA EMPRESA ]--
       VERIF-EMP.
           OPEN INPUT TBPARAM
           IF ST-ERRO NOT = "00"
              MOVE "* TBPARAM INEXISTENTE - CADASTRE A EMPRESA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           MOVE W-EMPRESA TO PARAM-COD
           READ TBPARAM
           IF ST-ERRO = "00"
              MOVE PARAM-CNPJ      TO W-CNPJ
              MOVE PARAM-RAZSOCIAL TO W-RAZSOCIAL.
           CLOSE TBPARAM
           IF W-CNPJ = SPACES
              MOVE "* EMPRESA SEM CNPJ NO TBPARAM - GERACAO NEGADA *"
              TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.

       INC-OP0.
           OPEN INPUT ARQFUNC
           IF ST-ERRO NOT = "00"
              MOVE "* ARQUIVO FUNCIONARIOS NAO EXISTE *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM2.
           OPEN I-O ARQESOTAB
           IF ST-ERRO NOT = "00"
              IF ST-ERRO = "30"
                 OPEN OUTPUT ARQESOTAB
                 CLOSE ARQESOTAB
                 OPEN I-O ARQESOTAB
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQESOTAB" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 CLOSE ARQFUNC
                 GO TO ROT-FIM2.
           OPEN OUTPUT ARQESOC
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCTAB.TXT" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           OPEN OUTPUT ARQESOCTX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO ESOCTAB.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.

      *----[ TABELAS DE ORIGEM: SO EXCLUI ITENS DA TABELA LIDA ]----
           MOVE "N" TO W-EVTOK W-DEPOK W-CRGOK
           OPEN INPUT TBEVENT
           IF ST-ERRO = "00"
              MOVE "S" TO W-EVTOK.
           OPEN INPUT ARQDEP
           IF ST-ERRO = "00"
              MOVE "S" TO W-DEPOK.
           OPEN INPUT ARQCARG
           IF ST-ERRO = "00"
              MOVE "S" TO W-CRGOK.

       INC-OP2.
           ACCEPT W-DATAGER FROM DATE YYYYMMDD
           ACCEPT W-HORAGER FROM TIME
           ACCEPT W-OPERADOR FROM ENVIRONMENT "OPERADOR"
           MOVE W-EMPRESA TO CAB1-EMP
           MOVE W-CNPJ    TO CAB1-CNPJ
           MOVE W-CNPJ    TO EVT-CNPJ
           WRITE REGESOCTX FROM CAB1
           WRITE REGESOCTX FROM CAB2.

      *------[ S-1005: ESTABELECIMENTO DA EMPRESA (FUNC-EMPRESA) ]------
       GERAR-1005.
           MOVE "N" TO W-ATIVO
           MOVE LOW-VALUES TO CHAPA
           START ARQFUNC KEY IS NOT LESS CHAPA
               INVALID KEY GO TO GERAR-1005-TRATA.
       GERAR-1005-RD.
           READ ARQFUNC NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERAR-1005-TRATA.
      *----[ EMPRESA DA CHAPA (BRANCO/LEGADO = 01) ]----
           MOVE FUNC-EMPRESA TO W-FEMP
           IF W-FEMP = SPACES
              MOVE "01" TO W-FEMP.
           IF W-FEMP NOT = W-EMPRESA
              GO TO GERAR-1005-RD.
           MOVE "S" TO W-ATIVO.
       GERAR-1005-TRATA.
           MOVE "N" TO W-CRITFLAG
           MOVE "S1005"     TO W-EVENTO
           MOVE W-EMPRESA   TO W-CODIGO
           MOVE W-CNPJ      TO C05-CNPJ
           MOVE W-RAZSOCIAL TO C05-RAZSOCIAL
           MOVE W-RAZSOCIAL TO W-DESCR
           MOVE W-C1005     TO W-CONTEUDO
           IF W-RAZSOCIAL = SPACES
              MOVE "RAZAO SOCIAL NAO INFORMADA" TO DT-DESCR
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM.

      *------[ S-1010: RUBRICAS DO CATALOGO TBEVENT (ORIGEM E) ]--------
       GERAR-1010.
           IF W-EVTOK NOT = "S"
              GO TO GERAR-1010F.
           MOVE ZEROS TO EVCAT-COD
           START TBEVENT KEY IS NOT LESS EVCAT-COD
               INVALID KEY GO TO GERAR-1010F.
       GERAR-1010-RD.
           READ TBEVENT NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERAR-1010F.
           MOVE "N" TO W-CRITFLAG
           MOVE "S" TO W-ATIVO
           IF EVCAT-STATUS = "I"
              MOVE "N" TO W-ATIVO.
           MOVE "S1010"       TO W-EVENTO
           MOVE "E"           TO W-CODRUBR-ORIG
           MOVE EVCAT-COD     TO W-CODRUBR-NUM
           MOVE W-CODRUBR     TO W-CODIGO
           MOVE EVCAT-DESCR   TO C10-DESCR
           MOVE EVCAT-TIPO    TO C10-TIPO
           MOVE EVCAT-INCINSS TO C10-INCINSS
           MOVE EVCAT-INCIRRF TO C10-INCIRRF
           MOVE EVCAT-INCFGTS TO C10-INCFGTS
           MOVE EVCAT-INCDSR  TO C10-INCDSR
           MOVE EVCAT-DESCR   TO W-DESCR
           MOVE W-C1010       TO W-CONTEUDO
           IF W-ATIVO NOT = "S"
              GO TO GERAR-1010-TRATA.
           IF EVCAT-DESCR = SPACES
              MOVE "DESCRICAO DA RUBRICA NAO INFORMADA" TO DT-DESCR
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF EVCAT-TIPO = SPACES
              MOVE "NATUREZA (TIPO) NAO INFORMADA" TO DT-DESCR
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           IF EVCAT-INCINSS = SPACES OR EVCAT-INCIRRF = SPACES
                 OR EVCAT-INCFGTS = SPACES
              MOVE "INCIDENCIA INSS/IRRF/FGTS NAO INFORMADA"
              TO DT-DESCR
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
       GERAR-1010-TRATA.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO GERAR-1010-RD.

      *------[ S-1010: RUBRICAS FIXAS DA FOLHA (ORIGEM F) ]-------------
       GERAR-1010F.
           MOVE 1 TO W-IXF.
       GERAR-1010F-LOOP.
           IF W-IXF > 38
              GO TO GERAR-1020.
           MOVE "N" TO W-CRITFLAG
           MOVE "S" TO W-ATIVO
           MOVE "S1010"           TO W-EVENTO
           MOVE "F"               TO W-CODRUBR-ORIG
           MOVE TF-COD(W-IXF)     TO W-CODRUBR-NUM
           MOVE W-CODRUBR         TO W-CODIGO
           MOVE TF-DESCR(W-IXF)   TO C10-DESCR W-DESCR
           MOVE TF-TIPO(W-IXF)    TO C10-TIPO
           MOVE TF-INCINSS(W-IXF) TO C10-INCINSS
           MOVE TF-INCIRRF(W-IXF) TO C10-INCIRRF
           MOVE TF-INCFGTS(W-IXF) TO C10-INCFGTS
           MOVE TF-INCDSR(W-IXF)  TO C10-INCDSR
           MOVE W-C1010           TO W-CONTEUDO
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           ADD 1 TO W-IXF
           GO TO GERAR-1010F-LOOP.

      *------[ S-1020: LOTACOES TRIBUTARIAS (DEPARTAMENTOS ARQDEP) ]----
       GERAR-1020.
           IF W-DEPOK NOT = "S"
              GO TO GERAR-1030.
           MOVE ZEROS TO CODIGO
           START ARQDEP KEY IS NOT LESS CODIGO
               INVALID KEY GO TO GERAR-1030.
       GERAR-1020-RD.
           READ ARQDEP NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERAR-1030.
           MOVE "N" TO W-CRITFLAG
           MOVE "S" TO W-ATIVO
           IF DEPSTATUS NOT = "A"
              MOVE "N" TO W-ATIVO.
           MOVE "S1020"     TO W-EVENTO
           MOVE CODIGO      TO W-CODNUM
           MOVE W-CODNUM    TO W-CODIGO
           MOVE DENOMINACAO TO C20-DENOM
           MOVE TPHIERARC   TO C20-TPHIERARC
           MOVE DENOMINACAO TO W-DESCR
           MOVE W-C1020     TO W-CONTEUDO
           IF W-ATIVO = "S" AND DENOMINACAO = SPACES
              MOVE "DENOMINACAO DA LOTACAO NAO INFORMADA" TO DT-DESCR
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO GERAR-1020-RD.

      *------[ S-1030: CARGOS (ARQCARG) ]-------------------------------
       GERAR-1030.
           IF W-CRGOK NOT = "S"
              GO TO GERAR-EXCL.
           MOVE ZEROS TO COD
           START ARQCARG KEY IS NOT LESS COD
               INVALID KEY GO TO GERAR-EXCL.
       GERAR-1030-RD.
           READ ARQCARG NEXT
           IF ST-ERRO NOT = "00"
              GO TO GERAR-EXCL.
           MOVE "N" TO W-CRITFLAG
           MOVE "S" TO W-ATIVO
           IF CARGSTATUS NOT = "A"
              MOVE "N" TO W-ATIVO.
           MOVE "S1030"  TO W-EVENTO
           MOVE COD      TO W-CODNUM
           MOVE W-CODNUM TO W-CODIGO
           MOVE DENOM    TO C30-DENOM
           MOVE DENOM    TO W-DESCR
           MOVE W-C1030  TO W-CONTEUDO
           IF W-ATIVO = "S" AND DENOM = SPACES
              MOVE "DENOMINACAO DO CARGO NAO INFORMADA" TO DT-DESCR
              PERFORM GRAVAR-CRIT THRU GRAVAR-CRIT-FIM.
           PERFORM TRATA-ITEM THRU TRATA-ITEM-FIM
           GO TO GERAR-1030-RD.

      *--[ EXCLUSAO: ENVIADO ANTES E NAO ACHADO (OU INATIVO) AGORA ]----
       GERAR-EXCL.
           MOVE LOW-VALUES TO ESOT-KEY
           START ARQESOTAB KEY IS NOT LESS ESOT-KEY
               INVALID KEY GO TO FIM-GERACAO.
       GERAR-EXCL-RD.
           READ ARQESOTAB NEXT
           IF ST-ERRO NOT = "00"
              GO TO FIM-GERACAO.
           IF ESOT-EMPRESA NOT = W-EMPRESA OR ESOT-SITUAC NOT = "A"
              GO TO GERAR-EXCL-RD.
           IF ESOT-DTVERIF = W-DATAGER AND ESOT-HRVERIF = W-HORAGER
              GO TO GERAR-EXCL-RD.
           IF ESOT-EVENTO = "S1010" AND W-EVTOK NOT = "S"
              GO TO GERAR-EXCL-RD.
           IF ESOT-EVENTO = "S1020" AND W-DEPOK NOT = "S"
              GO TO GERAR-EXCL-RD.
           IF ESOT-EVENTO = "S1030" AND W-CRGOK NOT = "S"
              GO TO GERAR-EXCL-RD.
           MOVE ESOT-EVENTO   TO EVT-EVENTO
           MOVE "E"           TO EVT-OPER
           MOVE ESOT-CODIGO   TO EVT-CODIGO
           MOVE ESOT-CONTEUDO TO EVT-CONTEUDO
           WRITE REGESOC FROM EVTAB
           ADD 1 TO W-TOTEXC
           MOVE ESOT-EVENTO   TO DT-EVENTO
           MOVE ESOT-CODIGO   TO DT-CODIGO
           MOVE "EXCLUSAO"    TO DT-OPER
           MOVE ESOT-CONTEUDO TO DT-DESCR
           WRITE REGESOCTX FROM DETTAB
           MOVE "E" TO ESOT-SITUAC
           PERFORM MARCAR-CTL THRU MARCAR-CTL-FIM
           PERFORM MARCAR-ENV THRU MARCAR-ENV-FIM
           REWRITE REGESOTAB
           GO TO GERAR-EXCL-RD.

       FIM-GERACAO.
           MOVE W-TOTINC  TO T-TOTINC
           MOVE W-TOTALT  TO T-TOTALT
           MOVE W-TOTEXC  TO T-TOTEXC
           MOVE W-TOTSEM  TO T-TOTSEM
           MOVE W-TOTCRIT TO T-TOTCRIT
           WRITE REGESOCTX FROM LINTOT1
           WRITE REGESOCTX FROM LINTOT2
           WRITE REGESOCTX FROM LINTOT3
           WRITE REGESOCTX FROM LINTOT4
           WRITE REGESOCTX FROM LINTOT5.

           IF W-TOTINC = ZEROS AND W-TOTALT = ZEROS
                 AND W-TOTEXC = ZEROS
              MOVE "* TABELAS SEM ALTERACAO - NADA A ENVIAR *" TO MENS
           ELSE
              MOVE "*** EVENTOS GERADOS: ESOCTAB.TXT/.DOC ***" TO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO ROT-FIM.

      *------[ COMPARA O ITEM COM O ULTIMO ENVIO E GERA O EVENTO ]------
      *----[ INATIVO: FICA SEM MARCA E CAI NA EXCLUSAO (GERAR-EXCL) ]--
      *----[ CRITICADO: SO MARCA, PARA NAO SER EXCLUIDO POR ENGANO ]---
       TRATA-ITEM.
           MOVE "N" TO W-ACHOU
           MOVE W-EVENTO  TO ESOT-EVENTO
           MOVE W-EMPRESA TO ESOT-EMPRESA
           MOVE W-CODIGO  TO ESOT-CODIGO
           READ ARQESOTAB
           IF ST-ERRO = "00"
              MOVE "S" TO W-ACHOU.
           IF W-ATIVO NOT = "S"
              GO TO TRATA-ITEM-FIM.
           IF W-CRITFLAG = "S" AND W-ACHOU = "S"
              PERFORM MARCAR-CTL THRU MARCAR-CTL-FIM
              REWRITE REGESOTAB.
           IF W-CRITFLAG = "S"
              GO TO TRATA-ITEM-FIM.
           IF W-ACHOU NOT = "S" OR ESOT-SITUAC NOT = "A"
              MOVE "I"        TO EVT-OPER
              MOVE "INCLUSAO" TO DT-OPER
              ADD 1 TO W-TOTINC
              GO TO TRATA-ITEM-GRV.
           IF ESOT-CONTEUDO NOT = W-CONTEUDO
              MOVE "A"         TO EVT-OPER
              MOVE "ALTERACAO" TO DT-OPER
              ADD 1 TO W-TOTALT
              GO TO TRATA-ITEM-GRV.
           ADD 1 TO W-TOTSEM
           PERFORM MARCAR-CTL THRU MARCAR-CTL-FIM
           REWRITE REGESOTAB
           GO TO TRATA-ITEM-FIM.
       TRATA-ITEM-GRV.
           MOVE W-EVENTO   TO EVT-EVENTO
           MOVE W-CODIGO   TO EVT-CODIGO
           MOVE W-CONTEUDO TO EVT-CONTEUDO
           WRITE REGESOC FROM EVTAB
           MOVE W-EVENTO   TO DT-EVENTO
           MOVE W-CODIGO   TO DT-CODIGO
           MOVE W-DESCR    TO DT-DESCR
           WRITE REGESOCTX FROM DETTAB
           MOVE W-CONTEUDO TO ESOT-CONTEUDO
           MOVE "A"        TO ESOT-SITUAC
           PERFORM MARCAR-CTL THRU MARCAR-CTL-FIM
           PERFORM MARCAR-ENV THRU MARCAR-ENV-FIM
           IF W-ACHOU = "S"
              REWRITE REGESOTAB
           ELSE
              WRITE REGESOTAB.
       TRATA-ITEM-FIM.
           EXIT.

      *------[ MARCA O ITEM COMO VERIFICADO/ENVIADO NESTA GERACAO ]-----
       MARCAR-CTL.
           MOVE W-DATAGER TO ESOT-DTVERIF
           MOVE W-HORAGER TO ESOT-HRVERIF.
       MARCAR-CTL-FIM.
           EXIT.

      *------[ DATA/HORA/OPERADOR DO ULTIMO EVENTO GERADO DO ITEM ]-----
       MARCAR-ENV.
           MOVE W-DATAGER  TO ESOT-DATAGER
           MOVE W-HORAGER  TO ESOT-HORAGER
           MOVE W-OPERADOR TO ESOT-OPERADOR.
       MARCAR-ENV-FIM.
           EXIT.

       GRAVAR-CRIT.
           MOVE "S" TO W-CRITFLAG
           MOVE W-EVENTO   TO DT-EVENTO
           MOVE W-CODIGO   TO DT-CODIGO
           MOVE "CRITICADO" TO DT-OPER
           WRITE REGESOCTX FROM DETTAB
           ADD 1 TO W-TOTCRIT.
       GRAVAR-CRIT-FIM.
           EXIT.

      *----------------------------------------------------------------
       ROT-FIM.
           DISPLAY (01, 01) ERASE
           CLOSE ARQFUNC ARQESOTAB ARQESOC ARQESOCTX.
           IF W-EVTOK = "S"
              CLOSE TBEVENT.
           IF W-DEPOK = "S"
              CLOSE ARQDEP.
           IF W-CRGOK = "S"
              CLOSE ARQCARG.
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
       FIM-ROT-ESOT.
