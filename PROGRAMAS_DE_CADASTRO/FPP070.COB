                      RECORD KEY   IS RPA-KEY
                      FILE STATUS  IS ST-ERRO2.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLB-KEY
                      FILE STATUS  IS ST-ERRO2.
           SELECT TBENCARGO ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
             05 FOLHA-CHAPA            PIC 9(06).
             05 FOLHA-COMPET           PIC 9(06).
      *----[ M=MENSAL A=ADIANT 1=13o-1A 2=13o-2A F=FERIAS R=RESC L=PLR ]
      *----[ C=COMPLEMENTAR (FPP184)                                  ]
             05 FOLHA-TIPO             PIC X(01).
          03 FOLHA-NOME                PIC X(30).
          03 FOLHA-CODDEP              PIC 9(03).
          03 RPA-IRRF                  PIC 9(06)V99.
          03 RPA-LIQUIDO               PIC 9(06)V99.
          03 RPA-EMPRESA               PIC X(02).
      *-----------------------------------------------------------------
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
       FD TBENCARGO
                 LABEL RECORD IS STANDARD
       01 W-TOT-RPAINSS   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-RPAIRRF   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-RPABRUTO  PIC 9(09)V99 VALUE ZEROS.
       01 W-PLBOK         PIC X(01) VALUE "N".
       01 W-TOT-PLBINSS   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PLBIRRF   PIC 9(09)V99 VALUE ZEROS.
       01 W-TOT-PLBBRUTO  PIC 9(09)V99 VALUE ZEROS.
       01 W-EMPRESA       PIC X(02) VALUE SPACES.
       01 W-FEMP          PIC X(02) VALUE SPACES.
      *----[ M=FOLHA MENSAL  C=COMPLEMENTAR DE COMPETENCIA FECHADA ]--
       01 W-TPFOLHA       PIC X(01) VALUE "M".
       01 W-GUIAGPS       PIC X(03) VALUE "GPS".
       01 W-GUIADRF       PIC X(03) VALUE "DRF".
       01 W-GUIASEG       PIC X(03) VALUE "SEG".
       01 W-CNPJ          PIC X(18) VALUE SPACES.
       01 W-RAZSOCIAL     PIC X(40) VALUE SPACES.
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
           05  CAB1-COMPANO  PIC 9999 VALUE ZEROS.
           05  FILLER PIC X(010) VALUE " EMPRESA: ".
           05  CAB1-EMP      PIC X(02) VALUE SPACES.
           05  CAB1-TIPO     PIC X(16) VALUE SPACES.

       01  CAB1B.
           05  FILLER PIC X(007) VALUE "CNPJ: ".
           "GPS  - INSS RETIDO DE AUTONOMOS....: ".
           05  G-RPAINSS     PIC ZZZZZZZZ9,99.

       01  LINGPS1C.
           05  FILLER PIC X(038) VALUE
           "GPS  - INSS RETIDO DE PRO-LABORE...: ".
           05  G-PLBINSS     PIC ZZZZZZZZ9,99.

       01  LINGPS2.
           05  FILLER PIC X(038) VALUE
           "GPS  - INSS PATRONAL (E01).........: ".
           05  LINE 10  COLUMN 01
               VALUE  " EMPRESA (OBRIGATORIO)        :".
           05  LINE 12  COLUMN 01
               VALUE  " FOLHA (M=MENSAL C=COMPLEMENT):".
           05  LINE 14  COLUMN 01
               VALUE  " CONFIRMA GERACAO (S ou N )   :".
           05  LINE 24  COLUMN 01
               VALUE  " MENSAGEM :".
               LINE 10  COLUMN 34  PIC X(02)
               USING  W-EMPRESA
               HIGHLIGHT.
           05  TW-TPFOLHA
               LINE 12  COLUMN 34  PIC X(01)
               USING  W-TPFOLHA
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 14  COLUMN 34  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
                MOVE ZEROS TO W-TOT-INSSSEG W-TOT-BRUTO W-TOT-IRRF
                MOVE ZEROS TO W-TOT-RPAINSS W-TOT-RPAIRRF
                MOVE ZEROS TO W-TOT-RPABRUTO
                MOVE ZEROS TO W-TOT-PLBINSS W-TOT-PLBIRRF
                MOVE ZEROS TO W-TOT-PLBBRUTO
                MOVE ZEROS TO W-QTDFUNC
                MOVE "N" TO W-ALERTA
                DISPLAY TELAGUIA.
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-EMP.
       INC-TIPO.
                ACCEPT TW-TPFOLHA
                IF W-TPFOLHA = "m"
                   MOVE "M" TO W-TPFOLHA.
                IF W-TPFOLHA = "c"
                   MOVE "C" TO W-TPFOLHA.
                IF W-TPFOLHA NOT = "M" AND "C"
                   MOVE "*** DIGITE M=MENSAL OU C=COMPLEMENTAR ***"
                   TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-TIPO.
      *----[ COMPLEMENTAR TEM GUIAS PROPRIAS, SEM RPA E PRO-LABORE ]--
                IF W-TPFOLHA = "C"
                   MOVE "GPC" TO W-GUIAGPS
                   MOVE "DRC" TO W-GUIADRF
                   MOVE "SGC" TO W-GUIASEG
                   MOVE " (COMPLEMENTAR)" TO CAB1-TIPO.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
           OPEN INPUT ARQRPA
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-RPAOK.
           MOVE "N" TO W-PLBOK
           OPEN INPUT ARQPROLAB
           IF ST-ERRO2 = "00"
              MOVE "S" TO W-PLBOK.
           OPEN OUTPUT ARQGUIATX
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO GUIAS.DOC" TO MENS

           IF FOLHA-COMPET NOT = W-COMPET-N
              GO TO LER-FOLHA.
           IF FOLHA-TIPO NOT = W-TPFOLHA
              GO TO LER-FOLHA.

      *----[ FILTRO POR EMPRESA (BRANCO/LEGADO = 01) ]----

      *----[ RETENCOES DE RPA (AUTONOMOS) ENTRAM NAS GUIAS ]----------
       SOMAR-RPA.
           IF W-TPFOLHA = "C"
              GO TO CALCULAR.
           IF W-RPAOK NOT = "S"
              GO TO SOMAR-PLB.
           MOVE LOW-VALUES TO RPA-KEY
           START ARQRPA KEY IS NOT LESS RPA-KEY
               INVALID KEY GO TO SOMAR-PLB.
       SOMAR-RPA-RD.
           READ ARQRPA NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO SOMAR-PLB.
           IF RPA-COMPET NOT = W-COMPET-N
              GO TO SOMAR-RPA-RD.
           MOVE RPA-EMPRESA TO W-FEMP
           ADD RPA-VALOR TO W-TOT-RPABRUTO
           GO TO SOMAR-RPA-RD.

      *----[ PRO-LABORE DE SOCIOS/DIRETORES (FPP153) - SEM FGTS ]------
       SOMAR-PLB.
           IF W-PLBOK NOT = "S"
              GO TO CALCULAR.
           MOVE LOW-VALUES TO PLB-KEY
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO CALCULAR.
       SOMAR-PLB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO2 NOT = "00"
              GO TO CALCULAR.
           IF PLB-COMPET NOT = W-COMPET-N
              GO TO SOMAR-PLB-RD.
           IF PLB-EMPRESA NOT = W-EMPRESA
              GO TO SOMAR-PLB-RD.
           ADD PLB-INSS  TO W-TOT-PLBINSS
           ADD PLB-IRRF  TO W-TOT-PLBIRRF
           ADD PLB-VALOR TO W-TOT-PLBBRUTO
           GO TO SOMAR-PLB-RD.

       CALCULAR.
           IF W-QTDFUNC = ZEROS
              MOVE "* SEM FOLHAS GRAVADAS P/ COMPETENCIA *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           COMPUTE W-PATRONAL = (W-TOT-BRUTO + W-TOT-RPABRUTO
                              + W-TOT-PLBBRUTO) * W-ENCPAT
           COMPUTE W-RAT      = W-TOT-BRUTO * W-ENCRAT * W-ENCFAP
           COMPUTE W-TERCEIROS = W-TOT-BRUTO * W-ENCTERC
           COMPUTE W-VLRGPS   = W-TOT-INSSSEG + W-TOT-RPAINSS
                              + W-TOT-PLBINSS
                              + W-PATRONAL + W-RAT + W-TERCEIROS
           COMPUTE W-VLRDARF  = W-TOT-IRRF + W-TOT-RPAIRRF
                              + W-TOT-PLBIRRF.

      *----[ VENCIMENTO: DIA 20 DO MES SEGUINTE A COMPETENCIA ]----
           MOVE W-COMPET-ANO TO W-VENCTO-ANO

           MOVE W-TOT-INSSSEG TO G-INSSSEG
           MOVE W-TOT-RPAINSS TO G-RPAINSS
           MOVE W-TOT-PLBINSS TO G-PLBINSS
           MOVE W-PATRONAL    TO G-PATRONAL
           MOVE W-RAT         TO G-RAT
           MOVE W-TERCEIROS   TO G-TERC
           MOVE W-VENCTO-ANO  TO G-VENCGPS(7:4)
           WRITE REGGUIATX FROM LINGPS1
           WRITE REGGUIATX FROM LINGPS1B
           WRITE REGGUIATX FROM LINGPS1C
           WRITE REGGUIATX FROM LINGPS2
           WRITE REGGUIATX FROM LINGPS3
           WRITE REGGUIATX FROM LINGPS3B
           WRITE REGGUIATX FROM LINQTD.

      *----[ REGISTRO DA EMISSAO - DENUNCIA VALOR DIVERGENTE ]----
           MOVE W-GUIAGPS TO GUIA-TIPO
           MOVE W-VLRGPS TO W-VLRGUIA
           PERFORM GRAVAR-GUIA THRU GRAVAR-GUIA-FIM.
           MOVE W-GUIADRF TO GUIA-TIPO
           MOVE W-VLRDARF TO W-VLRGUIA
           PERFORM GRAVAR-GUIA THRU GRAVAR-GUIA-FIM.
      *----[ PARCELA DOS SEGURADOS NA GPS, P/ CONCILIACAO (FPP154) ]----
           MOVE W-GUIASEG TO GUIA-TIPO
           COMPUTE W-VLRGUIA = W-TOT-INSSSEG + W-TOT-RPAINSS
                             + W-TOT-PLBINSS
           PERFORM GRAVAR-GUIA THRU GRAVAR-GUIA-FIM.

           IF W-ALERTA = "S"
              WRITE REGGUIATX FROM LINALERTA
           CLOSE ARQFOLHA TBTAX ARQGUIAS ARQGUIATX.
           IF W-RPAOK = "S"
              CLOSE ARQRPA.
           IF W-PLBOK = "S"
              CLOSE ARQPROLAB.
           IF W-ENCOK = "S"
              CLOSE TBENCARGO.
       ROT-FIM2.
