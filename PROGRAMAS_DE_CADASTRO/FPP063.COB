                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS ARV-ANO
                      FILE STATUS IS ST-ERROV.

           SELECT ARQFOLDET ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE IS DYNAMIC
                      RECORD KEY IS FDET-KEY
                      FILE STATUS IS ST-ERRO3.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
          03 ARV-ANO                   PIC 9(04).
          03 ARV-DATA                  PIC 9(08).
          03 ARV-OPERADOR              PIC X(08).
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
       WORKING-STORAGE SECTION.
       77 W-SEGUNDOS     PIC 9(02) VALUE 1.
       77 MENS           PIC X(50) VALUE SPACES.
       77 LIMPA          PIC X(50) VALUE SPACES.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
      *----[ REGISTRO DE ACESSO A DADOS SENSIVEIS (FPP165) ]----
       01 W-ACS-PARM.
          03 W-ACS-PROGRAMA  PIC X(08) VALUE "FPP063".
          03 W-ACS-CHAPA     PIC 9(06) VALUE ZEROS.
          03 W-ACS-DADOS     PIC X(03) VALUE "S".
          03 W-ACS-MEIO      PIC X(01) VALUE "R".
          03 W-ACS-REF       PIC X(10) VALUE SPACES.
       01 W-ANOENTR      PIC 9(04) VALUE ZEROS.
      *--[ ANO ARQUIVADO PELO FPP111 E LIDO DIRETO DO ARQUIVO MORTO ]---
       01 W-FOLHANOME    PIC X(14) VALUE "ARQFOLHA.DAT".
       01 W-AC-BRUTO     PIC 9(08)V99 VALUE ZEROS.
       01 W-AC-INSS      PIC 9(08)V99 VALUE ZEROS.
       01 W-AC-IRRF      PIC 9(08)V99 VALUE ZEROS.
      *----[ PREVIDENCIA COMPLEMENTAR PGBL (RUBRICA 113 DA FOLHA M) ]---
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 W-DETOK        PIC X(01) VALUE "N".
       01 W-PREV         PIC 9(07)V99 VALUE ZEROS.
       01 W-AC-PREV      PIC 9(08)V99 VALUE ZEROS.
       01 W-RAZSOCIAL    PIC X(40) VALUE SPACES.
       01 W-CNPJ         PIC X(18) VALUE SPACES.
       01 W-PARAMOK      PIC X(01) VALUE "N".
           "----------------".

       01  ICAB5.
           05  FILLER PIC X(053) VALUE
           "COMPET.   RENDIMENTO TRIBUTAVEL       INSS       IRRF".
           05  FILLER PIC X(012) VALUE "   PREV.PRIV".

       01  IDET.
           05  ID-MES        PIC 99.
           05  ID-INSS       PIC ZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  ID-IRRF       PIC ZZZZZZ9,99.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  ID-PREV       PIC ZZZZZZ9,99.

       01  ITOT.
           05  FILLER        PIC X(09) VALUE "TOTAL ANO".
           05  IT-INSS       PIC ZZZZZZ9,99.
           05  FILLER        PIC X(01) VALUE SPACES.
           05  IT-IRRF       PIC ZZZZZZ9,99.
           05  FILLER        PIC X(04) VALUE SPACES.
           05  IT-PREV       PIC ZZZZZZ9,99.

       01  IPREV.
           05  FILLER        PIC X(050) VALUE
           "CONTRIBUICAO A PREVIDENCIA COMPLEMENTAR (PGBL): ".
           05  IP-PREV       PIC ZZZZZZ9,99.

       01  LINHABR          PIC X(100) VALUE SPACES.
      *-----------------------------------------------------------------
              MOVE "ERRO ABERTURA DO ARQUIVO INFORME.DOC" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO ROT-FIM.
           MOVE "N" TO W-DETOK
           OPEN INPUT ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE "S" TO W-DETOK.
           MOVE "N" TO W-PARAMOK
           OPEN INPUT TBPARAM
           IF ST-ERRO = "00"
           MOVE FOLHA-SALBRUTO TO ID-BRUTO
           MOVE FOLHA-INSS     TO ID-INSS
           MOVE FOLHA-IRRF     TO ID-IRRF
           PERFORM LER-PREV THRU LER-PREV-FIM
           MOVE W-PREV         TO ID-PREV
           WRITE REGARQINFTX FROM IDET
           ADD FOLHA-SALBRUTO TO W-AC-BRUTO
           ADD FOLHA-INSS     TO W-AC-INSS
           ADD FOLHA-IRRF     TO W-AC-IRRF
           ADD W-PREV         TO W-AC-PREV
           GO TO LER-FOLHA.

      *----[ CABECALHO DE UM FUNCIONARIO ]----
       ABRIR-BLOCO.
           MOVE FOLHA-CHAPA TO W-CHAPAATU
           MOVE FOLHA-NOME  TO W-NOMEATU
           MOVE ZEROS TO W-AC-BRUTO W-AC-INSS W-AC-IRRF W-AC-PREV
           MOVE "S" TO W-TEMBLOCO
           MOVE FOLHA-CHAPA TO W-ACS-CHAPA
           MOVE W-ANOENTR   TO W-ACS-REF
           CALL "FPP165" USING W-ACS-PARM

           PERFORM CONTAR-DEPIR THRU CONTAR-DEPIR-FIM

           MOVE W-AC-BRUTO TO IT-BRUTO
           MOVE W-AC-INSS  TO IT-INSS
           MOVE W-AC-IRRF  TO IT-IRRF
           MOVE W-AC-PREV  TO IT-PREV
           WRITE REGARQINFTX FROM ITOT
           IF W-AC-PREV NOT = ZEROS
              MOVE W-AC-PREV TO IP-PREV
              WRITE REGARQINFTX FROM IPREV.
           WRITE REGARQINFTX FROM LINHABR
           ADD 1 TO W-TOTEMIT
           MOVE "N" TO W-TEMBLOCO.
       CONTAR-DEPIR-FIM.
           EXIT.

      *----[ CONTRIBUICAO PGBL DESCONTADA NA FOLHA MENSAL ]----
       LER-PREV.
           MOVE ZEROS TO W-PREV
           IF W-DETOK NOT = "S" OR FOLHA-TIPO NOT = "M"
              GO TO LER-PREV-FIM.
           MOVE FOLHA-CHAPA  TO FDET-CHAPA
           MOVE FOLHA-COMPET TO FDET-COMPET
           MOVE "M"          TO FDET-TIPO
           MOVE "F"          TO FDET-ORIGEM
           MOVE 113          TO FDET-RUBRICA
           READ ARQFOLDET
           IF ST-ERRO3 = "00"
              MOVE FDET-VALOR TO W-PREV.
       LER-PREV-FIM.
           EXIT.

       FIM-INFORME.
           IF W-TEMBLOCO = "S"
              PERFORM FECHAR-BLOCO THRU FECHAR-BLOCO-FIM.
              CLOSE ARQDEPE.
           IF W-PARAMOK = "S"
              CLOSE TBPARAM.
           IF W-DETOK = "S"
              CLOSE ARQFOLDET.
           EXIT PROGRAM.
       ROT-FIMS.
           STOP RUN.
