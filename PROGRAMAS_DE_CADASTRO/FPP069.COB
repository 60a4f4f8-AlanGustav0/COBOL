                      RECORD KEY   IS PARAM-COD
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQPROLAB ASSIGN TO DISK
                      ORGANIZATION IS INDEXED
                      ACCESS MODE  IS DYNAMIC
                      RECORD KEY   IS PLB-KEY
                      FILE STATUS  IS ST-ERRO.

           SELECT ARQDIRF ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS ST-ERRO.
          03 PARAM-CNPJ                PIC X(18).
          03 PARAM-SALMIN               PIC 9(06)V99.
          03 PARAM-POLVAGAS            PIC X(01).
      *-----------------------------------------------------------------
      *----[ PRO-LABORE DE SOCIOS/DIRETORES CALCULADO PELO FPP153 ]----
       FD ARQPROLAB
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ARQPROLAB.DAT".
       01 REGPROLAB.
          03 PLB-KEY.
             05 PLB-COD                PIC 9(04).
             05 PLB-COMPET             PIC 9(06).
             05 PLB-COMPET-X REDEFINES PLB-COMPET.
                07 PLB-ANO             PIC 9(04).
                07 PLB-MES             PIC 9(02).
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
       FD ARQDIRF
               LABEL RECORD IS STANDARD
       01 W-ANOBASE       PIC 9(04) VALUE ZEROS.
       01 W-DATAGER       PIC 9(08) VALUE ZEROS.
       01 W-PENSOK        PIC X(01) VALUE "N".
      *----[ ACUMULO ANUAL DO PRO-LABORE POR SOCIO (QUEBRA POR COD.) ]--
       01 W-PLBOK         PIC X(01) VALUE "N".
       01 W-PLBCOD        PIC 9(04) VALUE ZEROS.
       01 W-PLBCPF        PIC 9(11) VALUE ZEROS.
       01 W-PLBNOME       PIC X(30) VALUE SPACES.
       01 W-PLBBRUTO      PIC 9(08)V99 VALUE ZEROS.
       01 W-PLBINSS       PIC 9(08)V99 VALUE ZEROS.
       01 W-PLBIRRF       PIC 9(08)V99 VALUE ZEROS.
       01 W-TOTCHAPAS     PIC 9(04) VALUE ZEROS.
       01 W-IT            PIC 9(04) VALUE ZEROS.
       01 W-ACHEI         PIC X(01) VALUE "N".
                 MOVE "ERRO NA ABERTURA DO ARQUIVO ARQPENS" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           MOVE "N" TO W-PLBOK
           OPEN INPUT ARQPROLAB
           IF ST-ERRO = "00"
              MOVE "S" TO W-PLBOK.
           OPEN OUTPUT ARQDIRF
           IF ST-ERRO NOT = "00"
              MOVE "ERRO ABERTURA DO ARQUIVO DIRF.TXT" TO MENS
           MOVE 1 TO W-IT.
       GERAR-DECL-LOOP.
           IF W-IT > W-TOTCHAPAS
              GO TO GERAR-PLB.
           SET IDXCH TO W-IT
           MOVE TC-CHAPA(IDXCH) TO CHAPA
           READ ARQFUNC
       GERAR-PENSAO-FIM.
           EXIT.

      *--[ PRO-LABORE DO ANO (ARQPROLAB), UM D1 POR SOCIO/DIRETOR ]-----
       GERAR-PLB.
           IF W-PLBOK NOT = "S"
              GO TO FIM-GERACAO.
           MOVE ZEROS TO W-PLBCOD
           MOVE LOW-VALUES TO PLB-KEY
           START ARQPROLAB KEY IS NOT LESS PLB-KEY
               INVALID KEY GO TO FIM-GERACAO.
       GERAR-PLB-RD.
           READ ARQPROLAB NEXT
           IF ST-ERRO NOT = "00"
              PERFORM EMITIR-PLB THRU EMITIR-PLB-FIM
              GO TO FIM-GERACAO.
           IF PLB-ANO NOT = W-ANOBASE
              GO TO GERAR-PLB-RD.
           IF PLB-EMPRESA NOT = W-EMPRESA
              GO TO GERAR-PLB-RD.
           IF PLB-COD NOT = W-PLBCOD
              PERFORM EMITIR-PLB THRU EMITIR-PLB-FIM
              MOVE PLB-COD  TO W-PLBCOD
              MOVE PLB-CPF  TO W-PLBCPF
              MOVE PLB-NOME TO W-PLBNOME
              MOVE ZEROS TO W-PLBBRUTO W-PLBINSS W-PLBIRRF.
           ADD PLB-VALOR TO W-PLBBRUTO
           ADD PLB-INSS  TO W-PLBINSS
           ADD PLB-IRRF  TO W-PLBIRRF
           GO TO GERAR-PLB-RD.

       EMITIR-PLB.
           IF W-PLBCOD = ZEROS
              GO TO EMITIR-PLB-FIM.
           IF W-PLBCPF = ZEROS
              MOVE W-PLBCOD  TO DC-CHAPA
              MOVE W-PLBNOME TO DC-NOME
              MOVE "PRO-LABORE SEM CPF - EXCLUIDO DA DECLARACAO"
              TO DC-MOTIVO
              WRITE REGDIRFTX FROM DETCRIT
              ADD 1 TO W-TOTSEMCPF
              GO TO EMITIR-PLB-FIM.
           MOVE W-PLBCPF   TO D1-CPF
           MOVE W-PLBBRUTO TO D1-BRUTO
           MOVE W-PLBINSS  TO D1-INSS
           MOVE W-PLBIRRF  TO D1-IRRF
           MOVE ZEROS      TO D1-PENSAO
           MOVE W-PLBNOME  TO D1-NOME
           WRITE REGDIRF FROM DIRF-DET1
           ADD 1 TO W-TOTD1.
       EMITIR-PLB-FIM.
           EXIT.

       FIM-GERACAO.
           MOVE W-TOTD1 TO DT-QTDD1
           MOVE W-TOTD2 TO DT-QTDD2
           CLOSE ARQFOLHA ARQFUNC ARQDIRF ARQDIRFTX.
           IF W-PENSOK = "S"
              CLOSE ARQPENS.
           IF W-PLBOK = "S"
              CLOSE ARQPROLAB.
       ROT-FIM2.
           EXIT PROGRAM.
       ROT-FIMS.
