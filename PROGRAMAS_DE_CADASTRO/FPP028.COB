      * JOB CONTROLADO DO FECHAMENTO MENSAL                   *
      * SEQUENCIA: RECONCILIACAO DE DEPENDENTES (FPP017)      *
      *            SEGUIDA DA FOLHA DE PAGAMENTO (FPP015)     *
      * COM PARTICOES, AS PARTES DO FPP015 RODAM EM JOBS      *
      * PARALELOS E A ETAPA 3 SO CONSOLIDA (FPP185)           *
      ********************************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 W-RC-PROV       PIC 9(02) VALUE ZEROS.
       01 W-RC-AUD        PIC 9(02) VALUE ZEROS.
       01 W-RC-CRIT       PIC 9(02) VALUE ZEROS.
       01 W-RC-HOLE       PIC 9(02) VALUE ZEROS.
       01 W-RC-FOTO       PIC 9(02) VALUE ZEROS.
       01 W-RC-ABSE       PIC 9(02) VALUE ZEROS.
       01 W-QTDPEND       PIC 9(05) VALUE ZEROS.
       01 W-PENDTXT       PIC ZZZZ9.
       01 W-COMPENTR.
          03 W-COMPENTR-MES  PIC 9(02).
          03 W-COMPENTR-ANO  PIC 9(04).
       01 W-COMPENTR-X REDEFINES W-COMPENTR PIC X(06).
       01 W-PARTES        PIC 9(02) VALUE ZEROS.
       01 W-PARTES-X REDEFINES W-PARTES PIC X(02).
       01 ST-ERRO2        PIC X(02) VALUE "00".
       01 W-OPERADOR      PIC X(08) VALUE SPACES.
       01 W-COMPFECHA     PIC 9(06) VALUE ZEROS.
           05  LINE 05  COLUMN 01
               VALUE  "ETAPA 2: PERIODOS AQUISITIVOS FERIAS  (FPP045)".
           05  LINE 06  COLUMN 01
               VALUE  "PRE-FOLHA: BANCO DE HORAS/VENCIDAS    (FPP119)".
           05  LINE 07  COLUMN 01
               VALUE  "PRE-FOLHA: CONFORMIDADE DA JORNADA    (FPP121)".
           05  LINE 08  COLUMN 01
               VALUE  "ETAPA 3: FOLHA DE PAGAMENTO  (FPP015/FPP185)".
           05  LINE 09  COLUMN 01
               VALUE  "ETAPA 4: PROVISAO DE FERIAS E 13o     (FPP047)".
           05  LINE 10  COLUMN 01
               VALUE  "ETAPA 5: AUDITORIA DE CONSISTENCIA    (FPP054)".
           05  LINE 11  COLUMN 01
               VALUE  "ETAPA 6: CRITICA PRE-FECHAMENTO       (FPP078)".
           05  LINE 12  COLUMN 01
               VALUE  "POS-FECHAMENTO: FOTO DO QUADRO        (FPP171)".
           05  LINE 13  COLUMN 01
               VALUE  "POS-FECHAMENTO: ABSENTEISMO           (FPP174)".
           05  LINE 14  COLUMN 01
               VALUE  "ETAPA 7: HOLERITE ELETRONICO          (FPP141)".
           05  LINE 20  COLUMN 01
               VALUE  "RESULTADO DE CADA ETAPA E GRAVADO EM RUNLOG.LOG".
           05  LINE 16  COLUMN 01
               VALUE  "COMPETENCIA DO FECHAMENTO (MM/AAAA):".
           05  LINE 17  COLUMN 01
               VALUE  "PARTICOES DA FOLHA (00=SEM)        :".
           05  LINE 18  COLUMN 01
               VALUE  "CONFIRMA EXECUCAO DO JOB (S ou N) :".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  TW-COMPET
               LINE 16  COLUMN 38  PIC 99/9999
               USING  W-COMPENTR
               HIGHLIGHT.
           05  TW-PARTES
               LINE 17  COLUMN 38  PIC 9(02)
               USING  W-PARTES
               HIGHLIGHT.
           05  TW-OPCAO
               LINE 18  COLUMN 37  PIC X(01)
               USING  W-OPCAO
               HIGHLIGHT.
      *-----------------------------------------------------------------
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO ROT-FIMSEM.
                PERFORM VERIF-FECHA THRU VERIF-FECHA-FIM.
       INC-PARTES.
                ACCEPT TW-PARTES
                IF W-PARTES > 20
                   MOVE "*** PARTICOES DE 00 A 20 ***" TO MENS
                   PERFORM ROT-MENS THRU ROT-MENS-FIM
                   GO TO INC-PARTES.
       INC-OPC.
                ACCEPT TW-OPCAO
                IF W-OPCAO = "N" OR "n"
              END-STRING.
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

      *----[ BANCO DE HORAS: CREDITO DO PONTO E HORAS VENCIDAS (EVT ]---
      *----[ 230) ANTES DA FOLHA; FALHA NAO INTERROMPE O JOB        ]---
       ETAPA-BHORAS.
           DISPLAY "FPP119_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP119_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE.

           MOVE "FPP119"   TO RUNLOG-ETAPA
           MOVE "INICIADO" TO RUNLOG-STATUS
           MOVE "APURACAO DO BANCO DE HORAS" TO RUNLOG-DESCR
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

           CALL "FPP119".

           MOVE "FPP119" TO RUNLOG-ETAPA
           IF RETURN-CODE = 0
              MOVE "SUCESSO" TO RUNLOG-STATUS
              MOVE "RELATORIO BHORAS.DOC GERADO" TO RUNLOG-DESCR
           ELSE
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "BANCO DE HORAS NAO APURADO" TO RUNLOG-DESCR.
           MOVE 0 TO RETURN-CODE
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

      *----[ CONFORMIDADE DA JORNADA (CONFORM.DOC) PARA OS GESTORES ]---
      *----[ AGIREM ANTES DO FECHAMENTO; FALHA NAO INTERROMPE O JOB ]---
       ETAPA-CONFORM.
           DISPLAY "FPP121_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP121_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE.

           MOVE "FPP121"   TO RUNLOG-ETAPA
           MOVE "INICIADO" TO RUNLOG-STATUS
           MOVE "CONFORMIDADE DA JORNADA" TO RUNLOG-DESCR
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

           CALL "FPP121".

           MOVE "FPP121" TO RUNLOG-ETAPA
           IF RETURN-CODE = 0
              MOVE "SUCESSO" TO RUNLOG-STATUS
              MOVE "RELATORIO CONFORM.DOC GERADO" TO RUNLOG-DESCR
           ELSE
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "CONFORMIDADE NAO GERADA" TO RUNLOG-DESCR.
           MOVE 0 TO RETURN-CODE
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

      *------------[ ETAPA 3: FOLHA DE PAGAMENTO ]-----------------------
       ETAPA-FOLHA.
           IF W-PARTES NOT = ZEROS
              GO TO ETAPA-FOLHA-PART.
           DISPLAY "FPP015_PARTE" UPON ENVIRONMENT-NAME
           DISPLAY "00" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP015_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP015_COMP" UPON ENVIRONMENT-NAME
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "FOLHA PAGTO NAO CONCLUIDA" TO RUNLOG-DESCR.
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.
           GO TO ETAPA-FOLHA-FIM.

      *--[ FOLHA PARTICIONADA: AS PARTES JA RODARAM EM PARALELO    ]--
      *--[ (FPP015 COM FPP015_PARTE); AQUI CONFERE E CONSOLIDA     ]--
       ETAPA-FOLHA-PART.
           DISPLAY "FPP185_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP185_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE
           DISPLAY "FPP185_PARTES" UPON ENVIRONMENT-NAME
           DISPLAY W-PARTES-X UPON ENVIRONMENT-VALUE.

           MOVE "FPP185"   TO RUNLOG-ETAPA
           MOVE "INICIADO" TO RUNLOG-STATUS
           MOVE "CONSOLIDA FOLHA PARTICIONADA" TO RUNLOG-DESCR
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

           CALL "FPP185".
           MOVE RETURN-CODE TO W-RC-FOLHA.

           MOVE "FPP185" TO RUNLOG-ETAPA
           IF W-RC-FOLHA = 0
              MOVE "SUCESSO" TO RUNLOG-STATUS
              MOVE "RELATORIO ARQFUNCRL.DOC GERADO" TO RUNLOG-DESCR
           ELSE
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "PARTICAO PENDENTE/DIVERGENTE" TO RUNLOG-DESCR.
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.
       ETAPA-FOLHA-FIM.

           IF W-RC-FOLHA = 0
              PERFORM ETAPA-PROV THRU ETAPA-PROV-FIM
                 MOVE "*** FOLHA DE PAGAMENTO FALHOU - VEJA RUNLOG ***"
                 TO MENS.
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.
           IF W-RC-FOLHA = 0 AND W-RC-CRIT = 0
              PERFORM ETAPA-FOTO THRU ETAPA-FOTO-FIM
              PERFORM ETAPA-ABSE THRU ETAPA-ABSE-FIM
              PERFORM ETAPA-HOLE THRU ETAPA-HOLE-FIM.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.

           GO TO ROT-FIM.
       ETAPA-CRIT-FIM.
           EXIT.

      *-------[ FOTO DO QUADRO DA COMPETENCIA RECEM-FECHADA    ]-------
      *-------[ FALHA AQUI NAO DESFAZ O FECHAMENTO JA GRAVADO   ]-------
       ETAPA-FOTO.
           DISPLAY "FPP171_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP171_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE.

           MOVE "FPP171"   TO RUNLOG-ETAPA
           MOVE "INICIADO" TO RUNLOG-STATUS
           MOVE "FOTO DO QUADRO DE PESSOAL" TO RUNLOG-DESCR
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

           CALL "FPP171".
           MOVE RETURN-CODE TO W-RC-FOTO.

           MOVE "FPP171" TO RUNLOG-ETAPA
           IF W-RC-FOTO = 0
              MOVE "SUCESSO" TO RUNLOG-STATUS
              MOVE "FOTO GRAVADA NO ARQFOTO" TO RUNLOG-DESCR
           ELSE
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "FOTO DO QUADRO NAO GERADA" TO RUNLOG-DESCR.
           MOVE 0 TO RETURN-CODE
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.
       ETAPA-FOTO-FIM.
           EXIT.

      *-------[ ABSENTEISMO DA COMPETENCIA PARA OS GESTORES    ]-------
      *-------[ FALHA AQUI NAO DESFAZ O FECHAMENTO JA GRAVADO   ]-------
       ETAPA-ABSE.
           DISPLAY "FPP174_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP174_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE.

           MOVE "FPP174"   TO RUNLOG-ETAPA
           MOVE "INICIADO" TO RUNLOG-STATUS
           MOVE "RELATORIO DE ABSENTEISMO" TO RUNLOG-DESCR
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

           CALL "FPP174".
           MOVE RETURN-CODE TO W-RC-ABSE.

           MOVE "FPP174" TO RUNLOG-ETAPA
           IF W-RC-ABSE = 0
              MOVE "SUCESSO" TO RUNLOG-STATUS
              MOVE "ABSENTEISMO EM ABSENT.DOC" TO RUNLOG-DESCR
           ELSE
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "ABSENTEISMO NAO GERADO" TO RUNLOG-DESCR.
           MOVE 0 TO RETURN-CODE
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.
       ETAPA-ABSE-FIM.
           EXIT.

      *-------[ ETAPA 7: HOLERITE ELETRONICO, APOS O FECHAMENTO ]-------
      *-------[ FALHA AQUI NAO DESFAZ O FECHAMENTO JA GRAVADO   ]-------
       ETAPA-HOLE.
           DISPLAY "FPP141_BATCH" UPON ENVIRONMENT-NAME
           DISPLAY "S" UPON ENVIRONMENT-VALUE
           DISPLAY "FPP141_COMP" UPON ENVIRONMENT-NAME
           DISPLAY W-COMPENTR-X UPON ENVIRONMENT-VALUE.

           MOVE "FPP141"   TO RUNLOG-ETAPA
           MOVE "INICIADO" TO RUNLOG-STATUS
           MOVE "DISTRIBUICAO DE HOLERITES" TO RUNLOG-DESCR
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.

           CALL "FPP141".
           MOVE RETURN-CODE TO W-RC-HOLE.

           MOVE "FPP141" TO RUNLOG-ETAPA
           IF W-RC-HOLE = 0
              MOVE "SUCESSO" TO RUNLOG-STATUS
              MOVE "HOLERITES NA FILA - VER HOLIMPR" TO RUNLOG-DESCR
           ELSE
              MOVE "FALHA" TO RUNLOG-STATUS
              MOVE "HOLERITES NAO DISTRIBUIDOS" TO RUNLOG-DESCR.
           PERFORM GRAVAR-RUNLOG THRU GRAVAR-RUNLOG-FIM.
       ETAPA-HOLE-FIM.
           EXIT.

      *------------[ ETAPA 4: PROVISAO DE FERIAS E 13o ]-----------------
       ETAPA-PROV.
           DISPLAY "FPP047_BATCH" UPON ENVIRONMENT-NAME
