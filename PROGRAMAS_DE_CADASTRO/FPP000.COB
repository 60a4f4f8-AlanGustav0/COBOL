       01 W-LOGCOD        PIC X(08) VALUE SPACES.
       01 W-LOGSENHA      PIC X(08) VALUE SPACES.
       01 W-TENTLOGIN     PIC 9(01) VALUE ZEROS.
       01 W-PAGINA        PIC 9(01) VALUE ZEROS.

       01 TABMENU.
           03 FILLER PIC X(11) VALUE "01FPP001  M".
               05 TBMENU-PROG  PIC X(08).
               05 TBMENU-CLASS PIC X(01).

      *----[ PAGINAS 4 EM DIANTE: PAGINA + OPCAO DA PAGINA ]----
       01 TABMENU4.
           03 FILLER PIC X(12) VALUE "401FPP118  M".
           03 FILLER PIC X(12) VALUE "402FPP119  M".
           03 FILLER PIC X(12) VALUE "403FPP120  C".
           03 FILLER PIC X(12) VALUE "404FPP121  C".
           03 FILLER PIC X(12) VALUE "405FPP122  M".
           03 FILLER PIC X(12) VALUE "406FPP123  M".
           03 FILLER PIC X(12) VALUE "407FPP125  C".
           03 FILLER PIC X(12) VALUE "408FPP126  C".
           03 FILLER PIC X(12) VALUE "409FPP127  M".
           03 FILLER PIC X(12) VALUE "410FPP129  M".
           03 FILLER PIC X(12) VALUE "411FPP130  M".
           03 FILLER PIC X(12) VALUE "412FPP131  C".
           03 FILLER PIC X(12) VALUE "413FPP132  M".
           03 FILLER PIC X(12) VALUE "414FPP133  M".
           03 FILLER PIC X(12) VALUE "415FPP134  M".
           03 FILLER PIC X(12) VALUE "501FPP135  C".
           03 FILLER PIC X(12) VALUE "502FPP136  M".
           03 FILLER PIC X(12) VALUE "503FPP137  M".
           03 FILLER PIC X(12) VALUE "504FPP138  C".
           03 FILLER PIC X(12) VALUE "505FPP139  M".
           03 FILLER PIC X(12) VALUE "506FPP140  C".
           03 FILLER PIC X(12) VALUE "507FPP141  M".
           03 FILLER PIC X(12) VALUE "508FPP143  M".
           03 FILLER PIC X(12) VALUE "509FPP144  M".
           03 FILLER PIC X(12) VALUE "510FPP145  M".
           03 FILLER PIC X(12) VALUE "511FPP146  C".
           03 FILLER PIC X(12) VALUE "512FPP147  M".
           03 FILLER PIC X(12) VALUE "513FPP148  M".
           03 FILLER PIC X(12) VALUE "514FPP149  C".
           03 FILLER PIC X(12) VALUE "515FPP150  M".
           03 FILLER PIC X(12) VALUE "601FPP151  M".
           03 FILLER PIC X(12) VALUE "602FPP152  M".
           03 FILLER PIC X(12) VALUE "603FPP153  M".
           03 FILLER PIC X(12) VALUE "604FPP154  M".
           03 FILLER PIC X(12) VALUE "605FPP155  M".
           03 FILLER PIC X(12) VALUE "606FPP156  M".
           03 FILLER PIC X(12) VALUE "607FPP157  M".
           03 FILLER PIC X(12) VALUE "608FPP158  M".
           03 FILLER PIC X(12) VALUE "609FPP159  M".
           03 FILLER PIC X(12) VALUE "610FPP160  M".
           03 FILLER PIC X(12) VALUE "611FPP161  M".
           03 FILLER PIC X(12) VALUE "612FPP162  M".
           03 FILLER PIC X(12) VALUE "613FPP163  M".
           03 FILLER PIC X(12) VALUE "614FPP164  M".
           03 FILLER PIC X(12) VALUE "615FPP166  M".
           03 FILLER PIC X(12) VALUE "616FPP167  M".
           03 FILLER PIC X(12) VALUE "701FPP169  M".
           03 FILLER PIC X(12) VALUE "702FPP170  M".
           03 FILLER PIC X(12) VALUE "703FPP171  M".
           03 FILLER PIC X(12) VALUE "704FPP172  M".
           03 FILLER PIC X(12) VALUE "705FPP173  M".
           03 FILLER PIC X(12) VALUE "706FPP174  M".
           03 FILLER PIC X(12) VALUE "707FPP175  M".
           03 FILLER PIC X(12) VALUE "708FPP177  M".
           03 FILLER PIC X(12) VALUE "709FPP178  M".
           03 FILLER PIC X(12) VALUE "710FPP179  M".
           03 FILLER PIC X(12) VALUE "711FPP180  M".
           03 FILLER PIC X(12) VALUE "712FPP181  M".
           03 FILLER PIC X(12) VALUE "713FPP182  M".
           03 FILLER PIC X(12) VALUE "714FPP183  M".
           03 FILLER PIC X(12) VALUE "715FPP184  M".
           03 FILLER PIC X(12) VALUE "716FPP185  M".
           03 FILLER PIC X(12) VALUE "801FPP186  M".
           03 FILLER PIC X(12) VALUE "802FPP187  M".
           03 FILLER PIC X(12) VALUE "803FPP188  M".
           03 FILLER PIC X(12) VALUE "804FPP189  M".
           03 FILLER PIC X(12) VALUE "805FPP190  M".
           03 FILLER PIC X(12) VALUE "806FPP191  M".
           03 FILLER PIC X(12) VALUE "807FPP192  M".
           03 FILLER PIC X(12) VALUE "808FPP193  M".
           03 FILLER PIC X(12) VALUE "809FPP194  M".

       01 TABMENU4X REDEFINES TABMENU4.
           03 TBMENU4 OCCURS 71 TIMES.
               05 TBMENU4-PAG   PIC 9(01).
               05 TBMENU4-NUM   PIC 9(02).
               05 TBMENU4-PROG  PIC X(08).
               05 TBMENU4-CLASS PIC X(01).

      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  TELALOGIN.
               VALUE  "69 - PLANOS DE SAUDE      (FPP088)".
           05  LINE 20  COLUMN 05
               VALUE  "00 - VOLTA AO MENU PRINCIPAL".
           05  LINE 20  COLUMN 45
               VALUE  "97 - MAIS OPCOES (PAGINA 4)".
           05  LINE 22  COLUMN 02
               VALUE  "OPCAO: ".
           05  LINE 23  COLUMN 02
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAMENU4.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************** MENU COMPLEMENTAR".
           05  LINE 02  COLUMN 41
               VALUE  " (PAGINA 4) ****************************".
      *----[ PROXIMAS OPCOES DA PAGINA 4 ENTRAM AQUI ]----
           05  LINE 18  COLUMN 05
               VALUE  "15 - ENTREGA DE EPI       (FPP134)".
           05  LINE 17  COLUMN 05
               VALUE  "14 - EPI POR CARGO        (FPP133)".
           05  LINE 16  COLUMN 05
               VALUE  "13 - CATALOGO DE EPI      (FPP132)".
           05  LINE 15  COLUMN 05
               VALUE  "12 - TAXAS DE ACIDENTES   (FPP131)".
           05  LINE 14  COLUMN 05
               VALUE  "11 - ESOCIAL S-2210 CAT   (FPP130)".
           05  LINE 13  COLUMN 05
               VALUE  "10 - ACIDENTES TRABALHO   (FPP129)".
           05  LINE 12  COLUMN 05
               VALUE  "09 - ESTABILIDADE PROVIS. (FPP127)".
           05  LINE 11  COLUMN 05
               VALUE  "08 - IGUALDADE SALARIAL   (FPP126)".
           05  LINE 10  COLUMN 05
               VALUE  "07 - COTAS PCD/APRENDIZ   (FPP125)".
           05  LINE 09  COLUMN 05
               VALUE  "06 - ESCALA FUNCIONARIO   (FPP123)".
           05  LINE 08  COLUMN 05
               VALUE  "05 - ESCALAS DE TRABALHO  (FPP122)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - CONFORMIDADE JORNADA (FPP121)".
           05  LINE 06  COLUMN 05
               VALUE  "03 - ESPELHO DE PONTO     (FPP120)".
           05  LINE 05  COLUMN 05
               VALUE  "02 - APURACAO BANCO HORAS (FPP119)".
           05  LINE 04  COLUMN 05
               VALUE  "01 - BANCO DE HORAS       (FPP118)".
           05  LINE 20  COLUMN 05
               VALUE  "00 - VOLTA AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 02
               VALUE  "OPCAO: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  LINE 20  COLUMN 45
               VALUE  "96 - MAIS OPCOES (PAGINA 5)".
           05  TW-OPCAO4
               LINE 22  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAMENU5.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************** MENU COMPLEMENTAR".
           05  LINE 02  COLUMN 41
               VALUE  " (PAGINA 5) ****************************".
      *----[ PROXIMAS OPCOES DA PAGINA 5 ENTRAM AQUI ]----
           05  LINE 18  COLUMN 05
               VALUE  "15 - AUXILIO-CRECHE       (FPP150)".
           05  LINE 17  COLUMN 05
               VALUE  "14 - CONCILIA FATURA SEG. (FPP149)".
           05  LINE 16  COLUMN 05
               VALUE  "13 - MOVIMENTO SEGURADORA (FPP148)".
           05  LINE 15  COLUMN 05
               VALUE  "12 - SEGURO DE VIDA       (FPP147)".
           05  LINE 14  COLUMN 05
               VALUE  "11 - RELAT. REEMBOLSOS    (FPP146)".
           05  LINE 13  COLUMN 05
               VALUE  "10 - APROVA REEMBOLSO     (FPP145)".
           05  LINE 12  COLUMN 05
               VALUE  "09 - REEMBOLSO DESPESAS   (FPP144)".
           05  LINE 11  COLUMN 05
               VALUE  "08 - PIN AUTOATENDIMENTO  (FPP143)".
           05  LINE 10  COLUMN 05
               VALUE  "07 - HOLERITE POR E-MAIL  (FPP141)".
           05  LINE 09  COLUMN 05
               VALUE  "06 - MEMORIA DE CALCULO   (FPP140)".
           05  LINE 08  COLUMN 05
               VALUE  "05 - INSS OUTROS VINCULOS (FPP139)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - PROVISAO TRABALHISTA (FPP138)".
           05  LINE 06  COLUMN 05
               VALUE  "03 - ESOCIAL S-2500/2501  (FPP137)".
           05  LINE 05  COLUMN 05
               VALUE  "02 - PROC. TRABALHISTAS   (FPP136)".
           05  LINE 04  COLUMN 05
               VALUE  "01 - PENDENCIAS DE EPI    (FPP135)".
           05  LINE 20  COLUMN 05
               VALUE  "00 - VOLTA AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 02
               VALUE  "OPCAO: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  LINE 20  COLUMN 45
               VALUE  "96 - MAIS OPCOES (PAGINA 6)".
           05  TW-OPCAO5
               LINE 22  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAMENU6.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************** MENU COMPLEMENTAR".
           05  LINE 02  COLUMN 41
               VALUE  " (PAGINA 6) ****************************".
      *----[ PROXIMAS OPCOES DA PAGINA 6 ENTRAM AQUI ]----
           05  LINE 19  COLUMN 05
               VALUE  "16 - APROV. CONTA BANCARIA(FPP167)".
           05  LINE 18  COLUMN 05
               VALUE  "15 - ACESSOS DADOS SENSIV.(FPP166)".
           05  LINE 17  COLUMN 05
               VALUE  "14 - LGPD ANONIMIZACAO    (FPP164)".
           05  LINE 16  COLUMN 05
               VALUE  "13 - LGPD REGRAS RETENCAO (FPP163)".
           05  LINE 15  COLUMN 05
               VALUE  "12 - LGPD RELATORIO CPF   (FPP162)".
           05  LINE 14  COLUMN 05
               VALUE  "11 - BENS EM PODER        (FPP161)".
           05  LINE 13  COLUMN 05
               VALUE  "10 - ENTREGA/DEVOL. BENS  (FPP160)".
           05  LINE 12  COLUMN 05
               VALUE  "09 - CADASTRO DE BENS     (FPP159)".
           05  LINE 11  COLUMN 05
               VALUE  "08 - PENDENCIAS DOC.ADM.  (FPP158)".
           05  LINE 10  COLUMN 05
               VALUE  "07 - ENTREGA DOC.ADMISSAO (FPP157)".
           05  LINE 09  COLUMN 05
               VALUE  "06 - CATALOGO DOC.ADMISS. (FPP156)".
           05  LINE 08  COLUMN 05
               VALUE  "05 - SEGURO-DESEMPREGO    (FPP155)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - CONCILIACAO MENSAL   (FPP154)".
           05  LINE 06  COLUMN 05
               VALUE  "03 - PRO-LABORE MENSAL    (FPP153)".
           05  LINE 05  COLUMN 05
               VALUE  "02 - SOCIOS E DIRETORES   (FPP152)".
           05  LINE 04  COLUMN 05
               VALUE  "01 - IMPORTA COMISSOES    (FPP151)".
           05  LINE 20  COLUMN 05
               VALUE  "00 - VOLTA AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 02
               VALUE  "OPCAO: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  LINE 20  COLUMN 45
               VALUE  "96 - MAIS OPCOES (PAGINA 7)".
           05  TW-OPCAO6
               LINE 22  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAMENU7.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************** MENU COMPLEMENTAR".
           05  LINE 02  COLUMN 41
               VALUE  " (PAGINA 7) ****************************".
      *----[ PROXIMAS OPCOES DA PAGINA 7 ENTRAM AQUI ]----
           05  LINE 19  COLUMN 05
               VALUE  "16 - CONSOLIDA FOLHA PART.(FPP185)".
           05  LINE 18  COLUMN 05
               VALUE  "15 - CALC. COMPLEMENTAR   (FPP184)".
           05  LINE 17  COLUMN 05
               VALUE  "14 - LANC. COMPLEMENTAR   (FPP183)".
           05  LINE 16  COLUMN 05
               VALUE  "13 - CANDIDATOS A VAGAS   (FPP182)".
           05  LINE 15  COLUMN 05
               VALUE  "12 - REQUISICAO PESSOAL   (FPP181)".
           05  LINE 14  COLUMN 05
               VALUE  "11 - ACOMPANHAR AVALIACAO (FPP180)".
           05  LINE 13  COLUMN 05
               VALUE  "10 - AVALIACAO DESEMPENHO (FPP179)".
           05  LINE 12  COLUMN 05
               VALUE  "09 - CICLO DE AVALIACAO   (FPP178)".
           05  LINE 11  COLUMN 05
               VALUE  "08 - EVOLUCAO SALARIAL    (FPP177)".
           05  LINE 10  COLUMN 05
               VALUE  "07 - COMPA-RATIO NA FAIXA (FPP175)".
           05  LINE 09  COLUMN 05
               VALUE  "06 - ABSENTEISMO/BRADFORD (FPP174)".
           05  LINE 08  COLUMN 05
               VALUE  "05 - PROJECAO CUSTO 12M   (FPP173)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - QUADRO NA DATA       (FPP172)".
           05  LINE 06  COLUMN 05
               VALUE  "03 - FOTO MENSAL QUADRO   (FPP171)".
           05  LINE 05  COLUMN 05
               VALUE  "02 - REVISAO DE ANOMALIAS (FPP170)".
           05  LINE 04  COLUMN 05
               VALUE  "01 - VARREDURA ANOMALIAS  (FPP169)".
           05  LINE 20  COLUMN 05
               VALUE  "00 - VOLTA AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 02
               VALUE  "OPCAO: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  LINE 20  COLUMN 45
               VALUE  "96 - MAIS OPCOES (PAGINA 8)".
           05  TW-OPCAO7
               LINE 22  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAMENU8.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
               VALUE  "********************** MENU COMPLEMENTAR".
           05  LINE 02  COLUMN 41
               VALUE  " (PAGINA 8) ****************************".
      *----[ PROXIMAS OPCOES DA PAGINA 8 ENTRAM AQUI ]----
           05  LINE 12  COLUMN 05
               VALUE  "09 - EMISSAO DECLARACOES  (FPP194)".
           05  LINE 11  COLUMN 05
               VALUE  "08 - MODELOS DECLARACOES  (FPP193)".
           05  LINE 10  COLUMN 05
               VALUE  "07 - PEDIDO RECARGA VT/VR (FPP192)".
           05  LINE 09  COLUMN 05
               VALUE  "06 - SIMUL. LIQUIDO/BRUTO (FPP191)".
           05  LINE 08  COLUMN 05
               VALUE  "05 - ESOCIAL TABELAS      (FPP190)".
           05  LINE 07  COLUMN 05
               VALUE  "04 - CONTRIB. PGBL DO MES (FPP189)".
           05  LINE 06  COLUMN 05
               VALUE  "03 - ADESAO PREVID.PRIVADA(FPP188)".
           05  LINE 05  COLUMN 05
               VALUE  "02 - PLANOS PREVID.PRIVADA(FPP187)".
           05  LINE 04  COLUMN 05
               VALUE  "01 - FERIAS COLETIVAS     (FPP186)".
           05  LINE 20  COLUMN 05
               VALUE  "00 - VOLTA AO MENU PRINCIPAL".
           05  LINE 22  COLUMN 02
               VALUE  "OPCAO: ".
           05  LINE 23  COLUMN 02
               VALUE  "MENSAGEM: ".
           05  TW-OPCAO8
               LINE 22  COLUMN 10  PIC 9(02)
               USING  W-OPCAO
               REVERSE-VIDEO.

       01  TELAMENU.
           05  BLANK SCREEN.
           05  LINE 02  COLUMN 01
           DISPLAY TELAMENU3.
       R2C.
           ACCEPT TW-OPCAO3.
           IF W-OPCAO = 00
              GO TO R1.
           IF W-OPCAO = 97
              GO TO R1D.
           MOVE 1 TO W-CONT
           GO TO R3.

      *-----------[ QUARTA PAGINA: MENU COMPLEMENTAR ]------------------
       R1D.
           MOVE ZEROS TO W-OPCAO
           MOVE 4 TO W-PAGINA
           DISPLAY TELAMENU4.
       R2D.
           ACCEPT TW-OPCAO4.
           IF W-OPCAO = 00
              GO TO R1.
           IF W-OPCAO = 96
              GO TO R1E.
           MOVE 1 TO W-CONT
           GO TO R3P.

      *-----------[ QUINTA PAGINA: MENU COMPLEMENTAR ]------------------
       R1E.
           MOVE ZEROS TO W-OPCAO
           MOVE 5 TO W-PAGINA
           DISPLAY TELAMENU5.
       R2E.
           ACCEPT TW-OPCAO5.
           IF W-OPCAO = 00
              GO TO R1.
           IF W-OPCAO = 96
              GO TO R1F.
           MOVE 1 TO W-CONT
           GO TO R3P.

      *-----------[ SEXTA PAGINA: MENU COMPLEMENTAR ]-------------------
       R1F.
           MOVE ZEROS TO W-OPCAO
           MOVE 6 TO W-PAGINA
           DISPLAY TELAMENU6.
       R2F.
           ACCEPT TW-OPCAO6.
           IF W-OPCAO = 00
              GO TO R1.
           IF W-OPCAO = 96
              GO TO R1G.
           MOVE 1 TO W-CONT
           GO TO R3P.

      *-----------[ SETIMA PAGINA: MENU COMPLEMENTAR ]------------------
       R1G.
           MOVE ZEROS TO W-OPCAO
           MOVE 7 TO W-PAGINA
           DISPLAY TELAMENU7.
       R2G.
           ACCEPT TW-OPCAO7.
           IF W-OPCAO = 00
              GO TO R1.
           IF W-OPCAO = 96
              GO TO R1H.
           MOVE 1 TO W-CONT
           GO TO R3P.

      *-----------[ OITAVA PAGINA: MENU COMPLEMENTAR ]------------------
       R1H.
           MOVE ZEROS TO W-OPCAO
           MOVE 8 TO W-PAGINA
           DISPLAY TELAMENU8.
       R2H.
           ACCEPT TW-OPCAO8.
           IF W-OPCAO = 00
              GO TO R1.
           MOVE 1 TO W-CONT.

      *----[ BUSCA NA TABELA DAS PAGINAS 4 EM DIANTE ]----
       R3P.
           IF W-CONT > 71
              MOVE "*** OPCAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF TBMENU4-PAG(W-CONT) = W-PAGINA
                 AND TBMENU4-NUM(W-CONT) = W-OPCAO
              MOVE TBMENU4-PROG(W-CONT) TO W-PROGRAMA
              MOVE TBMENU4-CLASS(W-CONT) TO W-CLASSE
              GO TO R3A.
           ADD 1 TO W-CONT
           GO TO R3P.

       R3.
           IF W-CONT > 96
              MOVE "*** OPCAO INVALIDA ***" TO MENS
