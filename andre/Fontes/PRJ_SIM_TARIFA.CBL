       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-SIM-TARIFA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_BARQ.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_FROH.SL".
           COPY "PRJ_TAXA.SL".
           COPY "PRJ_CLS.SL".
           COPY "PRJ_TEMP.SL".
           COPY "PRJ_PARAM.SL".

           SELECT SORTER ASSIGN TO 'SORTSIM.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_BARQ.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_FROH.FD".
           COPY "PRJ_TAXA.FD".
           COPY "PRJ_CLS.FD".
           COPY "PRJ_TEMP.FD".
           COPY "PRJ_PARAM.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-FRO-1             PIC 9(03).
           03  SORT-TIPO-1            PIC 9(02).
           03  SORT-MES-1             PIC 9(06).
           03  SORT-TOT-1             PIC 9(06)V99.
           03  SORT-SIM-1             PIC 9(06)V99.

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-IMPRIMIR             VALUE 02.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-BARQ               PIC  X(02).
               88 VAL-BARQ           VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-FROH               PIC  X(02).
               88 VAL-FROH           VALUE '00' THRU '09'.
           03  ST-TAXA               PIC  X(02).
               88 VAL-TAXA           VALUE '00' THRU '09'.
           03  ST-CLS                PIC  X(02).
               88 VAL-CLS            VALUE '00' THRU '09'.
           03  ST-TEMP               PIC  X(02).
               88 VAL-TEMP           VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-ARQUIVO-BILH        PIC  X(40) VALUE SPACES.

           03  FILLER                PIC  X(01) VALUE 'N'.
               88 FROH-ATIVA         VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 TAXA-ATIVA         VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 CLS-ATIVA          VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 TEMP-ATIVA         VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 SIMULANDO          VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-DATAINI               PIC  99/99/9999.
               05 W-DATAFIN               PIC  99/99/9999.

               | proposta: valor zerado mant?m o cadastro atual
               05 W-FRO-PROP              PIC  9(03).
               05 W-SUB-PROP              PIC  9(5)V99.
               05 W-CON-PROP              PIC  9(5)V99.
               05 W-KM-PROP               PIC  9(3)V9999
                                          OCCURS 2 TIMES.
               05 W-CLS-PROP              PIC  9(3)V99
                                          OCCURS 3 TIMES.
               05 W-DESC-PROP             PIC  9(3)V99
                                          OCCURS 5 TIMES.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-DATAVIA-I             PIC  9(08).
               05 W-DATASIS               PIC  9(08).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           03  CAMPOS-TARIFA-W.
               | regras vigentes, carregadas uma vez por execu??o
               05 W-KM-ATU                PIC  9(3)V9999
                                          OCCURS 2 TIMES.
               05 W-CLS-ATU               PIC  9(3)V99
                                          OCCURS 3 TIMES.
               05 W-DESC-ATU              PIC  9(3)V99
                                          OCCURS 5 TIMES.
               05 W-PERC-FUNC             PIC  9(03) VALUE 50.

               05 W-QTD-TEMP              PIC  9(03) VALUE 0.
               05 W-TEMP-TAB OCCURS 300 TIMES.
                  07 W-TT-FRO             PIC  9(03).
                  07 W-TT-TIPO            PIC  9(02).
                  07 W-TT-INI-I           PIC  9(08).
                  07 W-TT-FIM-I           PIC  9(08).
                  07 W-TT-MODO            PIC  9(01).
                  07 W-TT-VALOR           PIC  9(05)V99.

               05 W-FRO-LIDA              PIC  9(03) VALUE 0.
               05 W-FROH-DATA-I           PIC  9(08).
               05 W-ULT-FROH-DATA-I       PIC  9(08).
               05 W-HIST-SUB              PIC  9(5)V99.
               05 W-HIST-CON              PIC  9(5)V99.

               05 W-PRC                   PIC  9(06)V99.
               05 W-PRC-BASE              PIC  9(06)V99.
               05 W-PRC-ATU               PIC  9(06)V99.
               05 W-PRC-SIM               PIC  9(06)V99.
               05 W-TAXA-KM               PIC  9(3)V9999.
               05 W-PERC-USO              PIC  9(3)V99.
               05 W-DIF                   PIC S9(07)V99.
               05 IND                     PIC  9(03).
               05 W-ANO-CORRE             PIC  9(04).
               05 W-ANO-INI               PIC  9(04).
               05 W-ANO-FIM               PIC  9(04).
               05 W-ANO-EDIT              PIC  9(04).

           03  CAMPOS-TOTAIS-W.
               05 W-FRO-ANT               PIC  9(03).
               05 W-TIPO-ANT              PIC  9(02).
               05 W-MES-ANT               PIC  9(06).
               05 W-QTD-GRP               PIC  9(07).
               05 W-TOT-GRP               PIC  9(09)V99.
               05 W-SIM-GRP               PIC  9(09)V99.
               05 W-QTD-FRO               PIC  9(07).
               05 W-TOT-FRO               PIC  9(09)V99.
               05 W-SIM-FRO               PIC  9(09)V99.
               05 W-QTD-GER               PIC  9(07).
               05 W-TOT-GER               PIC  9(09)V99.
               05 W-SIM-GER               PIC  9(09)V99.
               05 W-VAR-PERC              PIC S9(05)V99.
               05 W-MES-AUX               PIC  9(06).
               05 REDEFINES W-MES-AUX.
                  07 W-MES-ANO            PIC  9(04).
                  07 W-MES-MES            PIC  9(02).

           03  CAMPOS-IMPRESSAO-W.
               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'SIMULACAO DE TARIFA SOBRE VENDAS REALIZADAS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-PER.
                  07 FILLER    PIC X(22) VALUE
                     'VIAGENS REALIZADAS DE '.
                  07 W-CP-INI  PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 W-CP-FIN  PIC 99/99/9999.

               05 W-CAB-PROP-1.
                  07 FILLER    PIC X(17) VALUE 'PROPOSTA: FROTA '.
                  07 W-CP-FRO  PIC ZZ9.
                  07 FILLER    PIC X(07) VALUE '  SUB '.
                  07 W-CP-SUB  PIC ZZ.ZZ9,99.
                  07 FILLER    PIC X(07) VALUE '  CON '.
                  07 W-CP-CON  PIC ZZ.ZZ9,99.
                  07 FILLER    PIC X(17) VALUE '  TAXA KM SUB '.
                  07 W-CP-KM1  PIC ZZ9,9999.
                  07 FILLER    PIC X(07) VALUE '  CON '.
                  07 W-CP-KM2  PIC ZZ9,9999.
               05 W-CAB-PROP-2.
                  07 FILLER    PIC X(25) VALUE
                     '          CLASSE EXEC % '.
                  07 W-CP-CL2  PIC ZZ9,99.
                  07 FILLER    PIC X(12) VALUE '  LEITO % '.
                  07 W-CP-CL3  PIC ZZ9,99.
                  07 FILLER    PIC X(15) VALUE '  DESCONTOS % '.
                  07 W-CP-DSC  PIC ZZ9,99B OCCURS 5 TIMES.
               05 W-CAB-PROP-3.
                  07 FILLER    PIC X(10) VALUE SPACES.
                  07 FILLER    PIC X(50) VALUE
                     '(campos zerados mantem o cadastro atual)'.

               05 W-CAB-COL.
                  07 FILLER    PIC X(50) VALUE
                     'ROTA TIPO          MES      QTDE   RECEITA REAL'.
                  07 FILLER    PIC X(50) VALUE
                     '  RECEITA SIMUL.      DIFERENCA   VAR.%'.

               05 W-LINHA-GRP.
                  07 W-LG-FRO  PIC ZZ9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-TIPO PIC X(12).
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-MES  PIC 99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 W-LG-ANO  PIC 9999.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-QTD  PIC ZZZ.ZZ9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-TOT  PIC ZZ.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-SIM  PIC ZZ.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-DIF  PIC -Z.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LG-VAR  PIC -ZZZ9,99.

               05 W-LINHA-TOT.
                  07 W-LT-DESC PIC X(25).
                  07 FILLER    PIC X(04) VALUE SPACES.
                  07 W-LT-QTD  PIC ZZZ.ZZ9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LT-TOT  PIC ZZ.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LT-SIM  PIC ZZ.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LT-DIF  PIC -Z.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LT-VAR  PIC -ZZZ9,99.

               05 W-LINHA-NENHUM PIC X(50) VALUE
                  'NENHUM BILHETE NO PERIODO INFORMADO'.

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-SIM-TARIFA'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

       01  CAMPOS-CONTROLE-TELA-GRAFICA.
           03  EVENT-STATUS IS SPECIAL-NAMES EVENT STATUS.
               05 EVENT-TYPE              PIC X(4) COMP-X.
                  88 CA-CMD-CLOSE         VALUE 1.
                  88 CA-CMD-TABCHANGED    VALUE 7.
               05 EVENT-WINDOW-HANDLE     HANDLE OF WINDOW.
               05 EVENT-CONTROL-HANDLE    HANDLE.
               05 EVENT-CONTROL-ID        PIC XX COMP-X.
               05 EVENT-DATA-1            SIGNED-SHORT.
               05 EVENT-DATA-2            SIGNED-LONG.
               05 EVENT-ACTION            PIC X COMP-X.

           03  TECLA-ESCAPE IS SPECIAL-NAMES CRT STATUS
                                          PIC 9(4) VALUE 0.
               88 TECLOU-ESC              VALUE 27.

       01  JANELA-PRINCIPAL             PIC X(10) EXTERNAL.

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Viagens de:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAINI
                          LINE 02
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 35
                          TITLE "a"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAFIN
                          LINE 02
                          COL 38
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Frota:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FRO-PROP
                          LINE 04
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 30
                          TITLE "Pre?o Sub:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SUB-PROP
                          LINE 04
                          COL 42
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 55
                          TITLE "Con:"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CON-PROP
                          LINE 04
                          COL 61
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Taxa/Km Sub:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-KM-PROP(1)
                          LINE 06
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 35
                          TITLE "Con:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-KM-PROP(2)
                          LINE 06
                          COL 42
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Classe Exec. %:"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CLS-PROP(2)
                          LINE 08
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 35
                          TITLE "Leito %:"
                          ID 17
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CLS-PROP(3)
                          LINE 08
                          COL 42
                          3-D
                          BOXED
                          AUTO
                          ID 18
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Descontos %:"
                          ID 19
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESC-PROP(1)
                          LINE 10
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 20
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DESC-PROP(2)
                          LINE 10
                          COL 31
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DESC-PROP(3)
                          LINE 10
                          COL 40
                          3-D
                          BOXED
                          AUTO
                          ID 22
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DESC-PROP(4)
                          LINE 10
                          COL 49
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-DESC-PROP(5)
                          LINE 10
                          COL 58
                          3-D
                          BOXED
                          AUTO
                          ID 24
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Zerado: mant?m o cadastro."
                          ID 25
                          TRANSPARENT.

           03 PUSH-BUTTON TITLE "&Imprimir"
                          LINE 14
                          COL 05
                          SIZE 12
                          ID 26
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 14
                          COL 20
                          SIZE 13
                          SELF-ACT
                          ID 27
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           | simula??o de tarifa: reprecifica os bilhetes de um
           | per?odo j? viajado (BILHETE.ARQ e arquivos mortos
           | BILHxxxx.ARQ) com as mesmas regras do PRJ-EMT-BIL,
           | uma vez com o cadastro atual e outra com os valores
           | propostos. Tudo fica em mem?ria: nenhum cadastro ?
           | aberto para grava??o

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTAH
           IF VAL-FROH
              SET FROH-ATIVA TO TRUE
           END-IF

           OPEN INPUT CTAXA
           IF VAL-TAXA
              SET TAXA-ATIVA TO TRUE
           END-IF

           OPEN INPUT CCLASSE
           IF VAL-CLS
              SET CLS-ATIVA TO TRUE
           END-IF

           OPEN INPUT CTEMPORADA
           IF VAL-TEMP
              SET TEMP-ATIVA TO TRUE
           END-IF

           OPEN INPUT CPARAM
           IF VAL-PARAM
              INITIALIZE PARAM-REG-1
              MOVE 69 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 AND PARAM-VALOR <= 100
                 MOVE PARAM-VALOR TO W-PERC-FUNC
              END-IF
              CLOSE CPARAM
           END-IF

           PERFORM CARREGA-REGRAS-ATUAIS

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 80 LINES 17
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Simula??o de tarifa"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PRINCIPAL.

           INITIALIZE CAMPOS-TELA-W.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CBILHETE CFROTA.
           IF FROH-ATIVA
              CLOSE CFROTAH
           END-IF
           IF TAXA-ATIVA
              CLOSE CTAXA
           END-IF
           IF CLS-ATIVA
              CLOSE CCLASSE
           END-IF
           IF TEMP-ATIVA
              CLOSE CTEMPORADA
           END-IF
           CLOSE WINDOW JANELA-PRINCIPAL.

           EXIT PROGRAM
           STOP RUN.

       CARREGA-REGRAS-ATUAIS.
           | taxa por km (TAXA-TIPO 1 e 2), faixas de desconto
           | (TAXA-TIPO 3 a 7), acr?scimo das classes e o
           | calend?rio de temporada, como o guich? usa hoje
           MOVE 0 TO W-KM-ATU(1) W-KM-ATU(2)
           MOVE 0 TO W-CLS-ATU(1) W-CLS-ATU(2) W-CLS-ATU(3)
           MOVE  5 TO W-DESC-ATU(1)
           MOVE 10 TO W-DESC-ATU(2)
           MOVE 15 TO W-DESC-ATU(3)
           MOVE 25 TO W-DESC-ATU(4)
           MOVE 50 TO W-DESC-ATU(5)

           ACCEPT W-DATASIS FROM CENTURY-DATE

           IF TAXA-ATIVA
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 7
                 PERFORM BUSCA-TAXA-VIGENTE
              END-PERFORM
           END-IF

           IF CLS-ATIVA
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 3
                 INITIALIZE CLS-REG-1
                 MOVE IND TO CLS-COD
                 READ CCLASSE
                 IF VAL-CLS
                    MOVE CLS-PERC TO W-CLS-ATU(IND)
                 END-IF
              END-PERFORM
           END-IF

           MOVE 0 TO W-QTD-TEMP
           IF TEMP-ATIVA
              INITIALIZE TEMP-REG-1
              START CTEMPORADA KEY >= TEMP-ID
                 INVALID KEY EXIT PARAGRAPH
              END-START
              PERFORM UNTIL 1 = 2
                 READ CTEMPORADA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-TEMP OR W-QTD-TEMP >= 300
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO W-QTD-TEMP
                 MOVE TEMP-FRO   TO W-TT-FRO(W-QTD-TEMP)
                 MOVE TEMP-TIPO  TO W-TT-TIPO(W-QTD-TEMP)
                 MOVE TEMP-MODO  TO W-TT-MODO(W-QTD-TEMP)
                 MOVE TEMP-VALOR TO W-TT-VALOR(W-QTD-TEMP)
                 MOVE TEMP-DT-INI TO W-DATAUXI
                 COMPUTE W-TT-INI-I(W-QTD-TEMP) = W-ANOAUXI * 10000 +
                                                  W-MESAUXI * 100 +
                                                  W-DIAAUXI
                 MOVE TEMP-DT-FIM TO W-DATAUXI
                 COMPUTE W-TT-FIM-I(W-QTD-TEMP) = W-ANOAUXI * 10000 +
                                                  W-MESAUXI * 100 +
                                                  W-DIAAUXI
              END-PERFORM
           END-IF.

       BUSCA-TAXA-VIGENTE.
           | ?ltimo valor do tipo com vig?ncia at? hoje
           INITIALIZE TAXA-REG-1
           MOVE IND TO TAXA-TIPO
           START CTAXA KEY >= TAXA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CTAXA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TAXA
                 EXIT PERFORM
              END-IF
              IF TAXA-TIPO NOT = IND
                 EXIT PERFORM
              END-IF
              MOVE TAXA-DATA TO W-DATAUXI
              IF W-ANOAUXI * 10000 + W-MESAUXI * 100 + W-DIAAUXI
                 > W-DATASIS
                 EXIT PERFORM
              END-IF
              IF IND <= 2
                 MOVE TAXA-VALOR TO W-KM-ATU(IND)
              ELSE
                 MOVE TAXA-VALOR TO W-DESC-ATU(IND - 2)
              END-IF
           END-PERFORM.

       TRATA-EXCEPTION-TELA-PRINCIPAL.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-IMPRIMIR
                  PERFORM VALIDA-TELA
                  IF NOT DATA-OK
                     EXIT PARAGRAPH
                  END-IF

                  INITIALIZE W-NROPAGI CAMPOS-TOTAIS-W
                  MOVE 800 TO W-CONTLIN
                  MOVE 0 TO W-FRO-LIDA

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  PERFORM TESTA-QUEBRA-PAGINA
                  PERFORM IMPRIME-PROPOSTA
                  SORT SORTER ASCENDING KEY SORT-FRO-1
                                            SORT-TIPO-1
                                            SORT-MES-1
                       INPUT  PROCEDURE INPUTPROCE
                       OUTPUT PROCEDURE OUTPUTPROC
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       VALIDA-TELA.
           SET DATA-OK TO TRUE
           IF W-DATAINI = '00/00/0000'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a data inicial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET DATA-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATAINI TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inicial inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-DATAFIN = '00/00/0000'
              ACCEPT W-DATAUXI FROM CENTURY-DATE
              COMPUTE W-DATAFIN = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
              DISPLAY TELA-PRINCIPAL
           END-IF
           MOVE W-DATAFIN TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATAINI TO W-DATAUXI
           COMPUTE W-DATAINI-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           MOVE W-ANOAUXI TO W-ANO-INI
           MOVE W-DATAFIN TO W-DATAUXI
           COMPUTE W-DATAFIN-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           MOVE W-ANOAUXI TO W-ANO-FIM
           IF W-DATAFIN-I < W-DATAINI-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final anterior ? inicial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET DATA-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-FRO-PROP NOT = 0
              INITIALIZE FRO-REG-1
              MOVE W-FRO-PROP TO FRO-ID
              READ CFROTA
              IF NOT VAL-FRO
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Frota n?o cadastrada.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 SET DATA-OK TO FALSE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF W-FRO-PROP = 0
              AND (W-SUB-PROP NOT = 0 OR W-CON-PROP NOT = 0)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a frota do novo pre?o.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET DATA-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 5
              IF W-DESC-PROP(IND) > 100
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Desconto acima de 100%.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 SET DATA-OK TO FALSE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       IMPRIME-PROPOSTA.
           MOVE W-DATAINI    TO W-CP-INI
           MOVE W-DATAFIN    TO W-CP-FIN
           MOVE W-FRO-PROP   TO W-CP-FRO
           MOVE W-SUB-PROP   TO W-CP-SUB
           MOVE W-CON-PROP   TO W-CP-CON
           MOVE W-KM-PROP(1) TO W-CP-KM1
           MOVE W-KM-PROP(2) TO W-CP-KM2
           MOVE W-CLS-PROP(2) TO W-CP-CL2
           MOVE W-CLS-PROP(3) TO W-CP-CL3
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 5
              MOVE W-DESC-PROP(IND) TO W-CP-DSC(IND)
           END-PERFORM
           WRITE PRINTF-R FROM W-CAB-PER AFTER 1
           WRITE PRINTF-R FROM W-CAB-PROP-1 AFTER 1
           WRITE PRINTF-R FROM W-CAB-PROP-2 AFTER 1
           WRITE PRINTF-R FROM W-CAB-PROP-3 AFTER 1
           WRITE PRINTF-R FROM W-CAB-COL AFTER 2
           ADD 6 TO W-CONTLIN.

       INPUTPROCE.
           | bilhetes vivos e os arquivos mortos dos anos do
           | per?odo (o arquivamento separa pelo ano da viagem)
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY MOVE '10' TO ST-BIL
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              PERFORM SIMULA-BILHETE
           END-PERFORM

           PERFORM VARYING W-ANO-CORRE FROM W-ANO-INI BY 1
                   UNTIL W-ANO-CORRE > W-ANO-FIM
              PERFORM LE-BILHETES-MORTOS
           END-PERFORM.

       LE-BILHETES-MORTOS.
           MOVE SPACES TO W-ARQUIVO-BILH
           MOVE W-ANO-CORRE TO W-ANO-EDIT
           STRING 'BILH' W-ANO-EDIT '.ARQ'
                  DELIMITED BY SIZE INTO W-ARQUIVO-BILH

           OPEN INPUT CBILARQ
           IF ST-BARQ = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BARQ
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE BARQ-REG-1
           START CBILARQ KEY >= BARQ-CHAVE
              INVALID KEY MOVE '10' TO ST-BARQ
           END-START
           PERFORM UNTIL NOT VAL-BARQ
              READ CBILARQ NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BARQ
                 EXIT PERFORM
              END-IF
              | o arquivo morto tem o mesmo layout do bilhete
              MOVE BARQ-REG-1 TO BIL-REG-1
              PERFORM SIMULA-BILHETE
           END-PERFORM
           CLOSE CBILARQ.

       SIMULA-BILHETE.
           | s? entra receita efetiva: cancelado, pendente, em
           | aberto e prescrito ficam de fora
           IF NOT (BIL-CONFIRMADO OR BIL-EMBARCADO
                   OR BIL-NAO-EMBARCOU)
              EXIT PARAGRAPH
           END-IF
           IF BIL-TIPO < 1 OR BIL-TIPO > 2
              EXIT PARAGRAPH
           END-IF

           MOVE BIL-DATA TO W-DATAUXI
           COMPUTE W-DATAVIA-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           IF W-DATAVIA-I < W-DATAINI-I OR W-DATAVIA-I > W-DATAFIN-I
              EXIT PARAGRAPH
           END-IF

           PERFORM BUSCA-PRECO-HISTORICO

           | o pre?o cobrado carrega partes que a tabela n?o
           | mexe (cupom, seguro, pet, taxa de embarque, perna
           | da parceira); a simula??o aplica ao valor cobrado
           | s? a diferen?a entre reprecificar pela regra atual
           | e pela proposta
           SET SIMULANDO TO FALSE
           PERFORM PRECIFICA-BILHETE
           MOVE W-PRC TO W-PRC-ATU
           SET SIMULANDO TO TRUE
           PERFORM PRECIFICA-BILHETE
           MOVE W-PRC TO W-PRC-SIM

           COMPUTE W-DIF = BIL-TOT + W-PRC-SIM - W-PRC-ATU
           IF W-DIF < 0
              MOVE 0 TO W-DIF
           END-IF

           INITIALIZE SORT-REGISTR-1
           MOVE BIL-FRO  TO SORT-FRO-1
           MOVE BIL-TIPO TO SORT-TIPO-1
           COMPUTE SORT-MES-1 = W-DATAVIA-I / 100
           MOVE BIL-TOT  TO SORT-TOT-1
           MOVE W-DIF    TO SORT-SIM-1
           RELEASE SORT-REGISTR-1.

       BUSCA-PRECO-HISTORICO.
           | pre?o da linha na data da viagem: o lan?amento do
           | hist?rico de maior data at? a viagem; sem hist?rico
           | vale o cadastro da frota
           IF BIL-FRO NOT = W-FRO-LIDA
              INITIALIZE FRO-REG-1
              MOVE BIL-FRO TO FRO-ID
              READ CFROTA
              IF NOT VAL-FRO
                 INITIALIZE FRO-REG-1
              END-IF
              MOVE BIL-FRO TO W-FRO-LIDA
           END-IF
           MOVE FRO-SUB TO W-HIST-SUB
           MOVE FRO-CON TO W-HIST-CON
           IF NOT FROH-ATIVA
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-ULT-FROH-DATA-I
           INITIALIZE FROH-REG-1
           MOVE BIL-FRO TO FROH-FRO-ID
           START CFROTAH KEY >= FROH-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFROTAH NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FROH
                 EXIT PERFORM
              END-IF
              IF FROH-FRO-ID NOT = BIL-FRO
                 EXIT PERFORM
              END-IF
              MOVE FROH-DATA TO W-DATAUXI
              COMPUTE W-FROH-DATA-I = W-ANOAUXI * 10000 +
                                      W-MESAUXI * 100 + W-DIAAUXI
              IF W-FROH-DATA-I <= W-DATAVIA-I
                 AND W-FROH-DATA-I >= W-ULT-FROH-DATA-I
                 MOVE W-FROH-DATA-I TO W-ULT-FROH-DATA-I
                 MOVE FROH-SUB TO W-HIST-SUB
                 MOVE FROH-CON TO W-HIST-CON
              END-IF
           END-PERFORM.

       PRECIFICA-BILHETE.
           | mesma sequ?ncia do guich?: pre?o da linha,
           | temporada, trecho por km, ajuste din?mico, classe
           | da poltrona, desconto comercial e benef?cio
           IF BIL-TIPO = 1
              MOVE W-HIST-SUB TO W-PRC
           ELSE
              MOVE W-HIST-CON TO W-PRC
           END-IF
           IF SIMULANDO AND BIL-FRO = W-FRO-PROP
              IF BIL-TIPO = 1 AND W-SUB-PROP > 0
                 MOVE W-SUB-PROP TO W-PRC
              END-IF
              IF BIL-TIPO = 2 AND W-CON-PROP > 0
                 MOVE W-CON-PROP TO W-PRC
              END-IF
           END-IF

           PERFORM APLICA-TEMPORADA

           IF BIL-ORI NOT = 0 AND BIL-DES NOT = 0
              AND BIL-KM-DES NOT = 9999
              AND BIL-KM-DES > BIL-KM-ORI
              MOVE W-KM-ATU(BIL-TIPO) TO W-TAXA-KM
              IF SIMULANDO AND W-KM-PROP(BIL-TIPO) > 0
                 MOVE W-KM-PROP(BIL-TIPO) TO W-TAXA-KM
              END-IF
              IF W-TAXA-KM > 0
                 COMPUTE W-PRC = (BIL-KM-DES - BIL-KM-ORI)
                                 * W-TAXA-KM
              END-IF
           END-IF

           | a lota??o da ?poca n?o se reconstr?i: vale o
           | percentual que a tarifa din?mica aplicou na venda
           IF BIL-DIN-PERC NOT = 0
              COMPUTE W-PRC = W-PRC * (100 + BIL-DIN-PERC) / 100
           END-IF

           IF BIL-CLASSE > 1 AND BIL-CLASSE <= 3
              MOVE W-CLS-ATU(BIL-CLASSE) TO W-PERC-USO
              IF SIMULANDO AND W-CLS-PROP(BIL-CLASSE) > 0
                 MOVE W-CLS-PROP(BIL-CLASSE) TO W-PERC-USO
              END-IF
              IF W-PERC-USO > 0
                 COMPUTE W-PRC = W-PRC * (100 + W-PERC-USO) / 100
              END-IF
           END-IF

           IF BIL-DESC = 1 AND BIL-PERC >= 1 AND BIL-PERC <= 5
              MOVE W-DESC-ATU(BIL-PERC) TO W-PERC-USO
              IF SIMULANDO AND W-DESC-PROP(BIL-PERC) > 0
                 MOVE W-DESC-PROP(BIL-PERC) TO W-PERC-USO
              END-IF
              COMPUTE W-PRC = W-PRC * (100 - W-PERC-USO) / 100
           END-IF

           EVALUATE TRUE
             WHEN BIL-IDOSO-GRATIS
             WHEN BIL-JOVEM-GRATIS
             WHEN BIL-FUNC-GRATIS
                  MOVE 0 TO W-PRC
             WHEN BIL-IDOSO-MEIA
             WHEN BIL-JOVEM-MEIA
                  COMPUTE W-PRC = W-PRC / 2
             WHEN BIL-FUNC-DESC
                  COMPUTE W-PRC = W-PRC -
                          W-PRC * W-PERC-FUNC / 100
           END-EVALUATE.

       APLICA-TEMPORADA.
           MOVE W-PRC TO W-PRC-BASE
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-QTD-TEMP
              IF (W-TT-FRO(IND) = 0 OR W-TT-FRO(IND) = BIL-FRO)
                 AND (W-TT-TIPO(IND) = 0 OR W-TT-TIPO(IND) = BIL-TIPO)
                 AND W-DATAVIA-I >= W-TT-INI-I(IND)
                 AND W-DATAVIA-I <= W-TT-FIM-I(IND)
                 IF W-TT-MODO(IND) = 1
                    COMPUTE W-PRC = W-PRC-BASE *
                            (100 + W-TT-VALOR(IND)) / 100
                 ELSE
                    MOVE W-TT-VALOR(IND) TO W-PRC
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           MOVE 0 TO W-FRO-ANT W-TIPO-ANT W-MES-ANT
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                 EXIT PERFORM
              END-RETURN

              IF W-QTD-GRP > 0
                 AND (SORT-FRO-1 NOT = W-FRO-ANT
                      OR SORT-TIPO-1 NOT = W-TIPO-ANT
                      OR SORT-MES-1 NOT = W-MES-ANT)
                 PERFORM IMPRIME-GRUPO
              END-IF
              IF W-QTD-FRO > 0 AND SORT-FRO-1 NOT = W-FRO-ANT
                 PERFORM IMPRIME-TOTAL-FROTA
              END-IF

              ADD 1          TO W-QTD-GRP
              ADD SORT-TOT-1 TO W-TOT-GRP
              ADD SORT-SIM-1 TO W-SIM-GRP
              MOVE SORT-FRO-1  TO W-FRO-ANT
              MOVE SORT-TIPO-1 TO W-TIPO-ANT
              MOVE SORT-MES-1  TO W-MES-ANT
           END-PERFORM

           IF W-QTD-GRP > 0
              PERFORM IMPRIME-GRUPO
              PERFORM IMPRIME-TOTAL-FROTA
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           IF W-QTD-GER = 0
              WRITE PRINTF-R FROM W-LINHA-NENHUM AFTER 2
           ELSE
              MOVE 'TOTAL GERAL' TO W-LT-DESC
              MOVE W-QTD-GER TO W-LT-QTD
              MOVE W-TOT-GER TO W-LT-TOT
              MOVE W-SIM-GER TO W-LT-SIM
              COMPUTE W-DIF = W-SIM-GER - W-TOT-GER
              MOVE W-DIF TO W-LT-DIF
              PERFORM CALCULA-VARIACAO
              MOVE W-VAR-PERC TO W-LT-VAR
              WRITE PRINTF-R FROM W-LINHA-TOT AFTER 2
           END-IF
           ADD 2 TO W-CONTLIN.

       IMPRIME-GRUPO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-FRO-ANT TO W-LG-FRO
           IF W-TIPO-ANT = 1
              MOVE 'SUBURBANO' TO W-LG-TIPO
           ELSE
              MOVE 'CONVENCIONAL' TO W-LG-TIPO
           END-IF
           MOVE W-MES-ANT TO W-MES-AUX
           MOVE W-MES-MES TO W-LG-MES
           MOVE W-MES-ANO TO W-LG-ANO
           MOVE W-QTD-GRP TO W-LG-QTD
           MOVE W-TOT-GRP TO W-LG-TOT
           MOVE W-SIM-GRP TO W-LG-SIM
           COMPUTE W-DIF = W-SIM-GRP - W-TOT-GRP
           MOVE W-DIF TO W-LG-DIF
           IF W-TOT-GRP > 0
              COMPUTE W-VAR-PERC ROUNDED = W-DIF * 100 / W-TOT-GRP
           ELSE
              MOVE 0 TO W-VAR-PERC
           END-IF
           MOVE W-VAR-PERC TO W-LG-VAR
           WRITE PRINTF-R FROM W-LINHA-GRP AFTER 1
           ADD 1 TO W-CONTLIN

           ADD W-QTD-GRP TO W-QTD-FRO
           ADD W-TOT-GRP TO W-TOT-FRO
           ADD W-SIM-GRP TO W-SIM-FRO
           MOVE 0 TO W-QTD-GRP W-TOT-GRP W-SIM-GRP.

       IMPRIME-TOTAL-FROTA.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LT-DESC
           STRING 'TOTAL DA ROTA ' W-FRO-ANT
                  DELIMITED BY SIZE INTO W-LT-DESC
           MOVE W-QTD-FRO TO W-LT-QTD
           MOVE W-TOT-FRO TO W-LT-TOT
           MOVE W-SIM-FRO TO W-LT-SIM
           COMPUTE W-DIF = W-SIM-FRO - W-TOT-FRO
           MOVE W-DIF TO W-LT-DIF
           IF W-TOT-FRO > 0
              COMPUTE W-VAR-PERC ROUNDED = W-DIF * 100 / W-TOT-FRO
           ELSE
              MOVE 0 TO W-VAR-PERC
           END-IF
           MOVE W-VAR-PERC TO W-LT-VAR
           WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN

           ADD W-QTD-FRO TO W-QTD-GER
           ADD W-TOT-FRO TO W-TOT-GER
           ADD W-SIM-FRO TO W-SIM-GER
           MOVE 0 TO W-QTD-FRO W-TOT-FRO W-SIM-FRO.

       CALCULA-VARIACAO.
           IF W-TOT-GER > 0
              COMPUTE W-VAR-PERC ROUNDED = W-DIF * 100 / W-TOT-GER
           ELSE
              MOVE 0 TO W-VAR-PERC
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 58

              PERFORM IMPRIME-CABECALHO

              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
              MOVE W-DATA-SISTEMA TO W-DATAUXI
              COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000

              WRITE PRINTF-R AFTER 0
           ELSE
              WRITE PRINTF-R AFTER PAGE.

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI      TO W-CAB-NPAG
           MOVE W-DATA-SISTEMA TO W-CAB-DTSIS
           WRITE PRINTF-R FROM W-CAB-1 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 3 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI(1:10) ' A ' W-DATAFIN(1:10)
                  ' FROTA ' W-FRO-PROP
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
              OPEN OUTPUT CERRLOG
              CLOSE CERRLOG
              OPEN I-O CERRLOG
           END-IF
           IF VAL-ERRL
              INITIALIZE ERRL-REG-1
              ACCEPT ERRL-DIA FROM CENTURY-DATE
              ACCEPT ERRL-HORA FROM TIME
              MOVE 'PRJ-SIM-TARI' TO ERRL-PROG
              MOVE SPACES TO ERRL-USU
              MOVE W-ARQUIVO(1:11) TO ERRL-ARQ
              MOVE W-FSTATUS TO ERRL-STATUS
              MOVE W-EXTSTAT TO ERRL-EXTSTATUS
              WRITE ERRL-REG-1
              IF ST-ERRL = '22'
                 REWRITE ERRL-REG-1
              END-IF
              CLOSE CERRLOG
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

           INITIALIZE CA-MESSAGE-LINK
           MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
           MOVE W-ARQUIVO TO CA-ERR-FILE
           MOVE SPACES    TO CA-ERR-BUF
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           PERFORM FIM.

       MOSTRA-MSG-ERRO.
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-ATENCAO.
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-MENSAGEM.
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       COPY "DATASP.CPY".
