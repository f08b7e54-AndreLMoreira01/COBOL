       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-TARIFA-DIN.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_FRO.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_FRO.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

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
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  CAMPOS-TELA-W.
               05 W-DATAINI               PIC  99/99/9999.
               05 W-DATAFIN               PIC  99/99/9999.

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

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           03  CAMPOS-TARIFA-W.
               05 W-FRO-ATU               PIC  9(03) VALUE 0.
               05 W-ESTATICO              PIC S9(05)V99.
               05 W-QTD-FRO               PIC  9(07) VALUE 0.
               05 W-QTD-DIN-FRO           PIC  9(07) VALUE 0.
               05 W-REAL-FRO              PIC  9(09)V99 VALUE 0.
               05 W-EST-FRO               PIC  9(09)V99 VALUE 0.
               05 W-QTD-TOT               PIC  9(07) VALUE 0.
               05 W-QTD-DIN-TOT           PIC  9(07) VALUE 0.
               05 W-REAL-TOT              PIC  9(09)V99 VALUE 0.
               05 W-EST-TOT               PIC  9(09)V99 VALUE 0.
               05 W-DIF                   PIC S9(09)V99.
               05 W-DIF-PERC              PIC S9(05)V99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'TARIFA DINAMICA X TARIFA ESTATICA POR LINHA'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(36) VALUE 'LINHA'.
                  07 FILLER    PIC X(10) VALUE '  BILHETES'.
                  07 FILLER    PIC X(10) VALUE '  AJUSTADO'.
                  07 FILLER    PIC X(17) VALUE '     RECEITA REAL'.
                  07 FILLER    PIC X(17) VALUE ' RECEITA ESTATICA'.
                  07 FILLER    PIC X(17) VALUE '        DIFERENCA'.
                  07 FILLER    PIC X(10) VALUE '        %'.

               05 W-LINHA-FRO.
                  07 W-LF-FRO  PIC ZZ9.
                  07 FILLER    PIC X(01) VALUE SPACE.
                  07 W-LF-DESC PIC X(30).
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LF-QTD  PIC Z.ZZZ.ZZ9.
                  07 W-LF-QDIN PIC BZ.ZZZ.ZZ9.
                  07 W-LF-REAL PIC BBZZZ.ZZZ.ZZ9,99.
                  07 W-LF-EST  PIC BBZZZ.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LF-DIF  PIC -ZZ.ZZZ.ZZ9,99.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LF-PERC PIC -ZZZ9,99.

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-TARIFA-DIN'.
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
                          TITLE "Per?odo de:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAINI
                          LINE 02
                          COL 17
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 29
                          TITLE "a"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAFIN
                          LINE 02
                          COL 31
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Imprimir"
                          LINE 04
                          COL 05
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 04
                          COL 20
                          SIZE 13
                          SELF-ACT
                          ID 6
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           | receita das viagens do periodo por linha com a
           | tarifa dinamica (BIL-TOT) contra o que a tarifa
           | estatica teria dado: BIL-TOT sem o ajuste de
           | lotacao gravado no bilhete (BIL-DIN-VLR)

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 50 LINES 7
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Tarifa din?mica x est?tica"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PRINCIPAL.

           INITIALIZE W-DATAINI W-DATAFIN.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CBILHETE CFROTA.
           CLOSE WINDOW JANELA-PRINCIPAL.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXCEPTION-TELA-PRINCIPAL.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-IMPRIMIR
                  IF W-DATAFIN = '00/00/0000'
                     MOVE 99999999 TO W-DATAFIN
                     DISPLAY TELA-PRINCIPAL
                  END-IF

                  MOVE W-DATAINI TO W-DATAUXI
                  COMPUTE W-DATAINI-I = W-ANOAUXI * 10000 +
                                        W-MESAUXI * 100 +
                                        W-DIAAUXI
                  MOVE W-DATAFIN TO W-DATAUXI
                  COMPUTE W-DATAFIN-I = W-ANOAUXI * 10000 +
                                        W-MESAUXI * 100 +
                                        W-DIAAUXI

                  INITIALIZE W-NROPAGI
                  MOVE 800 TO W-CONTLIN
                  MOVE 0 TO W-FRO-ATU W-QTD-FRO W-QTD-DIN-FRO
                            W-REAL-FRO W-EST-FRO W-QTD-TOT
                            W-QTD-DIN-TOT W-REAL-TOT W-EST-TOT

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  PERFORM VARRE-BILHETES
                  IF W-QTD-FRO > 0
                     PERFORM IMPRIME-LINHA-FRO
                  END-IF
                  PERFORM IMPRIME-TOTAL
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       VARRE-BILHETES.
           | BIL-RK-1 comeca pela frota: a leitura ja vem
           | agrupada por linha
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-RK-1
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 IF ST-BIL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              IF NOT BIL-CANCELADO
                 MOVE BIL-DATA TO W-DATAUXI
                 COMPUTE W-DATAVIA-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAVIA-I >= W-DATAINI-I
                    AND W-DATAVIA-I <= W-DATAFIN-I
                    PERFORM ACUMULA-BILHETE
                 END-IF
              END-IF
           END-PERFORM.

       ACUMULA-BILHETE.
           IF BIL-FRO NOT = W-FRO-ATU
              IF W-QTD-FRO > 0
                 PERFORM IMPRIME-LINHA-FRO
              END-IF
              MOVE BIL-FRO TO W-FRO-ATU
              MOVE 0 TO W-QTD-FRO W-QTD-DIN-FRO
                        W-REAL-FRO W-EST-FRO
           END-IF

           | gratuidade zera o bilhete inteiro: sem receita
           | nas duas tarifas
           COMPUTE W-ESTATICO = BIL-TOT - BIL-DIN-VLR
           IF BIL-TOT = 0 OR W-ESTATICO < 0
              MOVE 0 TO W-ESTATICO
           END-IF

           ADD 1 TO W-QTD-FRO
           IF BIL-DIN-VLR NOT = 0
              ADD 1 TO W-QTD-DIN-FRO
           END-IF
           ADD BIL-TOT    TO W-REAL-FRO
           ADD W-ESTATICO TO W-EST-FRO.

       IMPRIME-LINHA-FRO.
           PERFORM TESTA-QUEBRA-PAGINA

           INITIALIZE FRO-REG-1
           MOVE W-FRO-ATU TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              MOVE SPACES TO FRO-DESC
           END-IF

           MOVE W-FRO-ATU     TO W-LF-FRO
           MOVE FRO-DESC      TO W-LF-DESC
           MOVE W-QTD-FRO     TO W-LF-QTD
           MOVE W-QTD-DIN-FRO TO W-LF-QDIN
           MOVE W-REAL-FRO    TO W-LF-REAL
           MOVE W-EST-FRO     TO W-LF-EST
           COMPUTE W-DIF = W-REAL-FRO - W-EST-FRO
           MOVE W-DIF         TO W-LF-DIF
           MOVE 0 TO W-DIF-PERC
           IF W-EST-FRO > 0
              COMPUTE W-DIF-PERC ROUNDED = W-DIF * 100 / W-EST-FRO
           END-IF
           MOVE W-DIF-PERC    TO W-LF-PERC
           WRITE PRINTF-R FROM W-LINHA-FRO AFTER 1
           ADD 1 TO W-CONTLIN

           ADD W-QTD-FRO     TO W-QTD-TOT
           ADD W-QTD-DIN-FRO TO W-QTD-DIN-TOT
           ADD W-REAL-FRO    TO W-REAL-TOT
           ADD W-EST-FRO     TO W-EST-TOT.

       IMPRIME-TOTAL.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 0               TO W-LF-FRO
           MOVE 'TOTAL GERAL'   TO W-LF-DESC
           MOVE W-QTD-TOT       TO W-LF-QTD
           MOVE W-QTD-DIN-TOT   TO W-LF-QDIN
           MOVE W-REAL-TOT      TO W-LF-REAL
           MOVE W-EST-TOT       TO W-LF-EST
           COMPUTE W-DIF = W-REAL-TOT - W-EST-TOT
           MOVE W-DIF           TO W-LF-DIF
           MOVE 0 TO W-DIF-PERC
           IF W-EST-TOT > 0
              COMPUTE W-DIF-PERC ROUNDED = W-DIF * 100 / W-EST-TOT
           END-IF
           MOVE W-DIF-PERC      TO W-LF-PERC
           WRITE PRINTF-R FROM W-LINHA-FRO AFTER 1.

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
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE 4 TO W-CONTLIN.

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
              MOVE 'PRJ-REL-TARI' TO ERRL-PROG
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

       COPY "DATASP.CPY".
