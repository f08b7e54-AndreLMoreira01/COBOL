       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-TANQUE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_TNQ.SL".
           COPY "PRJ_ABA.SL".
           COPY "PRJ_FOR.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_TNQ.FD".
           COPY "PRJ_ABA.FD".
           COPY "PRJ_FOR.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-DATA-1       PIC 9(08).
           03  SORT-ORDEM-1      PIC 9(01).
           03  SORT-DOC-1        PIC X(15).
           03  SORT-SEQ-1        PIC 9(02).
           03  SORT-DESC-1       PIC X(30).
           03  SORT-LITROS-1     PIC 9(06)V99.
           03  SORT-VLR-LITRO-1  PIC 9(03)V999.
           03  SORT-VLR-1        PIC 9(07)V99.

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-IMPRIMIR             VALUE 02.

       01  CAMPOS-W.
           03  ST-TNQ                PIC  X(02).
               88 VAL-TNQ            VALUE '00' THRU '09'.
           03  ST-ABA                PIC  X(02).
               88 VAL-ABA            VALUE '00' THRU '09'.
           03  ST-FOR                PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
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
               05 W-DATAMOV-I             PIC  9(08).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           | estoque escritural corrido desde o primeiro movimento;
           | cada medicao confronta o saldo e passa a ser o novo
           | ponto de partida, como no PRJ_TANQUE_SALDO
           03  CAMPOS-ESTOQUE-W.
               05 FILLER                  PIC  X(01) VALUE 'N'.
                  88 INICIAL-IMPRESSO     VALUE 'S' FALSE 'N'.
               05 W-ESTOQUE               PIC S9(07)V99 VALUE 0.
               05 W-DIF-MED               PIC S9(07)V99 VALUE 0.
               05 W-PERC-MED              PIC S9(03)V99 VALUE 0.
               05 W-LIT-ENT               PIC  9(09)V99 VALUE 0.
               05 W-VLR-ENT               PIC  9(11)V99 VALUE 0.
               05 W-QTD-ENT               PIC  9(05) VALUE 0.
               05 W-LIT-SAI               PIC  9(09)V99 VALUE 0.
               05 W-QTD-SAI               PIC  9(05) VALUE 0.
               05 W-QTD-MED               PIC  9(05) VALUE 0.
               05 W-DIF-TOT               PIC S9(07)V99 VALUE 0.
               05 W-PERC-TOT              PIC S9(03)V99 VALUE 0.

               05 W-LINHA-DET.
                  07 W-LD-DATA PIC 99/99/9999B(2).
                  07 W-LD-MOV  PIC X(12)B(2).
                  07 W-LD-DOC  PIC X(15)B(2).
                  07 W-LD-DESC PIC X(30)B(2).
                  07 W-LD-ENT  PIC Z(6)9,99B(2).
                  07 W-LD-SAI  PIC Z(6)9,99B(2).
                  07 W-LD-VLT  PIC ZZ9,999B(2).
                  07 W-LD-EST  PIC -(7)9,99.

               05 W-LINHA-MED.
                  07 FILLER    PIC X(14) VALUE SPACES.
                  07 FILLER    PIC X(08) VALUE 'MEDIDO: '.
                  07 W-LM-MED  PIC Z(6)9,99B(3).
                  07 FILLER    PIC X(12) VALUE 'ESCRITURAL: '.
                  07 W-LM-EST  PIC -(7)9,99B(3).
                  07 FILLER    PIC X(11) VALUE 'DIFERENCA: '.
                  07 W-LM-DIF  PIC -(7)9,99B(3).
                  07 FILLER    PIC X(11) VALUE 'PERDA (%): '.
                  07 W-LM-PERC PIC -(3)9,99.

               05 W-LINHA-INI.
                  07 FILLER    PIC X(30) VALUE
                     'ESTOQUE ESCRITURAL INICIAL: '.
                  07 W-LI-EST  PIC -(7)9,99.

               05 W-LINHA-TOT-1.
                  07 FILLER    PIC X(30) VALUE
                     'ENTREGAS NO PERIODO: '.
                  07 W-LT1-LIT PIC Z(8)9,99B(3).
                  07 FILLER    PIC X(10) VALUE 'VALOR: R$'.
                  07 W-LT1-VLR PIC Z(10)9,99B(3).
                  07 FILLER    PIC X(06) VALUE 'NOTAS:'.
                  07 W-LT1-QTD PIC ZZZZ9.

               05 W-LINHA-TOT-2.
                  07 FILLER    PIC X(30) VALUE
                     'SAIDAS DA BOMBA NO PERIODO: '.
                  07 W-LT2-LIT PIC Z(8)9,99B(3).
                  07 FILLER    PIC X(10) VALUE 'TICKETS: '.
                  07 W-LT2-QTD PIC ZZZZ9.

               05 W-LINHA-TOT-3.
                  07 FILLER    PIC X(30) VALUE
                     'DIFERENCA NAS MEDICOES: '.
                  07 W-LT3-DIF PIC -(9)9,99B(3).
                  07 FILLER    PIC X(28) VALUE
                     'PERDA SOBRE AS SAIDAS (%): '.
                  07 W-LT3-PERC PIC -(3)9,99B(3).
                  07 FILLER    PIC X(11) VALUE 'MEDICOES: '.
                  07 W-LT3-QTD PIC ZZZZ9.

               05 W-LINHA-TOT-4.
                  07 FILLER    PIC X(30) VALUE
                     'ESTOQUE ESCRITURAL FINAL: '.
                  07 W-LT4-EST PIC -(7)9,99.

               05 W-LINHA-TOT-5.
                  07 FILLER    PIC X(30) VALUE
                     'CUSTO MEDIO POR LITRO: R$'.
                  07 W-LT5-CUS PIC ZZ9,999B(3).
                  07 FILLER    PIC X(45) VALUE
                     '(APLICADO NO CONSUMO E NA RENTABILIDADE)'.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'CONCILIACAO DO TANQUE DE DIESEL DA GARAGEM'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(12) VALUE 'DATA'.
                  07 FILLER    PIC X(14) VALUE 'MOVIMENTO'.
                  07 FILLER    PIC X(17) VALUE 'NF / PLACA'.
                  07 FILLER    PIC X(32) VALUE
                     'FORNECEDOR / USUARIO'.
                  07 FILLER    PIC X(12) VALUE '   ENTRADA'.
                  07 FILLER    PIC X(12) VALUE '     SAIDA'.
                  07 FILLER    PIC X(09) VALUE 'R$/LITRO'.
                  07 FILLER    PIC X(11) VALUE ' ESCRITURAL'.

           COPY "PRJ_TNS.CPY".

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-TANQUE'.
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
                          LINE 05
                          COL 05
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 05
                          COL 20
                          SIZE 13
                          SELF-ACT
                          ID 6
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.

           OPEN INPUT CTANQUE
           IF ST-TNQ = '35'
              OPEN OUTPUT CTANQUE
              CLOSE CTANQUE
              OPEN INPUT CTANQUE.
           IF NOT VAL-TNQ
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CABASTEC
           IF ST-ABA = '35'
              OPEN OUTPUT CABASTEC
              CLOSE CABASTEC
              OPEN INPUT CABASTEC.
           IF NOT VAL-ABA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFORNEC
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 9
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Concilia??o do tanque de diesel"
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
           CLOSE CTANQUE CABASTEC CFORNEC.
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
                  IF W-DATAINI <> '00/00/0000'
                     MOVE W-DATAINI TO W-DATA-CRIT
                     PERFORM CRITICA-DATA
                     IF NOT DATA-OK
                        INITIALIZE CA-MESSAGE-LINK
                        MOVE 'Data inicial inv?lida.' TO CA-MESSAGE-1
                        PERFORM MOSTRA-MSG-ERRO
                        EXIT PARAGRAPH
                     END-IF
                  END-IF
                  IF W-DATAFIN = '00/00/0000'
                     MOVE 99999999 TO W-DATAFIN
                     DISPLAY TELA-PRINCIPAL
                  END-IF
                  IF W-DATAFIN <> '99/99/9999'
                     MOVE W-DATAFIN TO W-DATA-CRIT
                     PERFORM CRITICA-DATA
                     IF NOT DATA-OK
                        INITIALIZE CA-MESSAGE-LINK
                        MOVE 'Data final inv?lida.' TO CA-MESSAGE-1
                        PERFORM MOSTRA-MSG-ERRO
                        EXIT PARAGRAPH
                     END-IF
                  END-IF

                  MOVE W-DATAINI TO W-DATAUXI
                  COMPUTE W-DATAINI-I = W-ANOAUXI * 10000 +
                                        W-MESAUXI * 100 +
                                        W-DIAAUXI
                  MOVE W-DATAFIN TO W-DATAUXI
                  COMPUTE W-DATAFIN-I = W-ANOAUXI * 10000 +
                                        W-MESAUXI * 100 +
                                        W-DIAAUXI

                  IF W-DATAFIN-I < W-DATAINI-I
                     INITIALIZE CA-MESSAGE-LINK
                     MOVE 'Range de data inv?lido.' TO CA-MESSAGE-1
                     PERFORM MOSTRA-MSG-ERRO
                     EXIT PARAGRAPH
                  END-IF

                  INITIALIZE W-NROPAGI CAMPOS-ESTOQUE-W
                  SET INICIAL-IMPRESSO TO FALSE
                  MOVE 800 TO W-CONTLIN

                  MOVE W-DATAFIN-I TO TNS-DATA-I
                  CALL "PRJ_TANQUE_SALDO" USING AREA-SALDO-TANQUE
                  CANCEL "PRJ_TANQUE_SALDO"

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  SORT SORTER ASCENDING KEY SORT-DATA-1 SORT-ORDEM-1
                                            SORT-DOC-1 SORT-SEQ-1
                       INPUT  PROCEDURE INPUTPROCE
                       OUTPUT PROCEDURE OUTPUTPROC
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       INPUTPROCE.
           | todo o historico ate o fim do periodo entra na
           | classificacao, pois o saldo inicial depende dele; no
           | mesmo dia a entrega vem antes da saida e a medicao
           | por ultimo (leitura do fim do dia)
           INITIALIZE TNQ-REG-1
           MOVE LOW-VALUES TO TNQ-CHAVE
           START CTANQUE KEY >= TNQ-CHAVE
              INVALID KEY MOVE '10' TO ST-TNQ
           END-START
           PERFORM UNTIL NOT VAL-TNQ
              READ CTANQUE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TNQ
                 EXIT PERFORM
              END-IF

              MOVE TNQ-DATA TO W-DATAUXI
              COMPUTE W-DATAMOV-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
              IF W-DATAMOV-I <= W-DATAFIN-I
                 INITIALIZE SORT-REGISTR-1
                 MOVE W-DATAMOV-I   TO SORT-DATA-1
                 MOVE TNQ-SEQ       TO SORT-SEQ-1
                 MOVE TNQ-LITROS    TO SORT-LITROS-1
                 IF TNQ-ENTREGA
                    MOVE 1             TO SORT-ORDEM-1
                    MOVE TNQ-NF        TO SORT-DOC-1
                    MOVE TNQ-VLR-LITRO TO SORT-VLR-LITRO-1
                    MOVE TNQ-VLR-TOTAL TO SORT-VLR-1
                    INITIALIZE FOR-REG-1
                    MOVE TNQ-FOR TO FOR-COD
                    READ CFORNEC
                    IF VAL-FOR
                       MOVE FOR-NOME TO SORT-DESC-1
                    END-IF
                 ELSE
                    MOVE 3 TO SORT-ORDEM-1
                 END-IF
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM

           INITIALIZE ABA-REG-1
           MOVE LOW-VALUES TO ABA-CHAVE
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 EXIT PERFORM
              END-IF

              IF ABA-ORIGEM NOT NUMERIC
                 MOVE 0 TO ABA-ORIGEM
              END-IF
              IF ABA-DO-TANQUE
                 MOVE ABA-DATA TO W-DATAUXI
                 COMPUTE W-DATAMOV-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATAMOV-I <= W-DATAFIN-I
                    INITIALIZE SORT-REGISTR-1
                    MOVE W-DATAMOV-I   TO SORT-DATA-1
                    MOVE 2             TO SORT-ORDEM-1
                    MOVE ABA-PLACA     TO SORT-DOC-1
                    MOVE ABA-SEQ       TO SORT-SEQ-1
                    MOVE ABA-LITROS    TO SORT-LITROS-1
                    MOVE ABA-VLR-LITRO TO SORT-VLR-LITRO-1
                    MOVE ABA-VLR-TOTAL TO SORT-VLR-1
                    MOVE ABA-USU       TO SORT-DESC-1
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-DATA-1 >= W-DATAINI-I
                 AND NOT INICIAL-IMPRESSO
                 PERFORM IMPRIME-INICIAL
              END-IF

              EVALUATE SORT-ORDEM-1
                 WHEN 1
                    ADD SORT-LITROS-1 TO W-ESTOQUE
                 WHEN 2
                    SUBTRACT SORT-LITROS-1 FROM W-ESTOQUE
                 WHEN 3
                    COMPUTE W-DIF-MED = W-ESTOQUE - SORT-LITROS-1
              END-EVALUATE

              IF SORT-DATA-1 >= W-DATAINI-I
                 PERFORM IMPRIME-MOVIMENTO
              END-IF

              | depois de confrontada, a regua vira o saldo
              IF SORT-ORDEM-1 = 3
                 MOVE SORT-LITROS-1 TO W-ESTOQUE
              END-IF
           END-PERFORM

           IF NOT INICIAL-IMPRESSO
              PERFORM IMPRIME-INICIAL
           END-IF
           PERFORM IMPRIME-TOTAIS.

       IMPRIME-INICIAL.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-ESTOQUE TO W-LI-EST
           WRITE PRINTF-R FROM W-LINHA-INI AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN
           SET INICIAL-IMPRESSO TO TRUE.

       IMPRIME-MOVIMENTO.
           PERFORM TESTA-QUEBRA-PAGINA

           INITIALIZE W-LINHA-DET
           MOVE SORT-DATA-1 TO W-DATAUXI
           COMPUTE W-LD-DATA = W-DIAAUXI-I * 1000000 +
                               W-MESAUXI-I * 10000 + W-ANOAUXI-I
           MOVE SORT-DOC-1  TO W-LD-DOC
           MOVE SORT-DESC-1 TO W-LD-DESC

           EVALUATE SORT-ORDEM-1
              WHEN 1
                 MOVE 'ENTREGA'      TO W-LD-MOV
                 MOVE SORT-LITROS-1    TO W-LD-ENT
                 MOVE SORT-VLR-LITRO-1 TO W-LD-VLT
                 MOVE W-ESTOQUE        TO W-LD-EST
                 ADD SORT-LITROS-1 TO W-LIT-ENT
                 ADD SORT-VLR-1    TO W-VLR-ENT
                 ADD 1             TO W-QTD-ENT
              WHEN 2
                 MOVE 'SAIDA BOMBA'  TO W-LD-MOV
                 MOVE SORT-LITROS-1    TO W-LD-SAI
                 MOVE SORT-VLR-LITRO-1 TO W-LD-VLT
                 MOVE W-ESTOQUE        TO W-LD-EST
                 ADD SORT-LITROS-1 TO W-LIT-SAI
                 ADD 1             TO W-QTD-SAI
              WHEN 3
                 MOVE 'MEDICAO'      TO W-LD-MOV
                 MOVE SORT-LITROS-1  TO W-LD-EST
           END-EVALUATE
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1
           ADD 1 TO W-CONTLIN

           IF SORT-ORDEM-1 = 3
              | diferenca positiva e falta no tanque; o percentual
              | e sobre o estoque escritural da data
              MOVE 0 TO W-PERC-MED
              IF W-ESTOQUE > 0
                 COMPUTE W-PERC-MED ROUNDED =
                         W-DIF-MED / W-ESTOQUE * 100
              END-IF
              ADD W-DIF-MED TO W-DIF-TOT
              ADD 1         TO W-QTD-MED

              MOVE SORT-LITROS-1 TO W-LM-MED
              MOVE W-ESTOQUE     TO W-LM-EST
              MOVE W-DIF-MED     TO W-LM-DIF
              MOVE W-PERC-MED    TO W-LM-PERC
              WRITE PRINTF-R FROM W-LINHA-MED AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-TOTAIS.
           IF W-CONTLIN > 52
              MOVE 800 TO W-CONTLIN
           END-IF
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE W-LIT-ENT TO W-LT1-LIT
           MOVE W-VLR-ENT TO W-LT1-VLR
           MOVE W-QTD-ENT TO W-LT1-QTD
           WRITE PRINTF-R FROM W-LINHA-TOT-1 AFTER 1

           MOVE W-LIT-SAI TO W-LT2-LIT
           MOVE W-QTD-SAI TO W-LT2-QTD
           WRITE PRINTF-R FROM W-LINHA-TOT-2 AFTER 1

           | perda do periodo sobre o volume que saiu pela bomba
           MOVE 0 TO W-PERC-TOT
           IF W-LIT-SAI > 0
              COMPUTE W-PERC-TOT ROUNDED = W-DIF-TOT / W-LIT-SAI * 100
           END-IF
           MOVE W-DIF-TOT  TO W-LT3-DIF
           MOVE W-PERC-TOT TO W-LT3-PERC
           MOVE W-QTD-MED  TO W-LT3-QTD
           WRITE PRINTF-R FROM W-LINHA-TOT-3 AFTER 1

           MOVE W-ESTOQUE TO W-LT4-EST
           WRITE PRINTF-R FROM W-LINHA-TOT-4 AFTER 1

           MOVE TNS-CUSTO-MEDIO TO W-LT5-CUS
           WRITE PRINTF-R FROM W-LINHA-TOT-5 AFTER 1
           ADD 6 TO W-CONTLIN.

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
              MOVE 'PRJ-REL-TANQ' TO ERRL-PROG
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
