       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-ESTOQUE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_PEC.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_PEC.FD".

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
           03  ST-PEC                PIC  X(02).
               88 VAL-PEC            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  CAMPOS-TELA-W.
               05 W-SO-REPOR              PIC  X(01) VALUE 'N'.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-VLR-ITEM              PIC S9(11)V99 VALUE 0.
               05 W-QTD-ITENS             PIC  9(06) VALUE 0.
               05 W-QTD-REPOR             PIC  9(06) VALUE 0.
               05 W-VLR-TOTAL             PIC S9(11)V99 VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-COD   PIC 9(06)B.
                  07 W-L1-DESC  PIC X(40)B.
                  07 W-L1-TIPO  PIC X(05)B.
                  07 W-L1-UNID  PIC X(03)B.
                  07 W-L1-SALDO PIC -(7)9,99B.
                  07 W-L1-PONTO PIC Z(7)9,99B.
                  07 W-L1-CUSTO PIC Z(5)9,99B.
                  07 W-L1-VALOR PIC -(10)9,99B.
                  07 W-L1-SIT   PIC X(12).

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'CODIGO DESCRICAO                        '.
                  07 FILLER     PIC X(40) VALUE
                     '  TIPO  UN        SALDO    PONTO REP.  C'.
                  07 FILLER     PIC X(40) VALUE
                     'USTO UN.    VALOR ESTOQUE SITUACAO      '.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(30) VALUE
                     'ITENS LISTADOS:'.
                  07 W-R1-QTD  PIC ZZZZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(30) VALUE
                     'ITENS A REPOR:'.
                  07 W-R2-QTD  PIC ZZZZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(30) VALUE
                     'VALOR EM ESTOQUE: R$'.
                  07 W-R3-VLR  PIC -(10)9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'POSICAO DO ALMOXARIFADO E PONTO DE REPOSICAO'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-ESTOQUE'.
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

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Somente itens a repor (S/N):"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SO-REPOR
                          LINE 02
                          COL 36
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Imprimir"
                          LINE 05
                          COL 05
                          SIZE 12
                          ID 3
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 05
                          COL 20
                          SIZE 13
                          SELF-ACT
                          ID 4
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.

           OPEN INPUT CPECA
           IF ST-PEC = '35'
              OPEN OUTPUT CPECA
              CLOSE CPECA
              OPEN INPUT CPECA.
           IF NOT VAL-PEC
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 9
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Posicao do almoxarifado"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PRINCIPAL.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CPECA.
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
                  IF W-SO-REPOR = 's'
                     MOVE 'S' TO W-SO-REPOR
                  END-IF
                  IF W-SO-REPOR NOT = 'S'
                     MOVE 'N' TO W-SO-REPOR
                  END-IF
                  DISPLAY TELA-PRINCIPAL

                  INITIALIZE W-NROPAGI W-QTD-ITENS W-QTD-REPOR
                             W-VLR-TOTAL
                  MOVE 800 TO W-CONTLIN

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  PERFORM IMPRIME-PECAS
                  PERFORM IMPRIME-RESUMO
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       IMPRIME-PECAS.
           | pecas ativas; o item entra como REPOR quando o
           | saldo chegou ao ponto de reposicao do cadastro
           INITIALIZE PEC-REG-1
           START CPECA KEY >= PEC-COD
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPECA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PEC
                 EXIT PERFORM
              END-IF

              IF PEC-EM-USO
                 MOVE SPACES TO W-L1-SIT
                 IF PEC-SALDO <= PEC-PONTO-REP
                    MOVE '*** REPOR' TO W-L1-SIT
                 END-IF
                 IF W-SO-REPOR = 'N' OR W-L1-SIT NOT = SPACES
                    PERFORM IMPRIME-PECA
                 END-IF
              END-IF
           END-PERFORM.

       IMPRIME-PECA.
           PERFORM TESTA-QUEBRA-PAGINA

           COMPUTE W-VLR-ITEM = PEC-SALDO * PEC-CUSTO
           ADD 1 TO W-QTD-ITENS
           ADD W-VLR-ITEM TO W-VLR-TOTAL
           IF W-L1-SIT NOT = SPACES
              ADD 1 TO W-QTD-REPOR
           END-IF

           MOVE PEC-COD       TO W-L1-COD
           MOVE PEC-DESC      TO W-L1-DESC
           EVALUATE TRUE
              WHEN PEC-PNEU
                 MOVE 'PNEU'  TO W-L1-TIPO
              WHEN PEC-LUBRIFICANTE
                 MOVE 'LUBR.' TO W-L1-TIPO
              WHEN OTHER
                 MOVE 'PECA'  TO W-L1-TIPO
           END-EVALUATE
           MOVE PEC-UNID      TO W-L1-UNID
           MOVE PEC-SALDO     TO W-L1-SALDO
           MOVE PEC-PONTO-REP TO W-L1-PONTO
           MOVE PEC-CUSTO     TO W-L1-CUSTO
           MOVE W-VLR-ITEM    TO W-L1-VALOR
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-ITENS TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-REPOR TO W-R2-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-VLR-TOTAL TO W-R3-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 58

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT AFTER 1
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
           STRING 'SO REPOR ' W-SO-REPOR
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
              MOVE 'PRJ-REL-ESTOQUE' TO ERRL-PROG
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
