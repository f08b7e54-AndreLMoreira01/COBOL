       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-COLO-BIL.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_COLO.SL".
       COPY "PRJ_BIL.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_COLO.FD".
       COPY "PRJ_BIL.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.

       01  W-CAMPOS.
           03  ST-COL                PIC  X(02).
               88 VAL-COL            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  W-PARAM-ATIVA         PIC  X(01) VALUE 'N'.
               88 PARAM-ATIVA        VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-NMR              PIC 9(16).
               05 W-COL-NOME         PIC X(60).
               05 W-COL-DOC          PIC X(20).
               05 W-COL-NASC         PIC 99/99/9999.

               | idade limite (anos completos na data da viagem)
               | para viajar no colo: PARAM 64, padrao 6
               05 W-IDADE-LIMITE          PIC  9(02) VALUE 6.
               05 W-IDADE                 PIC  9(03).
               05 W-DIA-NASC              PIC  9(02).
               05 W-MES-NASC              PIC  9(02).
               05 W-ANO-NASC              PIC  9(04).
               05 W-NASC-I                PIC  9(08).
               05 W-VIAGEM-I              PIC  9(08).

               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(8).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

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
               88 SETA-CIMA               VALUE 52.
               88 SETA-BAIXO              VALUE 53.
               88 OCORREU-EVENTO          VALUE 96.

           03  W-SCREEN-CONTROL IS SPECIAL-NAMES SCREEN CONTROL.
               05 W-ACCEPT-CONTROL        PIC 9.
               05 W-CONTROL-VALUE         PIC 999.
               05 W-CONTROL-HANDLE        USAGE HANDLE.
               05 W-CONTROL-ID            PIC X(2) COMP-X.

       01  JANELA-PROGRAMA                PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".

       LINKAGE SECTION.

       77  W-NMR-L              PIC 9(16).
       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "N. do bilhete do adulto:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NMR
                          LINE 02
                          COL 31
                          SIZE 16
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Nome da crianca:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COL-NOME
                          LINE 04
                          COL 23
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Documento:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COL-DOC
                          LINE 06
                          COL 23
                          SIZE 15
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 42
                          TITLE "Nascimento:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COL-NASC
                          LINE 06
                          COL 55
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar crianca"
                          LINE 08
                          COL 05
                          SIZE 21
                          ID 9
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 08
                          COL 29
                          SIZE 12
                          SELF-ACT
                          ID 10
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-NMR-L, W-LOGIN-L.
       INICIO.
           | crianca de colo viaja no bilhete do adulto: sem
           | poltrona e sem tarifa, um registro por bilhete em
           | COLO.ARQ (no maximo uma crianca por adulto). A
           | idade e conferida contra a data da viagem. Lida
           | pelo embarque, pelo manifesto e pela exportacao
           | ANTT para a contagem de quem vai a bordo

           OPEN I-O CCOLO
           IF ST-COL = '35'
              OPEN OUTPUT CCOLO
              CLOSE CCOLO
              OPEN I-O CCOLO.
           IF NOT VAL-COL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPARAM
           IF ST-PARAM = '35'
              SET PARAM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PARAM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PARAM-ATIVA TO TRUE
           END-IF.

           IF PARAM-ATIVA
              INITIALIZE PARAM-REG-1
              MOVE 64 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-IDADE-LIMITE
              END-IF
           END-IF.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 80 LINES 10
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Crianca de colo"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           MOVE W-NMR-L TO W-NMR
           PERFORM CARREGA-COLO
           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CCOLO CBILHETE CLOG.
           IF PARAM-ATIVA
              CLOSE CPARAM.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-GRAVAR
                  PERFORM GRAVAR
           END-EVALUATE.

       CARREGA-COLO.
           | bilhete que ja tem crianca abre com os dados dela
           | para correcao
           INITIALIZE COL-REG-1
           MOVE W-NMR TO COL-NMR
           READ CCOLO
           IF VAL-COL
              MOVE COL-NOME    TO W-COL-NOME
              MOVE COL-DOC     TO W-COL-DOC
              MOVE COL-DT-NASC TO W-COL-NASC
           END-IF.

       GRAVAR.
           IF W-NMR = 0 OR W-COL-NOME = SPACES
              OR W-COL-DOC = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Preencha bilhete, nome e documento.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BIL-REG-1
           MOVE W-NMR TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF NOT VAL-BIL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Bilhete nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF BIL-CANCELADO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Bilhete cancelado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF BIL-MENOR-DESACOMP
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Menor desacompanhado nao leva crianca de colo.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-COL-NASC TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de nascimento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM CALCULA-IDADE-COLO
           IF W-NASC-I > W-VIAGEM-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nascimento posterior a data da viagem.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-IDADE NOT < W-IDADE-LIMITE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Crianca acima da idade para viajar no colo.'
                   TO CA-MESSAGE-1
              MOVE 'Emita um bilhete com poltrona para ela.'
                   TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           INITIALIZE COL-REG-1
           MOVE W-NMR TO COL-NMR
           READ CCOLO
           IF ST-COL = '23'
              INITIALIZE COL-REG-1
              MOVE W-NMR       TO COL-NMR
              MOVE W-COL-NOME  TO COL-NOME
              MOVE W-COL-DOC   TO COL-DOC
              MOVE W-DATA-CRIT TO COL-DT-NASC
              MOVE W-DATASIS   TO COL-DT-INC
              MOVE W-LOGIN-L   TO COL-USU
              WRITE COL-REG-1
           ELSE
              IF NOT VAL-COL
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE W-COL-NOME  TO COL-NOME
              MOVE W-COL-DOC   TO COL-DOC
              MOVE W-DATA-CRIT TO COL-DT-NASC
              MOVE W-LOGIN-L   TO COL-USU
              REWRITE COL-REG-1
           END-IF
           IF NOT VAL-COL
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-LOG-COLO

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Crianca de colo gravada no bilhete.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM
           SET TECLOU-ESC TO TRUE.

       CALCULA-IDADE-COLO.
           | idade em anos completos na data da viagem, como no
           | calculo de idade da emissao
           MOVE W-DATA-CRIT TO W-DATAUXI
           MOVE W-DIAAUXI TO W-DIA-NASC
           MOVE W-MESAUXI TO W-MES-NASC
           MOVE W-ANOAUXI TO W-ANO-NASC
           COMPUTE W-NASC-I = W-ANO-NASC * 10000 +
                              W-MES-NASC * 100 + W-DIA-NASC

           MOVE BIL-DATA TO W-DATAUXI
           COMPUTE W-VIAGEM-I = W-ANOAUXI * 10000 +
                                W-MESAUXI * 100 + W-DIAAUXI

           MOVE 0 TO W-IDADE
           IF W-ANOAUXI > W-ANO-NASC
              COMPUTE W-IDADE = W-ANOAUXI - W-ANO-NASC
              IF W-MESAUXI < W-MES-NASC OR
                 (W-MESAUXI = W-MES-NASC AND W-DIAAUXI < W-DIA-NASC)
                 SUBTRACT 1 FROM W-IDADE
              END-IF
           END-IF.

       GRAVA-LOG-COLO.
           ACCEPT W-HORA FROM TIME
           INITIALIZE LOG-REG-1
           MOVE W-HORA TO LOG-HORA
           MOVE W-DATASIS TO LOG-DIA
           READ CLOG
           IF ST-LOG = '23'
              INITIALIZE LOG-REG-1
              MOVE W-HORA TO LOG-HORA
              MOVE W-DATASIS TO LOG-DIA
           ELSE
              IF NOT VAL-LOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           MOVE W-LOGIN-L TO LOG-USU
           MOVE 'Crianca de colo no bilhete do adulto' TO LOG-REG
           MOVE 'COLO.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 1 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
           END-IF.

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
              MOVE 'PRJ-COLO-BIL' TO ERRL-PROG
              MOVE W-LOGIN-L TO ERRL-USU
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
