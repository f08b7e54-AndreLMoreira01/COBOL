       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-TDN.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_TDN.SL".
       COPY "PRJ_FRO.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_TDN.FD".
       COPY "PRJ_FRO.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.

       01  W-CAMPOS.
           03  ST-TDN                PIC  X(02).
               88 VAL-TDN            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           | regra de tarifa din?mica por linha e tipo (tipo 0
           | vale para os dois): at? 8 faixas de lota??o x dias
           | para a partida com o ajuste em %, e piso/teto em %
           | da tarifa da linha. Faixa com tudo zerado fica vaga
           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-NOME-FRO         PIC X(40).
               05 W-TIPO             PIC 9(02).
               05 W-DESC             PIC X(40).
               05 W-PISO             PIC 9(03).
               05 W-TETO             PIC 9(03).
               05 W-FAIXA            PIC 9(01).
               05 W-OCUP-MIN         PIC 9(03).
               05 W-OCUP-MAX         PIC 9(03).
               05 W-DIAS-MIN         PIC 9(03).
               05 W-DIAS-MAX         PIC 9(03).
               05 W-AJUSTE           PIC S9(03).
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 IND                     PIC  9(02).
               05 W-DESC-LOG              PIC  X(60).
               05 W-FAIXA-LINHA.
                  07 FILLER   PIC X(06) VALUE 'Faixa '.
                  07 WF-FAIXA PIC 9.
                  07 FILLER   PIC X(11) VALUE '  Lotacao '.
                  07 WF-OMIN  PIC ZZ9.
                  07 FILLER   PIC X(03) VALUE ' a '.
                  07 WF-OMAX  PIC ZZ9.
                  07 FILLER   PIC X(09) VALUE '%  Dias '.
                  07 WF-DMIN  PIC ZZ9.
                  07 FILLER   PIC X(03) VALUE ' a '.
                  07 WF-DMAX  PIC ZZ9.
                  07 FILLER   PIC X(10) VALUE '  Ajuste '.
                  07 WF-AJU   PIC -ZZ9.
                  07 FILLER   PIC X(01) VALUE '%'.

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

       LINKAGE SECTION.

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Frota:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FRO
                          LINE 02
                          COL 12
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 ENTRY-FIELD FROM W-NOME-FRO
                          COLOR 33024
                          LINE 02
                          COL 17
                          SIZE 30
                          3-D
                          BOXED
                          ID 3
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 50
                          TITLE "Tipo (0-ambos/1-Sub/2-Con):"
                          ID 4
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO
                          LINE 02
                          COL 79
                          3-D
                          BOXED
                          AUTO
                          ID 5
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CHAVE.

           03 LABEL       LINE 04 COL 05
                          TITLE "Descri??o:"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESC
                          LINE 04
                          COL 16
                          SIZE 35
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 54
                          TITLE "Piso %:"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PISO
                          LINE 04
                          COL 62
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 68
                          TITLE "Teto %:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TETO
                          LINE 04
                          COL 76
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Faixa (1 a 8):"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FAIXA
                          LINE 06
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-FAIXA.

           03 LABEL       LINE 06 COL 25
                          TITLE "Lota??o % de:"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OCUP-MIN
                          LINE 06
                          COL 39
                          3-D
                          BOXED
                          AUTO
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 45
                          TITLE "at?:"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OCUP-MAX
                          LINE 06
                          COL 50
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Dias para a partida de:"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DIAS-MIN
                          LINE 08
                          COL 29
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 35
                          TITLE "at?:"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DIAS-MAX
                          LINE 08
                          COL 40
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 47
                          TITLE "Ajuste % (+/-):"
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AJUSTE
                          LINE 08
                          COL 63
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 10
                          COL 05
                          SIZE 12
                          ID 24
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir regra"
                          LINE 10
                          COL 20
                          SIZE 14
                          ID 25
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 37
                          SIZE 12
                          SELF-ACT
                          ID 26
                          EXCEPTION-VALUE 27.

           03 LST-FAIXAS LIST-BOX
                       LINE 12
                       COL 05
                       SIZE 80
                       LINES 8
                       3-D
                       ID 27
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CTARDIN
           IF ST-TDN = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CTARDIN
              CLOSE CTARDIN
              OPEN I-O CTARDIN.
           IF NOT VAL-TDN
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 90 LINES 21
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Tarifa din?mica por lota??o"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CTARDIN CFROTA CLOG.

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
             WHEN EXCEPTION-EXCLUIR
                  PERFORM EXCLUIR
           END-EVALUATE.

       PROC-CHAVE.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           MOVE SPACES TO W-NOME-FRO
           INITIALIZE FRO-REG-1
           MOVE W-FRO TO FRO-ID
           READ CFROTA
           IF VAL-FRO
              MOVE FRO-DESC TO W-NOME-FRO
           END-IF

           INITIALIZE TDN-REG-1
           MOVE W-FRO  TO TDN-FRO
           MOVE W-TIPO TO TDN-TIPO
           READ CTARDIN
           IF VAL-TDN
              MOVE TDN-DESC      TO W-DESC
              MOVE TDN-PISO-PERC TO W-PISO
              MOVE TDN-TETO-PERC TO W-TETO
           ELSE
              MOVE SPACES TO W-DESC
              MOVE 0 TO W-PISO W-TETO
           END-IF
           MOVE 0 TO W-FAIXA W-OCUP-MIN W-OCUP-MAX
                     W-DIAS-MIN W-DIAS-MAX W-AJUSTE
           PERFORM LISTA-FAIXAS.

       PROC-FAIXA.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           IF W-FAIXA < 1 OR W-FAIXA > 8
              EXIT PARAGRAPH
           END-IF

           INITIALIZE TDN-REG-1
           MOVE W-FRO  TO TDN-FRO
           MOVE W-TIPO TO TDN-TIPO
           READ CTARDIN
           IF VAL-TDN
              MOVE TDN-OCUP-MIN(W-FAIXA) TO W-OCUP-MIN
              MOVE TDN-OCUP-MAX(W-FAIXA) TO W-OCUP-MAX
              MOVE TDN-DIAS-MIN(W-FAIXA) TO W-DIAS-MIN
              MOVE TDN-DIAS-MAX(W-FAIXA) TO W-DIAS-MAX
              MOVE TDN-AJUSTE(W-FAIXA)   TO W-AJUSTE
              DISPLAY TELA-PRINCIPAL
           END-IF.

       LISTA-FAIXAS.
           MODIFY LST-FAIXAS, RESET-LIST = 1
           IF VAL-TDN
              PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 8
                 IF TDN-OCUP-MAX(IND) NOT = 0
                    OR TDN-DIAS-MAX(IND) NOT = 0
                    OR TDN-AJUSTE(IND) NOT = 0
                    MOVE IND               TO WF-FAIXA
                    MOVE TDN-OCUP-MIN(IND) TO WF-OMIN
                    MOVE TDN-OCUP-MAX(IND) TO WF-OMAX
                    MOVE TDN-DIAS-MIN(IND) TO WF-DMIN
                    MOVE TDN-DIAS-MAX(IND) TO WF-DMAX
                    MOVE TDN-AJUSTE(IND)   TO WF-AJU
                    MODIFY LST-FAIXAS, ITEM-TO-ADD = W-FAIXA-LINHA
                 END-IF
              END-PERFORM
           END-IF
           DISPLAY TELA-PRINCIPAL.

       VALIDA-CHAVE.
           SET VALIDACAO-OK TO TRUE
           IF W-FRO = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a frota.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           INITIALIZE FRO-REG-1
           MOVE W-FRO TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Frota n?o cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF W-TIPO > 2
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo inv?lido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
           END-IF.

       GRAVAR.
           PERFORM VALIDA-CHAVE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-PISO > 100 OR (W-TETO > 0 AND W-TETO < 100)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Piso at? 100% e teto a partir de 100%.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-FAIXA > 8
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Faixa inv?lida (1 a 8).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF (W-OCUP-MAX > 0 AND W-OCUP-MIN > W-OCUP-MAX)
              OR (W-DIAS-MAX > 0 AND W-DIAS-MIN > W-DIAS-MAX)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'M?nimo maior que o m?ximo na faixa.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-AJUSTE < -99
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Redu??o m?xima de 99%.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE TDN-REG-1
           MOVE W-FRO  TO TDN-FRO
           MOVE W-TIPO TO TDN-TIPO
           READ CTARDIN
           IF ST-TDN = '23'
              INITIALIZE TDN-REG-1
              MOVE W-FRO  TO TDN-FRO
              MOVE W-TIPO TO TDN-TIPO
           ELSE
              IF NOT VAL-TDN
                 PERFORM ERRO-ARQUIVO.

           MOVE W-DESC TO TDN-DESC
           MOVE W-PISO TO TDN-PISO-PERC
           MOVE W-TETO TO TDN-TETO-PERC
           | faixa 0 grava s? o cabe?alho (descri??o, piso e
           | teto)
           IF W-FAIXA > 0
              MOVE W-OCUP-MIN TO TDN-OCUP-MIN(W-FAIXA)
              MOVE W-OCUP-MAX TO TDN-OCUP-MAX(W-FAIXA)
              MOVE W-DIAS-MIN TO TDN-DIAS-MIN(W-FAIXA)
              MOVE W-DIAS-MAX TO TDN-DIAS-MAX(W-FAIXA)
              MOVE W-AJUSTE   TO TDN-AJUSTE(W-FAIXA)
           END-IF
           PERFORM PEGA-DATA-HORA
           MOVE W-DATASIS TO TDN-DT-ALT
           MOVE W-LOGIN-L TO TDN-USU

           MOVE 'Manutencao da tarifa dinamica' TO W-DESC-LOG
           PERFORM GRAVA-LOG-TDN

           INITIALIZE CA-MESSAGE-LINK
           IF ST-TDN = '23'
              WRITE TDN-REG-1
              MOVE 'Regra de tarifa din?mica gravada.'
                   TO CA-MESSAGE-1
           ELSE
              REWRITE TDN-REG-1
              MOVE 'Regra de tarifa din?mica regravada.'
                   TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-TDN
              PERFORM ERRO-ARQUIVO.

           PERFORM LISTA-FAIXAS
           PERFORM MOSTRA-MSG-MENSAGEM.

       EXCLUIR.
           PERFORM VALIDA-CHAVE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE TDN-REG-1
           MOVE W-FRO  TO TDN-FRO
           MOVE W-TIPO TO TDN-TIPO
           READ CTARDIN
           IF ST-TDN = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Regra n?o cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-TDN
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Excluir a regra de tarifa din?mica?' TO CA-MESSAGE-1
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              EXIT PARAGRAPH
           END-IF

           PERFORM PEGA-DATA-HORA
           MOVE 'Exclusao de regra da tarifa dinamica' TO W-DESC-LOG
           PERFORM GRAVA-LOG-TDN

           DELETE CTARDIN
           IF NOT VAL-TDN
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE SPACES TO W-DESC
           MOVE 0 TO W-PISO W-TETO W-FAIXA W-OCUP-MIN W-OCUP-MAX
                     W-DIAS-MIN W-DIAS-MAX W-AJUSTE
           MODIFY LST-FAIXAS, RESET-LIST = 1
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Regra exclu?da.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       PEGA-DATA-HORA.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           ACCEPT W-HORA FROM TIME.

       GRAVA-LOG-TDN.
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
           MOVE W-DESC-LOG TO LOG-REG
           MOVE 'TARIFADIN.A' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 2 TO LOG-TIPO
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
              MOVE 'PRJ-CAD-TDN' TO ERRL-PROG
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

       PERGUNTA-INICIALIZA.
          CALL "C$RERRNAME" USING W-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Deseja inicializar o arquivo' TO CA-MESSAGE-1
           MOVE W-ARQUIVO TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              PERFORM ERRO-ARQUIVO.
