       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-TROCA-SENHA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_USU.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_USU.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-CONFIRMAR            VALUE 02.

       01  W-CAMPOS.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-SENHA-ATUAL      PIC  X(8)  VALUE SPACES.
               05 W-SENHA-NOVA       PIC  X(8)  VALUE SPACES.
               05 W-SENHA-CONF       PIC  X(8)  VALUE SPACES.

           03 W-SENHA-HASH            PIC  X(8).
           03 W-MSG-SENHA             PIC  X(50).
           03 W-IND-HIST              PIC  9(2).
           03 W-HORA                  PIC  9(08).
           03 W-DATASIS               PIC  9(08).
           03 W-DATAUXI               PIC  9(08).
           03 REDEFINES W-DATAUXI.
              05 W-ANOAUXI-I          PIC  9(04).
              05 W-MESAUXI-I          PIC  9(02).
              05 W-DIAAUXI-I          PIC  9(02).

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
       77  W-LOGIN-L                      PIC X(10).
       77  W-TROCOU-L                     PIC X(01).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Senha atual:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SENHA-ATUAL
                          LINE 02
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          SECURE
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Nova senha:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SENHA-NOVA
                          LINE 04
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          SECURE
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Confirme a senha:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SENHA-CONF
                          LINE 06
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          SECURE
                          ID 6
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Confirmar"
                          LINE 08
                          COL 05
                          SIZE 12
                          ID 7
                          EXCEPTION-VALUE EXCEPTION-CONFIRMAR.

           03 PUSH-BUTTON TITLE "&Cancelar"
                          LINE 08
                          COL 20
                          SIZE 12
                          SELF-ACT
                          ID 8
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L, W-TROCOU-L.
       INICIO.
           | troca de senha pelo proprio usuario, chamada pelo
           | login quando a senha venceu ou e provisoria; a
           | nova senha segue as regras do PRJ-SENHA-VALIDA e
           | devolve 'S' em W-TROCOU-L quando gravada

           MOVE 'N' TO W-TROCOU-L

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 80 LINES 10
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Troca de senha"
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
           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-CONFIRMAR
                  PERFORM CONFIRMAR
                  IF W-TROCOU-L = 'S'
                     SET TECLOU-ESC TO TRUE
                  END-IF
           END-EVALUATE.

       CONFIRMAR.
           OPEN I-O CUSUARIO
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE USU-REG-1
           MOVE W-LOGIN-L TO USU-LOGIN
           READ CUSUARIO
           IF NOT VAL-USU
              CLOSE CUSUARIO
              PERFORM ERRO-ARQUIVO
           END-IF

           CALL "PRJ-HASH" USING W-SENHA-ATUAL, W-SENHA-HASH
           CANCEL "PRJ-HASH"
           IF W-SENHA-HASH NOT = USU-SENHA
              CLOSE CUSUARIO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Senha atual incorreta.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              EXIT PARAGRAPH
           END-IF

           IF W-SENHA-NOVA NOT = W-SENHA-CONF
              CLOSE CUSUARIO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'A confirmacao nao confere com a nova senha.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 6 TO W-CONTROL-ID
              EXIT PARAGRAPH
           END-IF

           CALL "PRJ-SENHA-VALIDA" USING W-SENHA-NOVA, USU-SENHA,
                                  USU-HIST-SENHAS, W-MSG-SENHA
           CANCEL "PRJ-SENHA-VALIDA"
           IF W-MSG-SENHA NOT = SPACES
              CLOSE CUSUARIO
              INITIALIZE CA-MESSAGE-LINK
              MOVE W-MSG-SENHA TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING W-IND-HIST FROM 10 BY -1
                   UNTIL W-IND-HIST < 2
              MOVE USU-HIST-SENHA(W-IND-HIST - 1)
                TO USU-HIST-SENHA(W-IND-HIST)
           END-PERFORM
           MOVE USU-SENHA TO USU-HIST-SENHA(1)

           CALL "PRJ-HASH" USING W-SENHA-NOVA, W-SENHA-HASH
           CANCEL "PRJ-HASH"
           MOVE W-SENHA-HASH TO USU-SENHA

           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE W-DATASIS =      W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           MOVE W-DATASIS TO USU-DT-SENHA
           SET USU-SENHA-PROVISORIA TO FALSE

           REWRITE USU-REG-1
           IF NOT VAL-USU
              CLOSE CUSUARIO
              PERFORM ERRO-ARQUIVO
           END-IF
           CLOSE CUSUARIO

           PERFORM GRAVA-LOG
           MOVE 'S' TO W-TROCOU-L

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Senha alterada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       GRAVA-LOG.
           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG
           END-IF
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO
           END-IF

           ACCEPT W-HORA FROM TIME
           INITIALIZE LOG-REG-1
           MOVE W-HORA TO LOG-HORA
           MOVE W-DATASIS TO LOG-DIA
           MOVE W-LOGIN-L TO LOG-USU
           MOVE 'TROCA DE SENHA' TO LOG-REG
           MOVE 'USUARIO.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 2 TO LOG-TIPO
           WRITE LOG-REG-1
           CLOSE CLOG.

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
              MOVE 'PRJ-TROCA-SE' TO ERRL-PROG
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

       MOSTRA-MSG-MENSAGEM.
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".
