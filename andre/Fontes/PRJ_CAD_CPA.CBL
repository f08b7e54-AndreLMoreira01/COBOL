       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-CPA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_CPA.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_CPA.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.

       |
       | TABELA DE COMPENSA??O POR ATRASO:
       | cada faixa guarda o atraso m?nimo (em minutos) a partir
       | do qual o passageiro embarcado recebe o percentual do
       | bilhete como cr?dito na carteira. No PRJ-COMPATR-LOTE
       | vale a faixa de maior atraso que n?o passe do atraso
       | apurado da partida; sem faixa aplic?vel, n?o h?
       | compensa??o.
       |
       01  W-CAMPOS.
           03  ST-CPA                PIC  X(02).
               88 VAL-CPA            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-MINUTOS      PIC 9(04).
               05 W-PERC         PIC 9(03)V99.

               | rastro de auditoria da regrava??o
               | (PRJ-AUD-GRAVA): antes/depois do campo
               05 W-AUD-CHAVE    PIC X(20).
               05 W-AUD-CAMPO    PIC X(20).
               05 W-AUD-ANTES    PIC X(40).
               05 W-AUD-DEPOIS   PIC X(40).
               05 W-AUD-PERC-ED  PIC ZZ9,99.
               05 W-AUD-ARQ      PIC X(11) VALUE 'COMPATR.ARQ'.
               05 W-LOG-TEXTO    PIC X(60).
               05 W-LOG-TIPO     PIC 9(01).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
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
                          TITLE "Atraso m?nimo (minutos):"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MINUTOS
                          LINE 02
                          COL 32
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-MINUTOS.

           03 LABEL       LINE 04 COL 05
                          TITLE "Compensa??o (% do bilhete):"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PERC
                          LINE 04
                          COL 32
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-PERC.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 06
                          COL 05
                          SIZE 12
                          ID 5
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 06
                          COL 20
                          SIZE 12
                          ID 6
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 06
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 7
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CCOMPATR
           IF ST-CPA = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CCOMPATR
              CLOSE CCOMPATR
              OPEN I-O CCOMPATR.
           IF NOT VAL-CPA
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 75 LINES 8
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Compensa??o por atraso"
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
           CLOSE CCOMPATR CLOG.

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

       PROC-MINUTOS.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           | faixa j? cadastrada: traz o percentual para a tela
           INITIALIZE CPA-REG-1
           MOVE W-MINUTOS TO CPA-MINUTOS
           READ CCOMPATR
           IF VAL-CPA
              MOVE CPA-PERC TO W-PERC
           ELSE
              IF ST-CPA = '23'
                 MOVE 0 TO W-PERC
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       PROC-PERC.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-PERC.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       GRAVAR.
           PERFORM VALIDA-MINUTOS.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-PERC.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE    CPA-REG-1
           MOVE W-MINUTOS TO CPA-MINUTOS
           READ CCOMPATR
           IF ST-CPA = '23'
                INITIALIZE CPA-REG-1
                MOVE W-MINUTOS TO CPA-MINUTOS
           ELSE
                IF NOT VAL-CPA
                    PERFORM ERRO-ARQUIVO.

           | auditoria campo a campo: o percentual antigo da
           | faixa fica no rastro quando muda na regrava??o
           IF ST-CPA NOT = '23'
              AND CPA-PERC NOT = W-PERC
              MOVE W-MINUTOS TO W-AUD-CHAVE
              MOVE 'CPA-PERC' TO W-AUD-CAMPO
              MOVE CPA-PERC TO W-AUD-PERC-ED
              MOVE W-AUD-PERC-ED TO W-AUD-ANTES
              MOVE W-PERC TO W-AUD-PERC-ED
              MOVE W-AUD-PERC-ED TO W-AUD-DEPOIS
              PERFORM GRAVA-AUDITORIA
           END-IF

           MOVE W-PERC    TO CPA-PERC
           MOVE W-LOGIN-L TO CPA-USU

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Compensacao por atraso alterada' TO W-LOG-TEXTO
           IF ST-CPA = '23'
               MOVE 1 TO W-LOG-TIPO
               PERFORM GRAVA-LOG-CPA
               WRITE CPA-REG-1
               MOVE 'Faixa de compensa??o gravada.' TO CA-MESSAGE-1
           ELSE
               MOVE 2 TO W-LOG-TIPO
               PERFORM GRAVA-LOG-CPA
              REWRITE CPA-REG-1
              MOVE 'Faixa de compensa??o regravada.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-CPA
              PERFORM ERRO-ARQUIVO.

           PERFORM MOSTRA-MSG-MENSAGEM.

       GRAVA-AUDITORIA.
           CALL "PRJ_AUD_GRAVA" USING W-AUD-ARQ, W-AUD-CHAVE,
                W-AUD-CAMPO, W-AUD-ANTES, W-AUD-DEPOIS, W-LOGIN-L
              ON OVERFLOW CONTINUE
              NOT OVERFLOW
                   CANCEL "PRJ_AUD_GRAVA"
           END-CALL.

       VALIDA-MINUTOS.

           SET VALIDACAO-OK TO TRUE.
           IF W-MINUTOS = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o atraso m?nimo da faixa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-PERC.

           SET VALIDACAO-OK TO TRUE.
           IF W-PERC > 100
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Percentual inv?lido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
              SET VALIDACAO-OK TO FALSE
           END-IF.

       EXCLUIR.

           PERFORM VALIDA-MINUTOS.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE             CPA-REG-1.
           MOVE W-MINUTOS   TO CPA-MINUTOS
           READ CCOMPATR
           IF ST-CPA = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Faixa de compensa??o n?o cadastrada.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VAL-CPA
                 PERFORM ERRO-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir a faixa de compensa??o?'
             TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE 'Compensacao por atraso excluida' TO W-LOG-TEXTO
              MOVE 3 TO W-LOG-TIPO
              PERFORM GRAVA-LOG-CPA
              DELETE CCOMPATR
              IF NOT VAL-CPA
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Faixa de compensa??o exclu?da.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA
              DISPLAY TELA-PRINCIPAL
           END-IF.

       GRAVA-LOG-CPA.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
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
           MOVE W-LOG-TEXTO TO LOG-REG
           MOVE 'COMPATR.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE W-LOG-TIPO TO LOG-TIPO
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
              MOVE 'PRJ-CAD-CPA' TO ERRL-PROG
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
