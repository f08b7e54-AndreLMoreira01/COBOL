       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ACERTO.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_ACE.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_ACE.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-BAIXAR               VALUE 02.

       01  W-CAMPOS.
           03  ST-ACE                PIC  X(02).
               88 VAL-ACE            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-PERIODO      PIC 9(06).
               05 W-EMP-A        PIC 9(02).
               05 W-EMP-B        PIC 9(02).
               05 W-DEVEDORA     PIC 9(02).
               05 W-CREDORA      PIC 9(02).
               05 W-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
               05 W-SITUACAO     PIC X(30).
               05 W-EMP-AUX      PIC 9(02).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-LOG-ACAO              PIC  X(60).
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
                          TITLE "Periodo (aaaamm):"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PERIODO
                          LINE 02
                          COL 25
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Empresa:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMP-A
                          LINE 04
                          COL 25
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Empresa:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMP-B
                          LINE 06
                          COL 25
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-EMP-B.

           03 LABEL       LINE 08 COL 05
                          TITLE "Empresa devedora:"
                          ID 7
                          TRANSPARENT.

           03 EF-DEVEDORA ENTRY-FIELD USING W-DEVEDORA
                          LINE 08
                          COL 25
                          3-D
                          BOXED
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Empresa credora:"
                          ID 9
                          TRANSPARENT.

           03 EF-CREDORA ENTRY-FIELD USING W-CREDORA
                          LINE 10
                          COL 25
                          3-D
                          BOXED
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Valor do acerto:"
                          ID 11
                          TRANSPARENT.

           03 EF-VALOR ENTRY-FIELD USING W-VALOR
                          LINE 12
                          COL 25
                          SIZE 16
                          3-D
                          BOXED
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Situacao:"
                          ID 13
                          TRANSPARENT.

           03 EF-SITUACAO ENTRY-FIELD USING W-SITUACAO
                          LINE 14
                          COL 25
                          SIZE 30
                          3-D
                          BOXED
                          ID 14
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Baixar"
                          LINE 17
                          COL 05
                          SIZE 12
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-BAIXAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 17
                          COL 20
                          SIZE 12
                          SELF-ACT
                          ID 16
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | consulta e baixa do acerto mensal entre duas
           | empresas gerado pelo PRJ-ACERTO-LOTE; a baixa
           | registra o pagamento da devedora a credora e o
           | PRJ-CONTAB-LOTE lanca a liquidacao no dia da baixa

           OPEN I-O CACERTO
           IF ST-ACE = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CACERTO
              CLOSE CACERTO
              OPEN I-O CACERTO.
           IF NOT VAL-ACE
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
                           SIZE 65 LINES 19
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Acerto entre empresas"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-DEVEDORA, ENABLED = FALSE
           MODIFY EF-CREDORA,  ENABLED = FALSE
           MODIFY EF-VALOR,    ENABLED = FALSE
           MODIFY EF-SITUACAO, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CACERTO CLOG.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-BAIXAR
                  PERFORM BAIXAR
           END-EVALUATE.

       PROC-EMP-B.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM LE-ACERTO
           IF NOT VALIDACAO-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Acerto nao gerado para o periodo.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
           END-IF

           DISPLAY TELA-PRINCIPAL.

       LE-ACERTO.
           | o par e gravado com a empresa de menor codigo
           | primeiro; aceita as duas em qualquer ordem
           SET VALIDACAO-OK TO FALSE
           MOVE 0 TO W-DEVEDORA W-CREDORA W-VALOR
           MOVE SPACES TO W-SITUACAO
           IF W-EMP-A > W-EMP-B
              MOVE W-EMP-A TO W-EMP-AUX
              MOVE W-EMP-B TO W-EMP-A
              MOVE W-EMP-AUX TO W-EMP-B
           END-IF

           INITIALIZE ACE-REG-1
           MOVE W-PERIODO TO ACE-PERIODO
           MOVE W-EMP-A   TO ACE-EMP-A
           MOVE W-EMP-B   TO ACE-EMP-B
           READ CACERTO
           IF ST-ACE = '23'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ACE
              PERFORM ERRO-ARQUIVO
           END-IF

           SET VALIDACAO-OK TO TRUE
           MOVE ACE-DEVEDORA TO W-DEVEDORA
           MOVE ACE-CREDORA  TO W-CREDORA
           MOVE ACE-VALOR    TO W-VALOR
           IF ACE-PAGO
              STRING 'LIQUIDADO EM ' ACE-DT-PAG(1:2) '/'
                     ACE-DT-PAG(3:2) '/' ACE-DT-PAG(5:4)
                     DELIMITED BY SIZE INTO W-SITUACAO
           ELSE
              MOVE 'EM ABERTO' TO W-SITUACAO
           END-IF.

       BAIXAR.
           PERFORM LE-ACERTO
           IF NOT VALIDACAO-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Acerto nao gerado para o periodo.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           DISPLAY TELA-PRINCIPAL

           IF ACE-PAGO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Acerto ja liquidado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma o pagamento do acerto?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           SET ACE-PAGO TO TRUE
           MOVE W-DATASIS TO ACE-DT-PAG
           MOVE W-LOGIN-L TO ACE-USU-PAG
           REWRITE ACE-REG-1
           IF NOT VAL-ACE
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'Acerto entre empresas liquidado' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-ACE

           PERFORM LE-ACERTO
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Acerto liquidado.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       GRAVA-LOG-ACE.
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
           STRING W-LOG-ACAO DELIMITED BY '  '
                  ' ' W-PERIODO ' ' W-EMP-A '/' W-EMP-B
                  DELIMITED BY SIZE
                  INTO LOG-REG
           MOVE 'ACERTO.ARQ ' TO LOG-ARQ
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
              MOVE 'PRJ-ACERTO' TO ERRL-PROG
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
