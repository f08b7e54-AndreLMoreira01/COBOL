       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-ICM.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_ICM.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_ICM.FD".
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
           03  ST-ICM                PIC  X(02).
               88 VAL-ICM            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-UF-ORI       PIC X(02).
                  88 UF-ORI-VALIDA VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                         'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                         'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                         'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                         'SE' 'SP' 'TO'.
               05 W-UF-DES       PIC X(02).
                  88 UF-DES-VALIDA VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                         'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                         'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                         'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                         'SE' 'SP' 'TO' '**'.
               05 W-ALIQ         PIC 9(02)V99.
               05 W-RED-BASE     PIC 9(03)V99.

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
                          TITLE "UF origem:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF-ORI
                          LINE 02
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-UF-ORI.

           03 LABEL       LINE 04 COL 05
                          TITLE "UF destino (** = demais):"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF-DES
                          LINE 04
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-UF-DES.

           03 LABEL       LINE 06 COL 05
                          TITLE "Aliquota (%):"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ALIQ
                          LINE 06
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Reducao da base (%):"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-RED-BASE
                          LINE 08
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 10
                          COL 05
                          SIZE 12
                          ID 9
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 10
                          COL 20
                          SIZE 12
                          ID 10
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 11
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | regra de ICMS por UF de origem e destino da
           | viagem; destino ** vale para qualquer UF sem regra
           | propria; usada na apuracao mensal (PRJ-ICMS-LOTE)

           OPEN I-O CICMS
           IF ST-ICM = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CICMS
              CLOSE CICMS
              OPEN I-O CICMS.
           IF NOT VAL-ICM
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
                           SIZE 75 LINES 12
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Aliquotas de ICMS por UF"
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
           CLOSE CICMS CLOG.

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

       PROC-UF-ORI.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-UF-ORI.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       PROC-UF-DES.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-UF-DES.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ICM-REG-1
           MOVE W-UF-ORI TO ICM-UF-ORI
           MOVE W-UF-DES TO ICM-UF-DES
           READ CICMS
           IF VAL-ICM
              MOVE ICM-ALIQ     TO W-ALIQ
              MOVE ICM-RED-BASE TO W-RED-BASE
           ELSE
              IF ST-ICM = '23'
                 MOVE 0 TO W-ALIQ W-RED-BASE
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       GRAVAR.
           PERFORM VALIDA-UF-ORI.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-UF-DES.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-RED-BASE > 100
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Reducao da base acima de 100%.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE    ICM-REG-1
           MOVE W-UF-ORI TO ICM-UF-ORI
           MOVE W-UF-DES TO ICM-UF-DES
           READ CICMS
           IF ST-ICM = '23'
                INITIALIZE ICM-REG-1
                MOVE W-UF-ORI TO ICM-UF-ORI
                MOVE W-UF-DES TO ICM-UF-DES
           ELSE
                IF NOT VAL-ICM
                    PERFORM ERRO-ARQUIVO.

           MOVE W-ALIQ     TO ICM-ALIQ
           MOVE W-RED-BASE TO ICM-RED-BASE
           MOVE W-LOGIN-L  TO ICM-USU

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Aliquota de ICMS alterada' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-ICM
           IF ST-ICM = '23'
               WRITE ICM-REG-1
               MOVE 'Aliquota gravada.' TO CA-MESSAGE-1
           ELSE
              REWRITE ICM-REG-1
              MOVE 'Aliquota regravada.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-ICM
              PERFORM ERRO-ARQUIVO.

           PERFORM MOSTRA-MSG-MENSAGEM.

       EXCLUIR.
           INITIALIZE    ICM-REG-1
           MOVE W-UF-ORI TO ICM-UF-ORI
           MOVE W-UF-DES TO ICM-UF-DES
           READ CICMS
           IF ST-ICM = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Aliquota nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ICM
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir a aliquota?'
                TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE 'Aliquota de ICMS excluida' TO W-LOG-ACAO
              PERFORM GRAVA-LOG-ICM
              DELETE CICMS
              IF NOT VAL-ICM
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Aliquota excluida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA
              DISPLAY TELA-PRINCIPAL
           END-IF.

       VALIDA-UF-ORI.

           SET VALIDACAO-OK TO TRUE.
           IF NOT UF-ORI-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF de origem invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-UF-DES.

           SET VALIDACAO-OK TO TRUE.
           IF NOT UF-DES-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF de destino invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       GRAVA-LOG-ICM.
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
                  ' ' W-UF-ORI '/' W-UF-DES DELIMITED BY SIZE
                  INTO LOG-REG
           MOVE 'ICMS.ARQ   ' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-ICM' TO ERRL-PROG
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
