       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-CEP.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_CEP.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_CEP.FD".
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
           03  ST-CEP                PIC  X(02).
               88 VAL-CEP            VALUE '00' THRU '09'.

           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-CEP         PIC 9(08).
               05 W-LOGRADOURO  PIC X(60).
               05 W-BAIRRO      PIC X(40).
               05 W-CIDADE      PIC X(40).
               05 W-UF          PIC X(02).
                  88 UF-VALIDA  VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                      'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                      'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                      'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                      'SE' 'SP' 'TO'.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(8).

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
                          TITLE "CEP:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CEP
                          LINE 02
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CEP.

           03 LABEL       LINE 04 COL 05
                          TITLE "Logradouro:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-LOGRADOURO
                          LINE 04
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Bairro:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BAIRRO
                          LINE 06
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Cidade:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CIDADE
                          LINE 08
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CIDADE.

           03 LABEL       LINE 10 COL 05
                          TITLE "UF:"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF
                          LINE 10
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-UF.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 14
                          COL 05
                          SIZE 12
                          ID 7
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 14
                          COL 20
                          SIZE 12
                          ID 8
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 14
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 9
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | tabela de CEP: o cadastro de clientes e a
           | importacao completam logradouro, bairro, cidade e
           | UF pelo CEP digitado (PRJ_ENDERECO)

           OPEN I-O CCEP
           IF ST-CEP = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CCEP
              CLOSE CCEP
              OPEN I-O CCEP.
           IF NOT VAL-CEP
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
                           SIZE 105 LINES 16
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Cadastro de CEP"
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
           CLOSE CCEP CLOG.

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

       PROC-CEP.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CEP.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE      CEP-REG-1
           MOVE W-CEP TO CEP-NUM

           READ CCEP
           IF ST-CEP = '99'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Bloqueado por outro usuario.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH.
           IF (NOT VAL-CEP) AND (ST-CEP <> '23')
              PERFORM ERRO-ARQUIVO.

           IF ST-CEP <> '23'
              MOVE CEP-LOGRADOURO TO W-LOGRADOURO
              MOVE CEP-BAIRRO     TO W-BAIRRO
              MOVE CEP-CIDADE     TO W-CIDADE
              MOVE CEP-UF         TO W-UF
           ELSE
              INITIALIZE W-LOGRADOURO W-BAIRRO W-CIDADE W-UF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       PROC-CIDADE.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CIDADE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       PROC-UF.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-UF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       GRAVAR.
           PERFORM VALIDA-CEP.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-CIDADE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-UF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | grava em maiusculas, como a linha livre separada
           | pela conversao, para a comparacao de cidade bater
           INSPECT W-LOGRADOURO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT W-BAIRRO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           INSPECT W-CIDADE CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'

           INITIALIZE      CEP-REG-1

           MOVE W-CEP TO CEP-NUM
           READ CCEP
           IF ST-CEP = '23'
                INITIALIZE   CEP-REG-1
                MOVE W-CEP TO CEP-NUM
           ELSE
                IF NOT VAL-CEP
                    PERFORM ERRO-ARQUIVO.

           MOVE W-LOGRADOURO TO CEP-LOGRADOURO
           MOVE W-BAIRRO     TO CEP-BAIRRO
           MOVE W-CIDADE     TO CEP-CIDADE
           MOVE W-UF         TO CEP-UF

           INITIALIZE CA-MESSAGE-LINK
           PERFORM PREPARA-LOG
           IF ST-CEP = '23'
               MOVE 1 TO LOG-TIPO
               WRITE LOG-REG-1
               WRITE CEP-REG-1
               MOVE 'CEP gravado.' TO CA-MESSAGE-1
           ELSE
               MOVE 2 TO LOG-TIPO
               WRITE LOG-REG-1
               REWRITE CEP-REG-1
               MOVE 'CEP regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-CEP
              PERFORM ERRO-ARQUIVO.

           DISPLAY TELA-PRINCIPAL
           PERFORM MOSTRA-MSG-MENSAGEM.

       PREPARA-LOG.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =      W-ANOAUXI-I +
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
           MOVE SPACES TO LOG-REG
           STRING W-CEP ' ' W-CIDADE DELIMITED BY SIZE
                  INTO LOG-REG
           MOVE 'CEP.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC.

       VALIDA-CEP.

           SET VALIDACAO-OK TO TRUE.
           IF W-CEP = ZEROS
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'CEP invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-CIDADE.

           SET VALIDACAO-OK TO TRUE.
           IF W-CIDADE = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cidade invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 11 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-UF.
           SET VALIDACAO-OK TO TRUE.
           INSPECT W-UF CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF NOT UF-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 13 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       EXCLUIR.

           INITIALIZE             CEP-REG-1.
           MOVE W-CEP TO CEP-NUM
           READ CCEP
           IF ST-CEP = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'CEP nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           ELSE
              IF NOT VAL-CEP
                 PERFORM ERRO-ARQUIVO.

           | o cliente guarda o endereco completo; excluir o CEP
           | so tira o preenchimento automatico
           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir o CEP?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              PERFORM PREPARA-LOG
              MOVE 3 TO LOG-TIPO
              WRITE LOG-REG-1
              DELETE CCEP
              IF NOT VAL-CEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'CEP excluido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA
              DISPLAY TELA-PRINCIPAL
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
              MOVE 'PRJ-CAD-CEP' TO ERRL-PROG
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
