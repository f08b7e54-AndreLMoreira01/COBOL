       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-FER.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_FER.SL".
       COPY "PRJ_CID.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_FER.FD".
       COPY "PRJ_CID.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.
       78  EXCEPTION-LISTAR               VALUE 04.
       78  EXCEPTION-SELECIONAR           VALUE 05.

       01  W-CAMPOS.
           03  ST-FER                PIC  X(02).
               88 VAL-FER            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-ABRANG       PIC 9(01) VALUE 1.
               05 W-UF           PIC X(02).
                  88 UF-VALIDA  VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                      'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                      'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                      'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                      'SE' 'SP' 'TO'.
               05 W-CIDADE       PIC 9(03).
               05 W-NOME-CID     PIC X(60).
               05 W-DIA          PIC 9(02).
               05 W-MES          PIC 9(02).
               05 W-ANO          PIC 9(04).
               05 W-DESCR        PIC X(40).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-LOG-ACAO              PIC  X(60).
               05 W-LOG-CHAVE.
                  07 WG-DIA               PIC  9(02).
                  07 FILLER               PIC  X(01) VALUE '/'.
                  07 WG-MES               PIC  9(02).
                  07 FILLER               PIC  X(01) VALUE '/'.
                  07 WG-ANO               PIC  9(04).
                  07 FILLER               PIC  X(01) VALUE SPACE.
                  07 WG-UF                PIC  X(02).
                  07 FILLER               PIC  X(01) VALUE SPACE.
                  07 WG-CID               PIC  9(03).
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

       01  CAMPOS-LISTA-FERIADOS-W.
           03  W-LISTA-QTD                PIC  9(03) VALUE 0.
           03  W-LISTA-IDX                PIC  9(03) VALUE 0.
           03  W-LISTA-CHAVE-TAB OCCURS 500 TIMES
                                          PIC  X(14).
           03  W-LISTA-LINHA.
               05  WL-ABRANG              PIC  X(10).
               05  FILLER                 PIC  X(02) VALUE SPACES.
               05  WL-DIA                 PIC  9(02).
               05  FILLER                 PIC  X(01) VALUE '/'.
               05  WL-MES                 PIC  9(02).
               05  FILLER                 PIC  X(01) VALUE '/'.
               05  WL-ANO                 PIC  X(04).
               05  FILLER                 PIC  X(02) VALUE SPACES.
               05  WL-LOCAL               PIC  X(25).
               05  FILLER                 PIC  X(02) VALUE SPACES.
               05  WL-DESCR               PIC  X(40).

           COPY "DATASW.CPY".

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
       01  JANELA-LISTA                   PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".

       LINKAGE SECTION.

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Abrang?ncia:"
                          ID 1
                          TRANSPARENT.

           03 RADIO-BUTTON
                       TITLE "Nacional"
                       LINE 02
                       COL 20
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-ABRANG
                       ID 2
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Estadual"
                       LINE 02
                       COL 35
                       GROUP 1
                       GROUP-VALUE 2
                       USING W-ABRANG
                       ID 3
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Municipal"
                       LINE 02
                       COL 50
                       GROUP 1
                       GROUP-VALUE 3
                       USING W-ABRANG
                       ID 4
                       FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "UF:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF
                          LINE 04
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          UPPER
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Cidade:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CIDADE
                          LINE 06
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CID.

           03 EF-NOME-CID ENTRY-FIELD USING W-NOME-CID
                          LINE 06
                          COL 27
                          SIZE 45
                          3-D
                          BOXED
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Dia/M?s:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DIA
                          LINE 08
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING W-MES
                          LINE 08
                          COL 25
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 36
                          TITLE "Ano (0-todo ano):"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ANO
                          LINE 08
                          COL 54
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CHAVE.

           03 LABEL       LINE 10 COL 05
                          TITLE "Descri??o:"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESCR
                          LINE 10
                          COL 20
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 13
                          COL 05
                          SIZE 12
                          ID 17
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 13
                          COL 20
                          SIZE 12
                          ID 18
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Listar"
                          LINE 13
                          COL 35
                          SIZE 12
                          ID 19
                          EXCEPTION-VALUE EXCEPTION-LISTAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 13
                          COL 50
                          SIZE 12
                          SELF-ACT
                          ID 20
                          EXCEPTION-VALUE 27.

       01  TELA-LISTA-FERIADOS.
           03 LST-FERIADOS LIST-BOX
                       LINE 02
                       COL 02
                       SIZE 100
                       LINES 20
                       3-D
                       ID 1
                       FONT SMALL-FONT
                       USING W-LISTA-IDX
                       UNSORTED
                       NOTIFY.

           03 PUSH-BUTTON TITLE "&Selecionar"
                          LINE 23
                          COL 40
                          SIZE 14
                          ID 2
                          EXCEPTION-VALUE EXCEPTION-SELECIONAR.

           03 PUSH-BUTTON TITLE "&Fechar"
                          LINE 23
                          COL 57
                          SIZE 12
                          SELF-ACT
                          ID 3
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | calendario de feriados usado no calculo de dia util
           | (PRJ_DIA_UTIL): nacional vale para todas as cidades,
           | estadual para as cidades da UF e municipal so para a
           | cidade; ano zero repete o feriado todo ano. Sabado e
           | domingo nao precisam ser cadastrados

           OPEN I-O CFERIADO
           IF ST-FER = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CFERIADO
              CLOSE CFERIADO
              OPEN I-O CFERIADO.
           IF NOT VAL-FER
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
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
                           SIZE 80 LINES 15
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Feriados"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-NOME-CID, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CFERIADO CCIDADE CLOG.

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
             WHEN EXCEPTION-LISTAR
                  PERFORM LISTAR-FERIADOS
           END-EVALUATE.

       PROC-CID.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM BUSCA-CIDADE
           DISPLAY TELA-PRINCIPAL.

       PROC-CHAVE.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CHAVE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM MONTA-CHAVE
           READ CFERIADO
           IF VAL-FER
              MOVE FER-DESCR TO W-DESCR
           ELSE
              IF ST-FER = '23'
                 MOVE SPACES TO W-DESCR
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       BUSCA-CIDADE.
           MOVE SPACES TO W-NOME-CID
           IF W-CIDADE = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CID-REG-1
           MOVE W-CIDADE TO CID-ID
           READ CCIDADE
           IF VAL-CID
              MOVE CID-NOME TO W-NOME-CID
           END-IF.

       MONTA-CHAVE.
           INITIALIZE FER-REG-1
           MOVE W-ABRANG TO FER-ABRANG
           MOVE W-UF     TO FER-UF
           MOVE W-CIDADE TO FER-CID
           MOVE W-ANO    TO FER-ANO
           MOVE W-MES    TO FER-MES
           MOVE W-DIA    TO FER-DIA.

       GRAVAR.
           PERFORM VALIDA-CHAVE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-DESCR = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a descri??o do feriado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 16 TO W-CONTROL-ID
              EXIT PARAGRAPH
           END-IF

           PERFORM MONTA-CHAVE
           READ CFERIADO
           IF ST-FER = '23'
                PERFORM MONTA-CHAVE
           ELSE
                IF NOT VAL-FER
                    PERFORM ERRO-ARQUIVO.

           MOVE W-DESCR   TO FER-DESCR
           MOVE W-LOGIN-L TO FER-USU
           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE FER-DT-ALT =    W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Feriado alterado' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-FER
           IF ST-FER = '23'
               WRITE FER-REG-1
               MOVE 'Feriado gravado.' TO CA-MESSAGE-1
           ELSE
              REWRITE FER-REG-1
              MOVE 'Feriado regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-FER
              PERFORM ERRO-ARQUIVO.

           PERFORM MOSTRA-MSG-MENSAGEM.

       EXCLUIR.
           PERFORM VALIDA-CHAVE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM MONTA-CHAVE
           READ CFERIADO
           IF ST-FER = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Feriado n?o cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FER
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir o feriado?'
                TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE 'Feriado excluido' TO W-LOG-ACAO
              PERFORM GRAVA-LOG-FER
              DELETE CFERIADO
              IF NOT VAL-FER
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Feriado exclu?do.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA
              MOVE 1 TO W-ABRANG
              DISPLAY TELA-PRINCIPAL
           END-IF.

       VALIDA-CHAVE.
           | a abrangencia decide quais partes da chave valem:
           | nacional sem UF e cidade, estadual so com UF e
           | municipal so com a cidade

           SET VALIDACAO-OK TO TRUE.
           EVALUATE W-ABRANG
              WHEN 2
                 MOVE 0 TO W-CIDADE
                 MOVE SPACES TO W-NOME-CID
                 IF NOT UF-VALIDA
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'UF inv?lida.' TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    MOVE 4 TO W-ACCEPT-CONTROL
                    MOVE 6 TO W-CONTROL-ID
                    SET VALIDACAO-OK TO FALSE
                    EXIT PARAGRAPH
                 END-IF
              WHEN 3
                 MOVE SPACES TO W-UF
                 PERFORM BUSCA-CIDADE
                 IF W-CIDADE = 0 OR W-NOME-CID = SPACES
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Cidade n?o cadastrada.' TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    MOVE 4 TO W-ACCEPT-CONTROL
                    MOVE 8 TO W-CONTROL-ID
                    SET VALIDACAO-OK TO FALSE
                    EXIT PARAGRAPH
                 END-IF
              WHEN OTHER
                 MOVE 1 TO W-ABRANG
                 MOVE SPACES TO W-UF W-NOME-CID
                 MOVE 0 TO W-CIDADE
           END-EVALUATE

           | feriado de todo ano e criticado num ano bissexto
           | para aceitar 29/02
           MOVE W-DIA TO W-DIA-CRIT
           MOVE W-MES TO W-MES-CRIT
           MOVE W-ANO TO W-ANO-CRIT
           IF W-ANO = 0
              MOVE 2000 TO W-ANO-CRIT
           END-IF
           PERFORM CRITICA-DATA
           IF W-DIA = 0 OR NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 11 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       LISTAR-FERIADOS.
           MOVE 0 TO W-LISTA-QTD
           MODIFY LST-FERIADOS, RESET-LIST = 1

           INITIALIZE FER-REG-1
           START CFERIADO KEY >= FER-CHAVE
                 INVALID KEY
                    CONTINUE
           END-START

           PERFORM UNTIL 1 = 2
              READ CFERIADO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FER
                 EXIT PERFORM
              END-IF
              IF W-LISTA-QTD < 500
                 ADD 1 TO W-LISTA-QTD
                 MOVE FER-CHAVE TO W-LISTA-CHAVE-TAB (W-LISTA-QTD)
                 PERFORM MONTA-LINHA-LISTA
                 MODIFY LST-FERIADOS, ITEM-TO-ADD = W-LISTA-LINHA
              END-IF
           END-PERFORM

           IF W-LISTA-QTD = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Nenhum feriado cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 25
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Feriados"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-LISTA.

           DISPLAY TELA-LISTA-FERIADOS.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-LISTA-FERIADOS
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-LISTA
              END-ACCEPT
           END-PERFORM.

           CLOSE WINDOW JANELA-LISTA.
           MOVE 0 TO TECLA-ESCAPE.

       MONTA-LINHA-LISTA.
           EVALUATE TRUE
              WHEN FER-ESTADUAL
                 MOVE 'Estadual' TO WL-ABRANG
              WHEN FER-MUNICIPAL
                 MOVE 'Municipal' TO WL-ABRANG
              WHEN OTHER
                 MOVE 'Nacional' TO WL-ABRANG
           END-EVALUATE
           MOVE FER-DIA TO WL-DIA
           MOVE FER-MES TO WL-MES
           IF FER-ANO = 0
              MOVE '----' TO WL-ANO
           ELSE
              MOVE FER-ANO TO WL-ANO
           END-IF
           MOVE SPACES TO WL-LOCAL
           EVALUATE TRUE
              WHEN FER-ESTADUAL
                 MOVE FER-UF TO WL-LOCAL
              WHEN FER-MUNICIPAL
                 INITIALIZE CID-REG-1
                 MOVE FER-CID TO CID-ID
                 READ CCIDADE
                 IF VAL-CID
                    MOVE CID-NOME TO WL-LOCAL
                 END-IF
           END-EVALUATE
           MOVE FER-DESCR TO WL-DESCR.

       TRATA-EXCEPTION-TELA-LISTA.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-SELECIONAR
                  IF W-LISTA-IDX >= 1 AND W-LISTA-IDX <= W-LISTA-QTD
                     PERFORM SELECIONAR-FERIADO
                     SET TECLOU-ESC TO TRUE
                  ELSE
                     INITIALIZE CA-MESSAGE-LINK
                     MOVE 'Selecione um feriado na lista.'
                          TO CA-MESSAGE-1
                     PERFORM MOSTRA-MSG-ERRO
                  END-IF
           END-EVALUATE.

       SELECIONAR-FERIADO.
           MOVE W-LISTA-CHAVE-TAB (W-LISTA-IDX) TO FER-CHAVE
           READ CFERIADO
           IF NOT VAL-FER
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE FER-ABRANG TO W-ABRANG
           MOVE FER-UF     TO W-UF
           MOVE FER-CID    TO W-CIDADE
           MOVE FER-DIA    TO W-DIA
           MOVE FER-MES    TO W-MES
           MOVE FER-ANO    TO W-ANO
           MOVE FER-DESCR  TO W-DESCR
           PERFORM BUSCA-CIDADE

           DISPLAY TELA-PRINCIPAL.

       GRAVA-LOG-FER.
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
           MOVE W-DIA    TO WG-DIA
           MOVE W-MES    TO WG-MES
           MOVE W-ANO    TO WG-ANO
           MOVE W-UF     TO WG-UF
           MOVE W-CIDADE TO WG-CID
           MOVE W-LOGIN-L TO LOG-USU
           STRING W-LOG-ACAO DELIMITED BY '  '
                  ' ' W-LOG-CHAVE DELIMITED BY SIZE
                  INTO LOG-REG
           MOVE 'FERIADO.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-FER' TO ERRL-PROG
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

       COPY "DATASP.CPY".
