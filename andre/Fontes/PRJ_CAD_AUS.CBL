       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-AUS.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_AUS.SL".
       COPY "PRJ_MOT.SL".
       COPY "PRJ_USU.SL".
       COPY "PRJ_VIA.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_AUS.FD".
       COPY "PRJ_MOT.FD".
       COPY "PRJ_USU.FD".
       COPY "PRJ_VIA.FD".
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
           03  ST-AUS                PIC  X(02).
               88 VAL-AUS            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-MAT              PIC X(10).
               05 W-NOME-MOT         PIC X(60).
               05 W-DTINI-EDIT       PIC 99/99/9999.
               05 W-DTFIM-EDIT       PIC 99/99/9999.
               05 W-TIPO             PIC 9(01) VALUE 0.
               05 W-APROVADOR        PIC X(10).
               05 W-OBS              PIC X(40).
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 W-DTINI                 PIC  9(08).
               05 W-DTFIM                 PIC  9(08).
               05 W-DTINI-I               PIC  9(08).
               05 W-DTFIM-I               PIC  9(08).
               05 W-AUS-INI-I             PIC  9(08).
               05 W-AUS-FIM-I             PIC  9(08).
               05 W-VIA-I                 PIC  9(08).
               05 W-QTD-ESCALAS           PIC  9(04) VALUE 0.
               05 W-QTD-EDIT              PIC  ZZZ9.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-LOG-ACAO              PIC  X(30).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 AUS-SOBREPOSTA       VALUE 'S' FALSE ' '.

           03 CAMPOS-LISTA.
               05 W-ESC-LINHA.
                  07 WE-FRO   PIC 9(03).
                  07 FILLER   PIC X(03) VALUE SPACES.
                  07 WE-DATA  PIC 99/99/9999.
                  07 FILLER   PIC X(03) VALUE SPACES.
                  07 WE-NUM   PIC 9(01).
                  07 FILLER   PIC X(03) VALUE SPACES.
                  07 WE-HH    PIC 99.
                  07 FILLER   PIC X(01) VALUE ':'.
                  07 WE-MM    PIC 99.
                  07 FILLER   PIC X(03) VALUE SPACES.
                  07 WE-VEI   PIC X(08).
                  07 FILLER   PIC X(03) VALUE SPACES.
                  07 WE-COB   PIC X(10).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).

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

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Matricula do motorista:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MAT
                          LINE 02
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-MAT.

           03 EF-NOME-MOT ENTRY-FIELD USING W-NOME-MOT
                          LINE 02
                          COL 43
                          SIZE 45
                          3-D
                          BOXED
                          ID 3
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Inicio:"
                          ID 4
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTINI-EDIT
                          LINE 04
                          COL 14
                          3-D
                          BOXED
                          AUTO
                          ID 5
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CHAVE.

           03 LABEL       LINE 04 COL 28
                          TITLE "Fim:"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTFIM-EDIT
                          LINE 04
                          COL 34
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 48
                          TITLE "Tipo (1-fer 2-atest 3-folga 4-susp):"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO
                          LINE 04
                          COL 86
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Aprovado por:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-APROVADOR
                          LINE 06
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 34
                          TITLE "Obs:"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OBS
                          LINE 06
                          COL 40
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 08
                          COL 05
                          SIZE 12
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 08
                          COL 20
                          SIZE 12
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 08
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 16
                          EXCEPTION-VALUE 27.

           03 LABEL       LINE 10 COL 05
                          TITLE "Partidas ja escaladas no periodo:"
                          ID 17
                          TRANSPARENT.

           03 LST-ESCALAS LIST-BOX
                       LINE 11
                       COL 02
                       SIZE 90
                       LINES 8
                       3-D
                       ID 18
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED
                       NOTIFY.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | ferias, atestados, folgas e suspensoes do motorista:
           | a escala recusa motorista ausente na data da partida
           | e, ao lancar a ausencia, a lista traz as partidas do
           | VIAGEM.ARQ ja escaladas com ele dentro do periodo,
           | para o despacho reescalar

           OPEN I-O CAUSENCIA
           IF ST-AUS = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CAUSENCIA
              CLOSE CAUSENCIA
              OPEN I-O CAUSENCIA.
           IF NOT VAL-AUS
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CUSUARIO
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF ST-VIA = '35'
              OPEN OUTPUT CVIAGEM
              CLOSE CVIAGEM
              OPEN INPUT CVIAGEM.
           IF NOT VAL-VIA
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
                           SIZE 95 LINES 20
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Ausencias de motorista"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-NOME-MOT, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CAUSENCIA CMOTORISTA CUSUARIO CVIAGEM CLOG.

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

       PROC-MAT.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-MAT.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       PROC-CHAVE.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CHAVE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | ausencia ja lancada com o mesmo inicio: traz para
           | alteracao e mostra as partidas em conflito
           INITIALIZE AUS-REG-1
           MOVE W-MAT   TO AUS-MOT
           MOVE W-DTINI TO AUS-DT-INI
           READ CAUSENCIA
           IF VAL-AUS
              MOVE AUS-DT-FIM    TO W-DTFIM-EDIT
              MOVE AUS-TIPO      TO W-TIPO
              MOVE AUS-APROVADOR TO W-APROVADOR
              MOVE AUS-OBS       TO W-OBS
              MOVE AUS-DT-FIM    TO W-DTFIM
              MOVE AUS-DT-FIM    TO W-DATAUXI
              COMPUTE W-DTFIM-I = W-ANOAUXI * 10000 +
                                  W-MESAUXI * 100 +
                                  W-DIAAUXI
              PERFORM LISTA-ESCALAS
           ELSE
              IF ST-AUS NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE 0 TO W-DTFIM-EDIT W-TIPO
              MOVE SPACES TO W-APROVADOR W-OBS
              MODIFY LST-ESCALAS, RESET-LIST = 1
           END-IF

           DISPLAY TELA-PRINCIPAL.

       VALIDA-MAT.
           SET VALIDACAO-OK TO TRUE
           IF W-MAT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a matricula do motorista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MOT-REG-1
           MOVE W-MAT TO MOT-ID
           READ CMOTORISTA
           IF ST-MOT = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Motorista nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO
           END-IF
           IF NOT MOT-MOTORISTA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tripulante nao e motorista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           MOVE MOT-NOME TO W-NOME-MOT
           DISPLAY TELA-PRINCIPAL.

       VALIDA-CHAVE.
           PERFORM VALIDA-MAT
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           MOVE W-DTINI-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de inicio invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTINI
           MOVE W-DTINI     TO W-DATAUXI
           COMPUTE W-DTINI-I = W-ANOAUXI * 10000 +
                               W-MESAUXI * 100 +
                               W-DIAAUXI.

       GRAVAR.
           PERFORM VALIDA-CHAVE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           MOVE W-DTFIM-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTFIM
           MOVE W-DTFIM     TO W-DATAUXI
           COMPUTE W-DTFIM-I = W-ANOAUXI * 10000 +
                               W-MESAUXI * 100 +
                               W-DIAAUXI
           IF W-DTFIM-I < W-DTINI-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final anterior ao inicio.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-TIPO < 1 OR W-TIPO > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo de ausencia invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-APROVADOR = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe quem aprovou a ausencia.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE USU-REG-1
           MOVE W-APROVADOR TO USU-LOGIN
           READ CUSUARIO
           IF ST-USU = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Aprovador nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM VERIFICA-SOBREPOSICAO
           IF AUS-SOBREPOSTA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Periodo sobrepoe outra ausencia do motorista.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE AUS-REG-1
           MOVE W-MAT   TO AUS-MOT
           MOVE W-DTINI TO AUS-DT-INI
           READ CAUSENCIA
           IF ST-AUS = '23'
              INITIALIZE AUS-REG-1
              MOVE W-MAT   TO AUS-MOT
              MOVE W-DTINI TO AUS-DT-INI
              ACCEPT W-DATASIS FROM CENTURY-DATE
              MOVE W-DATASIS  TO W-DATAUXI
              COMPUTE AUS-DT-INC = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           ELSE
              IF NOT VAL-AUS
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           MOVE W-DTFIM     TO AUS-DT-FIM
           MOVE W-TIPO      TO AUS-TIPO
           MOVE W-APROVADOR TO AUS-APROVADOR
           MOVE W-OBS       TO AUS-OBS
           MOVE W-LOGIN-L   TO AUS-USU

           INITIALIZE CA-MESSAGE-LINK
           IF ST-AUS = '23'
              MOVE 'Ausencia lancada' TO W-LOG-ACAO
              WRITE AUS-REG-1
              MOVE 'Ausencia gravada.' TO CA-MESSAGE-1
           ELSE
              MOVE 'Ausencia alterada' TO W-LOG-ACAO
              REWRITE AUS-REG-1
              MOVE 'Ausencia regravada.' TO CA-MESSAGE-1
           END-IF
           IF NOT VAL-AUS
              PERFORM ERRO-ARQUIVO
           END-IF
           PERFORM GRAVA-LOG-AUSENCIA

           PERFORM LISTA-ESCALAS
           IF W-QTD-ESCALAS > 0
              MOVE W-QTD-ESCALAS TO W-QTD-EDIT
              STRING W-QTD-EDIT ' partida(s) ja escalada(s) no'
                     ' periodo - reescalar.'
                     DELIMITED BY SIZE INTO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           ELSE
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

       VERIFICA-SOBREPOSICAO.
           | um motorista nao tem duas ausencias cobrindo o
           | mesmo dia; a propria ausencia (mesmo inicio) e
           | ignorada na alteracao
           SET AUS-SOBREPOSTA TO FALSE
           INITIALIZE AUS-REG-1
           MOVE W-MAT TO AUS-MOT
           MOVE 0     TO AUS-DT-INI
           START CAUSENCIA KEY >= AUS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL 1 = 2
              READ CAUSENCIA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-AUS
                 EXIT PERFORM
              END-IF
              IF AUS-MOT NOT = W-MAT
                 EXIT PERFORM
              END-IF
              IF AUS-DT-INI NOT = W-DTINI
                 MOVE AUS-DT-INI TO W-DATAUXI
                 COMPUTE W-AUS-INI-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 MOVE AUS-DT-FIM TO W-DATAUXI
                 COMPUTE W-AUS-FIM-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-AUS-INI-I <= W-DTFIM-I
                    AND W-AUS-FIM-I >= W-DTINI-I
                    SET AUS-SOBREPOSTA TO TRUE
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       LISTA-ESCALAS.
           | partidas ainda nao realizadas com o motorista
           | escalado entre o inicio e o fim da ausencia; a
           | chave comeca em frota 000 para cobrir todas as
           | linhas
           MOVE 0 TO W-QTD-ESCALAS
           MODIFY LST-ESCALAS, RESET-LIST = 1
           INITIALIZE VIA-REG-1
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF
              IF VIA-MOTORISTA = W-MAT
                 AND NOT VIA-CANCELADA
                 AND NOT VIA-ENCERRADA
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-VIA-I = W-ANOAUXI * 10000 +
                                   W-MESAUXI * 100 +
                                   W-DIAAUXI
                 IF W-VIA-I >= W-DTINI-I AND W-VIA-I <= W-DTFIM-I
                    MOVE VIA-FRO      TO WE-FRO
                    MOVE VIA-DATA     TO WE-DATA
                    MOVE VIA-NUM      TO WE-NUM
                    MOVE VIA-HR-PREV  TO W-HHMM-AUX
                    MOVE W-HH-AUX     TO WE-HH
                    MOVE W-MM-AUX     TO WE-MM
                    MOVE VIA-VEICULO  TO WE-VEI
                    MOVE VIA-COBRADOR TO WE-COB
                    MODIFY LST-ESCALAS, ITEM-TO-ADD = W-ESC-LINHA
                    ADD 1 TO W-QTD-ESCALAS
                 END-IF
              END-IF
           END-PERFORM
           DISPLAY TELA-PRINCIPAL.

       EXCLUIR.
           PERFORM VALIDA-CHAVE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE AUS-REG-1
           MOVE W-MAT   TO AUS-MOT
           MOVE W-DTINI TO AUS-DT-INI
           READ CAUSENCIA
           IF ST-AUS = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Ausencia nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-AUS
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir a ausencia?' TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           DELETE CAUSENCIA
           IF NOT VAL-AUS
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 'Ausencia excluida' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-AUSENCIA

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Ausencia excluida.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           MOVE 0 TO W-DTINI-EDIT W-DTFIM-EDIT W-TIPO
           MOVE SPACES TO W-APROVADOR W-OBS
           MODIFY LST-ESCALAS, RESET-LIST = 1
           DISPLAY TELA-PRINCIPAL.

       GRAVA-LOG-AUSENCIA.
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
           MOVE SPACES TO LOG-REG
           STRING W-LOG-ACAO DELIMITED BY '  '
                  ': ' W-MAT DELIMITED BY SIZE INTO LOG-REG
           MOVE 'AUSENCIA.AR' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-AUS' TO ERRL-PROG
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
