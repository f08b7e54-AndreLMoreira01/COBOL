       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-ORC.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_ORC.SL".
       COPY "PRJ_FRO.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_ORC.FD".
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
           03  ST-ORC                PIC  X(02).
               88 VAL-ORC            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-MESANO-EDIT      PIC 99/9999.
               05 W-MESANO           PIC 9(06).
               05 REDEFINES W-MESANO.
                  07 W-MES-ORC       PIC 9(02).
                  07 W-ANO-ORC       PIC 9(04).
               05 W-FILIAL           PIC X(10).
               05 W-RECEITA          PIC 9(09)V99 VALUE 0.
               05 W-PASSAG           PIC 9(07) VALUE 0.
               05 W-COMBUSTIVEL      PIC 9(09)V99 VALUE 0.
               05 W-PEDAGIO          PIC 9(09)V99 VALUE 0.
               05 W-TRIPULACAO       PIC 9(09)V99 VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-LOG-ACAO              PIC  X(30).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
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

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Frota:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FRO
                          LINE 02
                          COL 13
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 20
                          TITLE "Mes/ano:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MESANO-EDIT
                          LINE 02
                          COL 29
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-ORCAMENTO.

           03 LABEL       LINE 02 COL 40
                          TITLE "Filial:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FILIAL
                          LINE 02
                          COL 48
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Receita (R$):"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-RECEITA
                          LINE 04
                          COL 24
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 40
                          TITLE "Passageiros:"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PASSAG
                          LINE 04
                          COL 54
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Combustivel (R$):"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COMBUSTIVEL
                          LINE 06
                          COL 24
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 40
                          TITLE "Pedagio (R$):"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PEDAGIO
                          LINE 06
                          COL 54
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Tripulacao (R$):"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TRIPULACAO
                          LINE 08
                          COL 24
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 10
                          COL 05
                          SIZE 12
                          ID 17
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 10
                          COL 20
                          SIZE 12
                          ID 18
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 19
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | orcamento mensal de receita e custos por frota
           | (rota); a filial responsavel pela rota vai junto
           | para o PRJ-ORC-LOTE totalizar por filial

           OPEN I-O CORCAMENTO
           IF ST-ORC = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CORCAMENTO
              CLOSE CORCAMENTO
              OPEN I-O CORCAMENTO.
           IF NOT VAL-ORC
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
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
                           TITLE "Orcamento por rota"
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
           CLOSE CORCAMENTO CFROTA CLOG.

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

       PROC-ORCAMENTO.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CHAVE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | orcamento ja lancado volta para a tela para
           | revisao; mes novo sugere a filial do ultimo
           | orcamento da rota
           INITIALIZE ORC-REG-1
           MOVE W-FRO     TO ORC-FRO
           MOVE W-ANO-ORC TO ORC-ANO
           MOVE W-MES-ORC TO ORC-MES
           READ CORCAMENTO
           IF VAL-ORC
              MOVE ORC-FILIAL      TO W-FILIAL
              MOVE ORC-RECEITA     TO W-RECEITA
              MOVE ORC-PASSAG      TO W-PASSAG
              MOVE ORC-COMBUSTIVEL TO W-COMBUSTIVEL
              MOVE ORC-PEDAGIO     TO W-PEDAGIO
              MOVE ORC-TRIPULACAO  TO W-TRIPULACAO
           ELSE
              IF ST-ORC = '23'
                 INITIALIZE W-RECEITA W-PASSAG W-COMBUSTIVEL
                            W-PEDAGIO W-TRIPULACAO
                 PERFORM BUSCA-FILIAL-ANTERIOR
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       BUSCA-FILIAL-ANTERIOR.
           INITIALIZE ORC-REG-1
           MOVE W-FRO     TO ORC-FRO
           MOVE W-ANO-ORC TO ORC-ANO
           MOVE W-MES-ORC TO ORC-MES
           START CORCAMENTO KEY < ORC-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           READ CORCAMENTO PREVIOUS
           IF VAL-ORC AND ORC-FRO = W-FRO
              MOVE ORC-FILIAL TO W-FILIAL
           END-IF.

       GRAVAR.
           PERFORM VALIDA-CHAVE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-FILIAL = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a filial responsavel pela rota.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-RECEITA = 0 AND W-PASSAG = 0
              AND W-COMBUSTIVEL = 0 AND W-PEDAGIO = 0
              AND W-TRIPULACAO = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe ao menos um valor orcado.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           INITIALIZE ORC-REG-1
           MOVE W-FRO     TO ORC-FRO
           MOVE W-ANO-ORC TO ORC-ANO
           MOVE W-MES-ORC TO ORC-MES
           READ CORCAMENTO
           IF ST-ORC = '23'
              INITIALIZE ORC-REG-1
              MOVE W-FRO     TO ORC-FRO
              MOVE W-ANO-ORC TO ORC-ANO
              MOVE W-MES-ORC TO ORC-MES
           ELSE
              IF NOT VAL-ORC
                 PERFORM ERRO-ARQUIVO.

           MOVE W-FILIAL      TO ORC-FILIAL
           MOVE W-RECEITA     TO ORC-RECEITA
           MOVE W-PASSAG      TO ORC-PASSAG
           MOVE W-COMBUSTIVEL TO ORC-COMBUSTIVEL
           MOVE W-PEDAGIO     TO ORC-PEDAGIO
           MOVE W-TRIPULACAO  TO ORC-TRIPULACAO
           MOVE W-DATASIS     TO ORC-DT-INC
           MOVE W-LOGIN-L     TO ORC-USU

           INITIALIZE CA-MESSAGE-LINK
           IF ST-ORC = '23'
              MOVE 'Orcamento lancado' TO W-LOG-ACAO
              WRITE ORC-REG-1
              MOVE 'Orcamento gravado.' TO CA-MESSAGE-1
           ELSE
              MOVE 'Orcamento alterado' TO W-LOG-ACAO
              REWRITE ORC-REG-1
              MOVE 'Orcamento regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-ORC
              PERFORM ERRO-ARQUIVO.

           PERFORM GRAVA-LOG-ORCAMENTO.
           PERFORM MOSTRA-MSG-MENSAGEM.

       EXCLUIR.
           PERFORM VALIDA-CHAVE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ORC-REG-1
           MOVE W-FRO     TO ORC-FRO
           MOVE W-ANO-ORC TO ORC-ANO
           MOVE W-MES-ORC TO ORC-MES
           READ CORCAMENTO
           IF ST-ORC = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Orcamento nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ORC
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir o orcamento?'
                TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           DELETE CORCAMENTO
           IF NOT VAL-ORC
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 'Orcamento excluido' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-ORCAMENTO

           INITIALIZE W-FILIAL W-RECEITA W-PASSAG W-COMBUSTIVEL
                      W-PEDAGIO W-TRIPULACAO
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Orcamento excluido.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       VALIDA-CHAVE.
           SET VALIDACAO-OK TO TRUE.
           IF W-FRO = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a frota.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE W-MESANO-EDIT TO W-MESANO
           IF W-MES-ORC < 1 OR W-MES-ORC > 12 OR W-ANO-ORC < 2000
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Mes/ano invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FRO-REG-1
           MOVE W-FRO TO FRO-ID
           READ CFROTA
           IF ST-FRO = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Frota nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-LOG-ORCAMENTO.
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
                  ': ' W-FRO ' ' W-MESANO-EDIT
                  DELIMITED BY SIZE INTO LOG-REG
           MOVE 'ORCAMENTO.A' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-ORC' TO ERRL-PROG
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
