       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ESTOQUE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_PEC.SL".
       COPY "PRJ_MVE.SL".
       COPY "PRJ_VEI.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_PEC.FD".
       COPY "PRJ_MVE.FD".
       COPY "PRJ_VEI.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.

       01  W-CAMPOS.
           03  ST-PEC                PIC  X(02).
               88 VAL-PEC            VALUE '00' THRU '09'.
           03  ST-MVE                PIC  X(02).
               88 VAL-MVE            VALUE '00' THRU '09'.
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-PECA             PIC 9(06) VALUE 0.
               05 W-PECA-DESC        PIC X(40).
               05 W-TIPO-MOV         PIC 9(01) VALUE 0.
               05 W-QTD              PIC 9(07)V99 VALUE 0.
               05 W-SINAL            PIC X(01).
               05 W-CUSTO-UNIT       PIC 9(05)V99 VALUE 0.
               05 W-PLACA            PIC X(08).
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 W-DOC              PIC X(15).
               05 W-OBS              PIC X(40).
               05 W-SALDO-EDIT       PIC -(7)9,99.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-QTD-MOV               PIC S9(07)V99.
               05 W-VLR-MOV               PIC S9(09)V99.
               05 W-LIQ-VEICULO           PIC S9(07)V99.
               05 W-VLR-ESTOQUE           PIC S9(11)V99.
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
                          TITLE "Peca:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PECA
                          LINE 02
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-PECA.

           03 EF-DESC ENTRY-FIELD USING W-PECA-DESC
                          LINE 02
                          COL 32
                          SIZE 40
                          3-D
                          BOXED
                          ID 3
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Saldo atual:"
                          ID 4
                          TRANSPARENT.

           03 EF-SALDO ENTRY-FIELD USING W-SALDO-EDIT
                          LINE 04
                          COL 22
                          3-D
                          BOXED
                          ID 5
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Mov. (1-ent 2-saida 3-devol 4-ajuste):"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO-MOV
                          LINE 06
                          COL 48
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Quantidade:"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QTD
                          LINE 08
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 37
                          TITLE "Ajuste (+/-):"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SINAL
                          LINE 08
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Custo unit. (R$):"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CUSTO-UNIT
                          LINE 10
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 37
                          TITLE "Placa:"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PLACA
                          LINE 10
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Data:"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATA-EDIT
                          LINE 12
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 37
                          TITLE "Documento:"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DOC
                          LINE 12
                          COL 52
                          SIZE 15
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Observacao:"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OBS
                          LINE 14
                          COL 22
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 16
                          COL 05
                          SIZE 12
                          ID 22
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 16
                          COL 20
                          SIZE 12
                          SELF-ACT
                          ID 23
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CPECA
           IF NOT VAL-PEC
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CMOVEST
           IF ST-MVE = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CMOVEST
              CLOSE CMOVEST
              OPEN I-O CMOVEST.
           IF NOT VAL-MVE
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVEICULO
           IF NOT VAL-VEI
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
                           SIZE 80 LINES 18
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Almoxarifado - movimentacao"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-DESC,  ENABLED = FALSE
           MODIFY EF-SALDO, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CPECA CMOVEST CVEICULO CLOG.

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

       PROC-PECA.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM LE-PECA.

       LE-PECA.
           MOVE SPACES TO W-PECA-DESC
           MOVE 0      TO W-SALDO-EDIT
           INITIALIZE PEC-REG-1
           MOVE W-PECA TO PEC-COD
           READ CPECA
           IF VAL-PEC
              MOVE PEC-DESC  TO W-PECA-DESC
              MOVE PEC-SALDO TO W-SALDO-EDIT
           ELSE
              IF ST-PEC NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           DISPLAY TELA-PRINCIPAL.

       GRAVAR.
           PERFORM VALIDA-MOVIMENTO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | a quantidade e o valor gravam o efeito no saldo:
           | positivos na entrada e na devolucao, negativos na
           | saida para o veiculo; o ajuste segue o sinal
           | informado. A entrada recalcula o custo medio.
           EVALUATE W-TIPO-MOV
              WHEN 1
                 IF PEC-SALDO > 0
                    COMPUTE W-VLR-ESTOQUE = PEC-SALDO * PEC-CUSTO
                    COMPUTE PEC-CUSTO ROUNDED =
                            (W-VLR-ESTOQUE + W-QTD * W-CUSTO-UNIT) /
                            (PEC-SALDO + W-QTD)
                 ELSE
                    MOVE W-CUSTO-UNIT TO PEC-CUSTO
                 END-IF
                 MOVE W-QTD TO W-QTD-MOV
                 COMPUTE W-VLR-MOV ROUNDED = W-QTD * W-CUSTO-UNIT
              WHEN 2
                 MOVE PEC-CUSTO TO W-CUSTO-UNIT
                 COMPUTE W-QTD-MOV = 0 - W-QTD
                 COMPUTE W-VLR-MOV ROUNDED = W-QTD-MOV * W-CUSTO-UNIT
              WHEN 3
                 MOVE PEC-CUSTO TO W-CUSTO-UNIT
                 MOVE W-QTD TO W-QTD-MOV
                 COMPUTE W-VLR-MOV ROUNDED = W-QTD-MOV * W-CUSTO-UNIT
              WHEN 4
                 MOVE PEC-CUSTO TO W-CUSTO-UNIT
                 IF W-SINAL = '-'
                    COMPUTE W-QTD-MOV = 0 - W-QTD
                 ELSE
                    MOVE W-QTD TO W-QTD-MOV
                 END-IF
                 COMPUTE W-VLR-MOV ROUNDED = W-QTD-MOV * W-CUSTO-UNIT
           END-EVALUATE

           ADD W-QTD-MOV TO PEC-SALDO

           ACCEPT W-DATASIS FROM CENTURY-DATE
           ACCEPT W-HORA FROM TIME

           INITIALIZE MVE-REG-1
           MOVE W-PECA       TO MVE-PECA
           MOVE W-DATASIS    TO MVE-DIA
           MOVE W-HORA       TO MVE-HORA
           MOVE W-TIPO-MOV   TO MVE-TIPO
           MOVE W-DATA-CRIT  TO MVE-DATA
           MOVE W-QTD-MOV    TO MVE-QTD
           MOVE W-CUSTO-UNIT TO MVE-CUSTO-UNIT
           MOVE W-VLR-MOV    TO MVE-VALOR
           IF W-TIPO-MOV = 2 OR W-TIPO-MOV = 3
              MOVE W-PLACA   TO MVE-PLACA
           ELSE
              MOVE SPACES    TO MVE-PLACA
           END-IF
           MOVE W-DOC        TO MVE-DOC
           MOVE W-OBS        TO MVE-OBS
           MOVE W-LOGIN-L    TO MVE-USU
           WRITE MVE-REG-1
           PERFORM UNTIL ST-MVE NOT = '22'
              ADD 1 TO MVE-HORA
              WRITE MVE-REG-1
           END-PERFORM
           IF NOT VAL-MVE
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE W-DATASIS TO PEC-DT-ALT
           MOVE W-LOGIN-L TO PEC-USU
           REWRITE PEC-REG-1
           IF NOT VAL-PEC
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-LOG-MOVEST

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Movimentacao registrada.' TO CA-MESSAGE-1
           IF PEC-SALDO < PEC-PONTO-REP
              MOVE 'Saldo abaixo do ponto de reposicao.'
                   TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           ELSE
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF

           MOVE PEC-SALDO TO W-SALDO-EDIT
           INITIALIZE W-QTD W-SINAL W-CUSTO-UNIT W-DOC W-OBS
           DISPLAY TELA-PRINCIPAL.

       VALIDA-MOVIMENTO.
           SET VALIDACAO-OK TO TRUE.

           INITIALIZE PEC-REG-1
           MOVE W-PECA TO PEC-COD
           READ CPECA
           IF ST-PEC = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Peca nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-PEC
              PERFORM ERRO-ARQUIVO
           END-IF

           IF W-TIPO-MOV < 1 OR W-TIPO-MOV > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Movimento invalido (1 a 4).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF NOT PEC-EM-USO AND (W-TIPO-MOV = 1 OR W-TIPO-MOV = 2)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Peca inativa no cadastro.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-QTD = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a quantidade.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATA-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           EVALUATE W-TIPO-MOV
              WHEN 1
                 IF W-CUSTO-UNIT = 0
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Informe o custo unitario da nota.'
                         TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    SET VALIDACAO-OK TO FALSE
                 END-IF
              WHEN 2
                 PERFORM VALIDA-PLACA
                 IF VALIDACAO-OK AND VEI-BAIXADO
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Veiculo baixado.' TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    SET VALIDACAO-OK TO FALSE
                 END-IF
                 IF VALIDACAO-OK AND W-QTD > PEC-SALDO
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Quantidade maior que o saldo em estoque.'
                         TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    SET VALIDACAO-OK TO FALSE
                 END-IF
              WHEN 3
                 PERFORM VALIDA-PLACA
                 IF VALIDACAO-OK
                    PERFORM SOMA-LIQUIDO-VEICULO
                    IF W-QTD > W-LIQ-VEICULO
                       INITIALIZE CA-MESSAGE-LINK
                       MOVE 'Devolucao maior que o liquido entregue'
                            TO CA-MESSAGE-1
                       MOVE 'a este veiculo.' TO CA-MESSAGE-2
                       PERFORM MOSTRA-MSG-ERRO
                       SET VALIDACAO-OK TO FALSE
                    END-IF
                 END-IF
              WHEN 4
                 IF W-SINAL NOT = '+' AND W-SINAL NOT = '-'
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Informe + ou - no ajuste.' TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    SET VALIDACAO-OK TO FALSE
                    EXIT PARAGRAPH
                 END-IF
                 IF W-OBS = SPACES
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Informe o motivo do ajuste.' TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    SET VALIDACAO-OK TO FALSE
                    EXIT PARAGRAPH
                 END-IF
                 IF W-SINAL = '-' AND W-QTD > PEC-SALDO
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Quantidade maior que o saldo em estoque.'
                         TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    SET VALIDACAO-OK TO FALSE
                 END-IF
           END-EVALUATE.

       VALIDA-PLACA.
           IF W-PLACA = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a placa do veiculo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE VEI-REG-1
           MOVE W-PLACA TO VEI-PLACA
           READ CVEICULO
           IF ST-VEI = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Veiculo nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO
           END-IF.

       SOMA-LIQUIDO-VEICULO.
           | quanto desta peca o veiculo recebeu menos o que ja
           | devolveu (as saidas gravam quantidade negativa)
           MOVE 0 TO W-LIQ-VEICULO
           INITIALIZE MVE-REG-1
           MOVE W-PLACA TO MVE-PLACA
           START CMOVEST KEY >= MVE-PLACA
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CMOVEST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MVE
                 EXIT PERFORM
              END-IF
              IF MVE-PLACA NOT = W-PLACA
                 EXIT PERFORM
              END-IF
              IF MVE-PECA = W-PECA
                 SUBTRACT MVE-QTD FROM W-LIQ-VEICULO
              END-IF
           END-PERFORM.

       GRAVA-LOG-MOVEST.
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
           STRING 'Estoque peca ' W-PECA ' mov ' W-TIPO-MOV
                  ' ' W-PLACA
                  DELIMITED BY SIZE INTO LOG-REG
           MOVE 'MOVEST.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-ESTOQUE' TO ERRL-PROG
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
