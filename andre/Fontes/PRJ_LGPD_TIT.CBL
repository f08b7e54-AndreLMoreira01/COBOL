       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-LGPD-TIT.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_PTI.SL".
       COPY "PRJ_CLI.SL".
       COPY "PRJ_SEQ.SL".
       COPY "PRJ_PARAM.SL".


           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_PTI.FD".
       COPY "PRJ_CLI.FD".
       COPY "PRJ_SEQ.FD".
       COPY "PRJ_PARAM.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-REGISTRAR            VALUE 02.
       78  EXCEPTION-GERAR                VALUE 03.

       01  W-CAMPOS.
           03  ST-PTI                PIC  X(02).
               88 VAL-PTI            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  W-PARAM-ATIVA         PIC  X(01) VALUE 'N'.
               88 PARAM-ATIVA        VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-CPF         PIC  9(11) VALUE 0.
               05 W-NOME        PIC  X(60) VALUE SPACES.
               05 W-CANAL       PIC  9(1)  VALUE 1.
               05 W-ARQ-EXP     PIC  X(150) VALUE SPACES.
               05 W-PEDIDO      PIC  9(08) VALUE 0.
               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-DATASIS               PIC  9(08).
               05 W-PRAZO-DIAS            PIC  9(03).
               05 W-PRAZO-J               PIC  9(09).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

           03 W-PTI-LINHA.
               05 WP-NUM        PIC  Z(7)9.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-DIA        PIC  99/99/9999.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-CANAL      PIC  X(08).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-PRAZO      PIC  99/99/9999.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-SIT        PIC  X(08).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-ATEND      PIC  99/99/9999.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-USU        PIC  X(10).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WP-ARQ        PIC  X(40).

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
                          TITLE "CPF:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CPF
                          LINE 02
                          COL 18
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CPF.

           03 EF-NOME ENTRY-FIELD USING W-NOME
                          LINE 02
                          COL 36
                          SIZE 60
                          3-D
                          BOXED
                          ID 3
                          FONT SMALL-FONT.

          03 FRAME     LINE 04
                       COL 04
                       LINES 10
                       SIZE 22
                       TITLE "Canal do pedido"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Balcao"
                       LINE 06
                       COL 5
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-CANAL
                       ID 4
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Web"
                       LINE 08
                       COL 5
                       GROUP 1
                       GROUP-VALUE 2
                       USING W-CANAL
                       ID 5
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Telefone"
                       LINE 10
                       COL 5
                       GROUP 1
                       GROUP-VALUE 3
                       USING W-CANAL
                       ID 6
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "E-mail"
                       LINE 12
                       COL 5
                       GROUP 1
                       GROUP-VALUE 4
                       USING W-CANAL
                       ID 7
                       FONT SMALL-FONT
                       NOTIFY.

           03 LABEL       LINE 15 COL 05
                          TITLE "Exportar para:"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ARQ-EXP
                          LINE 15
                          COL 20
                          SIZE 76
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 20
                          TITLE "(em branco: impressora)"
                          ID 10
                          TRANSPARENT.

           03 LABEL       LINE 18 COL 05
                          TITLE "Pedidos do titular:"
                          ID 11
                          TRANSPARENT.

           03 LST-PEDIDOS LIST-BOX
                       LINE 19
                       COL 02
                       SIZE 110
                       LINES 10
                       3-D
                       ID 12
                       FONT SMALL-FONT
                       UNSORTED.

           03 PUSH-BUTTON TITLE "&Registrar pedido"
                          LINE 31
                          COL 05
                          SIZE 18
                          ID 13
                          EXCEPTION-VALUE EXCEPTION-REGISTRAR.

           03 PUSH-BUTTON TITLE "&Gerar documento"
                          LINE 31
                          COL 26
                          SIZE 18
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-GERAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 31
                          COL 47
                          SIZE 14
                          SELF-ACT
                          ID 15
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | pedido de acesso do titular aos seus dados (LGPD):
           | cada pedido e numerado em PEDTIT.ARQ com o prazo
           | legal de resposta (PARAM 63, em dias; falta do
           | parametro vale 15). Gerar documento emite o
           | relatorio consolidado (PRJ_REL_TITULAR) na
           | impressora ou no arquivo informado e da o pedido
           | aberto do titular por atendido

           OPEN I-O CPEDTIT
           IF ST-PTI = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CPEDTIT
              CLOSE CPEDTIT
              OPEN I-O CPEDTIT.
           IF NOT VAL-PTI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPARAM
           IF ST-PARAM = '35'
              SET PARAM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PARAM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PARAM-ATIVA TO TRUE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 115 LINES 33
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Pedido de Dados do Titular - LGPD"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-NOME, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CPEDTIT.
           CLOSE CCLIENTE.
           CLOSE CSEQ.
           IF PARAM-ATIVA
              CLOSE CPARAM.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-REGISTRAR
                  PERFORM REGISTRAR
             WHEN EXCEPTION-GERAR
                  PERFORM GERAR-DOCUMENTO
           END-EVALUATE.

       PROC-CPF.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CPF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM LISTA-PEDIDOS.

       VALIDA-CPF.

           SET VALIDACAO-OK TO TRUE.
           MOVE SPACES TO W-NOME
           INITIALIZE CLI-REG-1
           MOVE W-CPF TO CLI-CPF
           READ CCLIENTE
           IF W-CPF = 0 OR ST-CLI = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
              SET VALIDACAO-OK TO FALSE
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE CLI-NOME TO W-NOME.

       REGISTRAR.
           PERFORM VALIDA-CPF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-CANAL < 1 OR > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Marque o canal do pedido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Confirma o registro do pedido do titular'
                TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           PERFORM GRAVA-PEDIDO

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Pedido registrado. Prazo legal:' TO CA-MESSAGE-1
           MOVE PTI-PRAZO TO WP-PRAZO
           MOVE WP-PRAZO TO CA-MESSAGE-2
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM LISTA-PEDIDOS.

       GRAVA-PEDIDO.
           INITIALIZE SEQ-REG-1
           MOVE 'PEDTIT' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'PEDTIT' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-PEDIDO
           REWRITE SEQ-REG-1

           INITIALIZE PTI-REG-1
           MOVE W-PEDIDO  TO PTI-NUM
           MOVE W-CPF     TO PTI-CPF
           MOVE W-DATASIS TO PTI-DIA
           ACCEPT PTI-HORA FROM TIME
           MOVE W-CANAL   TO PTI-CANAL
           MOVE W-LOGIN-L TO PTI-USU
           SET PTI-ABERTO TO TRUE
           PERFORM CALCULA-PRAZO
           WRITE PTI-REG-1
           IF NOT VAL-PTI
              PERFORM ERRO-ARQUIVO
           END-IF.

       CALCULA-PRAZO.
           | prazo legal de resposta ao titular (art. 19 da
           | LGPD: 15 dias)
           MOVE 15 TO W-PRAZO-DIAS
           IF PARAM-ATIVA
              INITIALIZE PARAM-REG-1
              MOVE 63 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-PRAZO-DIAS
              END-IF
           END-IF

           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-PRAZO-J = FUNCTION INTEGER-OF-DATE(
                               W-ANOAUXI * 10000 +
                               W-MESAUXI * 100 +
                               W-DIAAUXI) + W-PRAZO-DIAS
           COMPUTE W-PRAZO-J = FUNCTION DATE-OF-INTEGER(W-PRAZO-J)
           MOVE W-PRAZO-J TO W-DATAUXI
           COMPUTE PTI-PRAZO = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

       GERAR-DOCUMENTO.
           PERFORM VALIDA-CPF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | atende o pedido aberto mais antigo; sem pedido
           | aberto, registra um agora para nao emitir sem log
           PERFORM BUSCA-PEDIDO-ABERTO
           IF W-PEDIDO = 0
              IF W-CANAL < 1 OR > 4
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Marque o canal do pedido.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              PERFORM GRAVA-PEDIDO
           END-IF

           CALL "PRJ_REL_TITULAR" USING W-CPF, W-PEDIDO, W-ARQ-EXP,
                W-LOGIN-L
           CANCEL "PRJ_REL_TITULAR"

           INITIALIZE PTI-REG-1
           MOVE W-PEDIDO TO PTI-NUM
           READ CPEDTIT
           IF NOT VAL-PTI
              PERFORM ERRO-ARQUIVO
           END-IF
           SET PTI-ATENDIDO TO TRUE
           MOVE W-DATASIS TO PTI-DT-ATEND
           ACCEPT PTI-HR-ATEND FROM TIME
           MOVE W-LOGIN-L TO PTI-USU-ATEND
           IF W-ARQ-EXP = SPACES
              MOVE 'PRINTER' TO PTI-ARQ-EXP
           ELSE
              MOVE W-ARQ-EXP TO PTI-ARQ-EXP
           END-IF
           REWRITE PTI-REG-1
           IF NOT VAL-PTI
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Documento do titular emitido.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM

           PERFORM LISTA-PEDIDOS.

       BUSCA-PEDIDO-ABERTO.
           MOVE 0 TO W-PEDIDO
           INITIALIZE PTI-REG-1
           MOVE W-CPF TO PTI-CPF
           START CPEDTIT KEY >= PTI-CPF
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPEDTIT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PTI OR PTI-CPF NOT = W-CPF
                 EXIT PERFORM
              END-IF
              IF PTI-ABERTO
                 MOVE PTI-NUM TO W-PEDIDO
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LISTA-PEDIDOS.
           MODIFY LST-PEDIDOS, RESET-LIST = 1
           DISPLAY TELA-PRINCIPAL
           IF W-CPF = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PTI-REG-1
           MOVE W-CPF TO PTI-CPF
           START CPEDTIT KEY >= PTI-CPF
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPEDTIT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PTI OR PTI-CPF NOT = W-CPF
                 EXIT PERFORM
              END-IF
              MOVE PTI-NUM   TO WP-NUM
              MOVE PTI-DIA   TO WP-DIA
              EVALUATE TRUE
                 WHEN PTI-CANAL-BALCAO   MOVE 'BALCAO'   TO WP-CANAL
                 WHEN PTI-CANAL-WEB      MOVE 'WEB'      TO WP-CANAL
                 WHEN PTI-CANAL-TELEFONE MOVE 'TELEFONE' TO WP-CANAL
                 WHEN PTI-CANAL-EMAIL    MOVE 'E-MAIL'   TO WP-CANAL
                 WHEN OTHER              MOVE SPACES     TO WP-CANAL
              END-EVALUATE
              MOVE PTI-PRAZO TO WP-PRAZO
              IF PTI-ATENDIDO
                 MOVE 'ATENDIDO' TO WP-SIT
              ELSE
                 MOVE 'ABERTO'   TO WP-SIT
              END-IF
              MOVE PTI-DT-ATEND  TO WP-ATEND
              MOVE PTI-USU-ATEND TO WP-USU
              MOVE PTI-ARQ-EXP   TO WP-ARQ
              MODIFY LST-PEDIDOS, ITEM-TO-ADD = W-PTI-LINHA
           END-PERFORM.

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
              MOVE 'PRJ-LGPD-TIT' TO ERRL-PROG
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
