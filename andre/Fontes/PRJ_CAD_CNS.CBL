       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-CNS.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_CNS.SL".
       COPY "PRJ_CNU.SL".
       COPY "PRJ_CLI.SL".


           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_CNS.FD".
       COPY "PRJ_CNU.FD".
       COPY "PRJ_CLI.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-REGISTRAR            VALUE 02.
       78  EXCEPTION-HISTORICO            VALUE 03.
       78  EXCEPTION-COMPROVANTE          VALUE 04.

       01  W-CAMPOS.
           03  ST-CNS                PIC  X(02).
               88 VAL-CNS            VALUE '00' THRU '09'.
           03  ST-CNU                PIC  X(02).
               88 VAL-CNU            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-CPF         PIC  9(11) VALUE 0.
               05 W-NOME        PIC  X(60) VALUE SPACES.
               05 W-FINALIDADE  PIC  9(1)  VALUE 3.
               05 W-CANAL       PIC  9(1)  VALUE 1.
               05 W-ACAO        PIC  9(1)  VALUE 1.
               05 W-ORIGEM      PIC  9(1)  VALUE 1.
               05 W-OBS         PIC  X(60) VALUE SPACES.
               05 W-MSG-ID      PIC  9(10) VALUE 0.
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

           03 W-CNS-LINHA.
               05 WC-DIA        PIC  99/99/9999.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-HORA       PIC  X(05).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-FIN        PIC  X(10).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-CANAL      PIC  X(06).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-ACAO       PIC  X(09).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-ORIGEM     PIC  X(08).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-USU        PIC  X(10).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WC-OBS        PIC  X(40).

           03 W-CNU-LINHA.
               05 WU-ID         PIC  Z(9)9.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WU-DIA        PIC  99/99/9999.
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WU-HORA       PIC  X(05).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WU-FIN        PIC  X(10).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WU-CANAL      PIC  X(06).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WU-SIT        PIC  X(09).
               05 FILLER        PIC  X(01) VALUE SPACE.
               05 WU-DESTINO    PIC  X(40).

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
                       TITLE "Finalidade"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Bilhete"
                       LINE 06
                       COL 5
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-FINALIDADE
                       ID 4
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Aviso de atraso"
                       LINE 08
                       COL 5
                       GROUP 1
                       GROUP-VALUE 2
                       USING W-FINALIDADE
                       ID 5
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Marketing"
                       LINE 10
                       COL 5
                       GROUP 1
                       GROUP-VALUE 3
                       USING W-FINALIDADE
                       ID 6
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Pesquisa"
                       LINE 12
                       COL 5
                       GROUP 1
                       GROUP-VALUE 4
                       USING W-FINALIDADE
                       ID 7
                       FONT SMALL-FONT
                       NOTIFY.

          03 FRAME     LINE 04
                       COL 28
                       LINES 6
                       SIZE 18
                       TITLE "Canal"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "E-mail"
                       LINE 06
                       COL 29
                       GROUP 2
                       GROUP-VALUE 1
                       USING W-CANAL
                       ID 8
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "SMS"
                       LINE 08
                       COL 29
                       GROUP 2
                       GROUP-VALUE 2
                       USING W-CANAL
                       ID 9
                       FONT SMALL-FONT
                       NOTIFY.

          03 FRAME     LINE 04
                       COL 48
                       LINES 6
                       SIZE 18
                       TITLE "Acao"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Concede"
                       LINE 06
                       COL 49
                       GROUP 3
                       GROUP-VALUE 1
                       USING W-ACAO
                       ID 10
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Revoga"
                       LINE 08
                       COL 49
                       GROUP 3
                       GROUP-VALUE 2
                       USING W-ACAO
                       ID 11
                       FONT SMALL-FONT
                       NOTIFY.

          03 FRAME     LINE 04
                       COL 68
                       LINES 8
                       SIZE 18
                       TITLE "Origem"
                       TITLE-POSITION 1
                       ENGRAVED
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Balcao"
                       LINE 06
                       COL 69
                       GROUP 4
                       GROUP-VALUE 1
                       USING W-ORIGEM
                       ID 12
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Web"
                       LINE 08
                       COL 69
                       GROUP 4
                       GROUP-VALUE 2
                       USING W-ORIGEM
                       ID 13
                       FONT SMALL-FONT
                       NOTIFY.

           03 RADIO-BUTTON
                       TITLE "Telefone"
                       LINE 10
                       COL 69
                       GROUP 4
                       GROUP-VALUE 3
                       USING W-ORIGEM
                       ID 14
                       FONT SMALL-FONT
                       NOTIFY.

           03 LABEL       LINE 15 COL 05
                          TITLE "Observacao:"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OBS
                          LINE 15
                          COL 18
                          SIZE 60
                          3-D
                          BOXED
                          AUTO
                          UPPER
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 17 COL 05
                          TITLE "Consentimentos:"
                          ID 17
                          TRANSPARENT.

           03 LST-HISTORICO LIST-BOX
                       LINE 18
                       COL 02
                       SIZE 110
                       LINES 8
                       3-D
                       ID 18
                       FONT SMALL-FONT
                       UNSORTED.

           03 LABEL       LINE 27 COL 05
                          TITLE "Mensagens:"
                          ID 19
                          TRANSPARENT.

           03 LST-MENSAGENS LIST-BOX
                       LINE 28
                       COL 02
                       SIZE 110
                       LINES 8
                       3-D
                       ID 20
                       FONT SMALL-FONT
                       UNSORTED.

           03 LABEL       LINE 37 COL 05
                          TITLE "Mensagem:"
                          ID 21
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MSG-ID
                          LINE 37
                          COL 18
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 22
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Registrar"
                          LINE 40
                          COL 05
                          SIZE 14
                          ID 23
                          EXCEPTION-VALUE EXCEPTION-REGISTRAR.

           03 PUSH-BUTTON TITLE "&Historico"
                          LINE 40
                          COL 22
                          SIZE 14
                          ID 24
                          EXCEPTION-VALUE EXCEPTION-HISTORICO.

           03 PUSH-BUTTON TITLE "&Comprovante"
                          LINE 40
                          COL 39
                          SIZE 14
                          ID 25
                          EXCEPTION-VALUE EXCEPTION-COMPROVANTE.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 40
                          COL 56
                          SIZE 14
                          SELF-ACT
                          ID 26
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | livro de consentimentos LGPD: cada concessao ou
           | revogacao do cliente por finalidade e canal vira um
           | registro novo em CONSENT.ARQ (nada e regravado); o
           | ultimo registro da finalidade no canal e o que vale
           | para PRJ_CNS_CONFERE. Comprovante imprime a prova
           | de uma mensagem (PRJ_REL_CNS); sem mensagem, o
           | livro inteiro do cliente

           OPEN I-O CCONSENT
           IF ST-CNS = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CCONSENT
              CLOSE CCONSENT
              OPEN I-O CCONSENT.
           IF NOT VAL-CNS
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCNSUSO
           IF ST-CNU = '35'
              OPEN OUTPUT CCNSUSO
              CLOSE CCNSUSO
              OPEN INPUT CCNSUSO.
           IF NOT VAL-CNU
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 115 LINES 42
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Consentimentos LGPD"
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
           CLOSE CCONSENT.
           CLOSE CCNSUSO.
           CLOSE CCLIENTE.

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
             WHEN EXCEPTION-HISTORICO
                  PERFORM HISTORICO
             WHEN EXCEPTION-COMPROVANTE
                  PERFORM COMPROVANTE
           END-EVALUATE.

       PROC-CPF.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CPF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM HISTORICO.

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

           IF W-FINALIDADE < 1 OR > 4 OR W-CANAL < 1 OR > 2
              OR W-ACAO < 1 OR > 2 OR W-ORIGEM < 1 OR > 3
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Marque finalidade, canal, acao e origem.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           IF W-ACAO = 1
              MOVE 'Confirma a concessao do consentimento'
                   TO CA-MESSAGE-1
           ELSE
              MOVE 'Confirma a revogacao do consentimento'
                   TO CA-MESSAGE-1
           END-IF
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           | registro com a hora do evento; dois eventos no
           | mesmo centesimo regravam a hora seguinte
           INITIALIZE CNS-REG-1
           MOVE W-CPF        TO CNS-CPF
           MOVE W-FINALIDADE TO CNS-FINALIDADE
           MOVE W-CANAL      TO CNS-CANAL
           ACCEPT CNS-DIA FROM CENTURY-DATE
           ACCEPT CNS-HORA FROM TIME
           MOVE W-ACAO       TO CNS-ACAO
           MOVE W-ORIGEM     TO CNS-ORIGEM
           MOVE W-LOGIN-L    TO CNS-USU
           MOVE W-OBS        TO CNS-OBS
           WRITE CNS-REG-1
           IF ST-CNS = '22'
              ADD 1 TO CNS-HORA
              WRITE CNS-REG-1
           END-IF
           IF NOT VAL-CNS
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           IF W-ACAO = 1
              MOVE 'Consentimento concedido.' TO CA-MESSAGE-1
           ELSE
              MOVE 'Consentimento revogado.' TO CA-MESSAGE-1
           END-IF
           PERFORM MOSTRA-MSG-MENSAGEM

           MOVE SPACES TO W-OBS
           PERFORM HISTORICO.

       HISTORICO.
           MODIFY LST-HISTORICO, RESET-LIST = 1
           MODIFY LST-MENSAGENS, RESET-LIST = 1
           DISPLAY TELA-PRINCIPAL
           IF W-CPF = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CNS-REG-1
           MOVE W-CPF TO CNS-CPF
           START CCONSENT KEY >= CNS-CHAVE
              INVALID KEY MOVE '10' TO ST-CNS
           END-START
           PERFORM UNTIL NOT VAL-CNS
              READ CCONSENT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CNS OR CNS-CPF NOT = W-CPF
                 EXIT PERFORM
              END-IF
              MOVE CNS-DIA TO W-DATAUXI
              COMPUTE WC-DIA = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
              MOVE SPACES TO WC-HORA
              STRING CNS-HORA(1:2) ':' CNS-HORA(3:2)
                     DELIMITED BY SIZE INTO WC-HORA
              EVALUATE TRUE
                 WHEN CNS-FIN-BILHETE   MOVE 'BILHETE'   TO WC-FIN
                 WHEN CNS-FIN-ATRASO    MOVE 'ATRASO'    TO WC-FIN
                 WHEN CNS-FIN-MARKETING MOVE 'MARKETING' TO WC-FIN
                 WHEN CNS-FIN-PESQUISA  MOVE 'PESQUISA'  TO WC-FIN
              END-EVALUATE
              IF CNS-CANAL-EMAIL
                 MOVE 'E-MAIL' TO WC-CANAL
              ELSE
                 MOVE 'SMS'    TO WC-CANAL
              END-IF
              IF CNS-CONCEDIDO
                 MOVE 'CONCEDIDO' TO WC-ACAO
              ELSE
                 MOVE 'REVOGADO'  TO WC-ACAO
              END-IF
              EVALUATE TRUE
                 WHEN CNS-ORI-BALCAO   MOVE 'BALCAO'   TO WC-ORIGEM
                 WHEN CNS-ORI-WEB      MOVE 'WEB'      TO WC-ORIGEM
                 WHEN CNS-ORI-TELEFONE MOVE 'TELEFONE' TO WC-ORIGEM
              END-EVALUATE
              MOVE CNS-USU TO WC-USU
              MOVE CNS-OBS TO WC-OBS
              MODIFY LST-HISTORICO, ITEM-TO-ADD = W-CNS-LINHA
           END-PERFORM

           INITIALIZE CNU-REG-1
           MOVE W-CPF TO CNU-CPF
           START CCNSUSO KEY >= CNU-CPF
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCNSUSO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CNU OR CNU-CPF NOT = W-CPF
                 EXIT PERFORM
              END-IF
              MOVE CNU-ID TO WU-ID
              MOVE CNU-DIA TO W-DATAUXI
              COMPUTE WU-DIA = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
              MOVE SPACES TO WU-HORA
              STRING CNU-HORA(1:2) ':' CNU-HORA(3:2)
                     DELIMITED BY SIZE INTO WU-HORA
              EVALUATE CNU-FINALIDADE
                 WHEN 1 MOVE 'BILHETE'   TO WU-FIN
                 WHEN 2 MOVE 'ATRASO'    TO WU-FIN
                 WHEN 3 MOVE 'MARKETING' TO WU-FIN
                 WHEN 4 MOVE 'PESQUISA'  TO WU-FIN
              END-EVALUATE
              IF CNU-CANAL = 1
                 MOVE 'E-MAIL' TO WU-CANAL
              ELSE
                 MOVE 'SMS'    TO WU-CANAL
              END-IF
              IF CNU-ENVIADA
                 MOVE 'ENVIADA'   TO WU-SIT
              ELSE
                 MOVE 'BLOQUEADA' TO WU-SIT
              END-IF
              MOVE CNU-DESTINO TO WU-DESTINO
              MODIFY LST-MENSAGENS, ITEM-TO-ADD = W-CNU-LINHA
           END-PERFORM.

       COMPROVANTE.
           PERFORM VALIDA-CPF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | mensagem zero imprime o livro inteiro do cliente
           IF W-MSG-ID NOT = 0
              INITIALIZE CNU-REG-1
              MOVE W-MSG-ID TO CNU-ID
              READ CCNSUSO
              IF ST-CNU = '23' OR CNU-CPF NOT = W-CPF
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Mensagem nao encontrada para o cliente.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 22 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
                 EXIT PARAGRAPH
              END-IF
           END-IF

           CALL "PRJ_REL_CNS" USING W-CPF, W-MSG-ID, W-LOGIN-L
           CANCEL "PRJ_REL_CNS"

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Comprovante impresso.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

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
              MOVE 'PRJ-CAD-CNS' TO ERRL-PROG
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
