       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CONS-REL.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_RCT.SL".
       COPY "PRJ_RLN.SL".
       COPY "PRJ_RPL.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_RCT.FD".
       COPY "PRJ_RLN.FD".
       COPY "PRJ_RPL.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-CONSULTAR            VALUE 02.
       78  EXCEPTION-EXIBIR               VALUE 03.
       78  EXCEPTION-REIMPRIMIR           VALUE 04.
       78  EXCEPTION-RETENCAO             VALUE 05.

       01  W-CAMPOS.
           03  ST-RCT                PIC  X(02).
               88 VAL-RCT            VALUE '00' THRU '09'.
           03  ST-RLN                PIC  X(02).
               88 VAL-RLN            VALUE '00' THRU '09'.
           03  ST-RPL                PIC  X(02).
               88 VAL-RPL            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

           03 CAMPOS-TELA.
               05 W-PROG-FILTRO      PIC X(20).
               05 W-USU-FILTRO       PIC X(10).
               05 W-DATAINI          PIC 99/99/9999.
               05 W-DATAFIN          PIC 99/99/9999.
               05 W-ID-SEL           PIC 9(10) VALUE 0.
               05 W-DIAS-RET         PIC 9(05) VALUE 0.
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-QTD-LIDAS             PIC  9(07).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

           03 CAMPOS-LISTA.
               05 W-RCT-LINHA.
                  07 WL-ID    PIC Z(9)9.
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WL-DIA   PIC 99/99/9999.
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WL-HORA  PIC X(05).
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WL-PROG  PIC X(16).
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WL-USU   PIC X(10).
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WL-LIN   PIC ZZZZZZ9.
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WL-PARAM PIC X(40).

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
       01  JANELA-EXIBE                   PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".

       LINKAGE SECTION.

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Relatorio:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PROG-FILTRO
                          LINE 02
                          COL 16
                          SIZE 20
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 39
                          TITLE "Usuario:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-USU-FILTRO
                          LINE 02
                          COL 48
                          SIZE 11
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Periodo de:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAINI
                          LINE 04
                          COL 17
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 29
                          TITLE "a"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAFIN
                          LINE 04
                          COL 31
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Consultar"
                          LINE 04
                          COL 44
                          SIZE 13
                          ID 9
                          EXCEPTION-VALUE EXCEPTION-CONSULTAR.

           03 LST-EXECUCOES LIST-BOX
                       LINE 06
                       COL 02
                       SIZE 100
                       LINES 14
                       3-D
                       ID 10
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED
                       NOTIFY.

           03 LABEL       LINE 21 COL 05
                          TITLE "Execucao:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ID-SEL
                          LINE 21
                          COL 15
                          SIZE 11
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Exibir"
                          LINE 21
                          COL 28
                          SIZE 12
                          ID 13
                          EXCEPTION-VALUE EXCEPTION-EXIBIR.

           03 PUSH-BUTTON TITLE "&Reimprimir"
                          LINE 21
                          COL 42
                          SIZE 12
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-REIMPRIMIR.

           03 LABEL       LINE 21 COL 60
                          TITLE "Retencao (dias):"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DIAS-RET
                          LINE 21
                          COL 77
                          SIZE 6
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 21
                          COL 85
                          SIZE 12
                          ID 17
                          EXCEPTION-VALUE EXCEPTION-RETENCAO.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 23
                          COL 05
                          SIZE 12
                          SELF-ACT
                          ID 18
                          EXCEPTION-VALUE 27.

       01  TELA-EXIBE.
           03 LST-LINHAS LIST-BOX
                       LINE 02
                       COL 02
                       SIZE 100
                       LINES 20
                       3-D
                       ID 1
                       FONT SMALL-FONT
                       UNSORTED.

           03 PUSH-BUTTON TITLE "&Reimprimir"
                          LINE 23
                          COL 40
                          SIZE 12
                          ID 2
                          EXCEPTION-VALUE EXCEPTION-REIMPRIMIR.

           03 PUSH-BUTTON TITLE "&Fechar"
                          LINE 23
                          COL 55
                          SIZE 12
                          SELF-ACT
                          ID 3
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | repositorio de relatorios: cada execucao guardada
           | por PRJ-REL-GUARDA (programa, usuario, dia, hora,
           | parametros e a saida inteira) pode ser procurada,
           | reexibida e reimpressa sem alteracao; a retencao
           | em dias e por relatorio (0 = usa a politica geral
           | de RELCAT.ARQ no PRJ_CAD_RET) e e aplicada pelo
           | PRJ_EXPURGO_LOTE

           OPEN INPUT CRELCAT
           IF ST-RCT = '35'
              OPEN OUTPUT CRELCAT
              CLOSE CRELCAT
              OPEN INPUT CRELCAT.
           IF NOT VAL-RCT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CRELLIN
           IF ST-RLN = '35'
              OPEN OUTPUT CRELLIN
              CLOSE CRELLIN
              OPEN INPUT CRELLIN.
           IF NOT VAL-RLN
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CRELPOL
           IF ST-RPL = '35'
              OPEN OUTPUT CRELPOL
              CLOSE CRELPOL
              OPEN I-O CRELPOL.
           IF NOT VAL-RPL
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 25
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Repositorio de relatorios"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           INITIALIZE W-DATAINI W-DATAFIN
           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CRELCAT CRELLIN CRELPOL.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-CONSULTAR
                  PERFORM CONSULTAR-EXECUCOES
             WHEN EXCEPTION-EXIBIR
                  PERFORM EXIBE-EXECUCAO
             WHEN EXCEPTION-REIMPRIMIR
                  PERFORM REIMPRIME-EXECUCAO
             WHEN EXCEPTION-RETENCAO
                  PERFORM GRAVA-RETENCAO
           END-EVALUATE.

       CONSULTAR-EXECUCOES.
           MOVE 0 TO W-DATAINI-I
           MOVE 99999999 TO W-DATAFIN-I
           IF W-DATAINI NOT = '00/00/0000'
              MOVE W-DATAINI TO W-DATA-CRIT
              PERFORM CRITICA-DATA
              MOVE W-DATA-CRIT TO W-DATAUXI
              COMPUTE W-DATAINI-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
           END-IF
           IF W-DATAFIN NOT = '00/00/0000'
              MOVE W-DATAFIN TO W-DATA-CRIT
              PERFORM CRITICA-DATA
              MOVE W-DATA-CRIT TO W-DATAUXI
              COMPUTE W-DATAFIN-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
           END-IF

           | com relatorio informado, mostra tambem a retencao
           | em vigor para ele
           MOVE 0 TO W-DIAS-RET
           IF W-PROG-FILTRO NOT = SPACES
              INITIALIZE RPL-REG-1
              MOVE W-PROG-FILTRO TO RPL-PROG
              READ CRELPOL
              IF VAL-RPL
                 MOVE RPL-DIAS TO W-DIAS-RET
              END-IF
           END-IF
           DISPLAY TELA-PRINCIPAL

           MODIFY LST-EXECUCOES, RESET-LIST = 1
           INITIALIZE RCT-REG-1
           IF W-PROG-FILTRO NOT = SPACES
              MOVE W-PROG-FILTRO TO RCT-PROG
              START CRELCAT KEY >= RCT-RK-1
                 INVALID KEY EXIT PARAGRAPH
              END-START
           ELSE
              START CRELCAT KEY >= RCT-ID
                 INVALID KEY EXIT PARAGRAPH
              END-START
           END-IF
           PERFORM UNTIL 1 = 2
              READ CRELCAT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RCT
                 EXIT PERFORM
              END-IF
              IF W-PROG-FILTRO NOT = SPACES
                 AND RCT-PROG NOT = W-PROG-FILTRO
                 EXIT PERFORM
              END-IF

              IF RCT-DIA >= W-DATAINI-I
                 AND RCT-DIA <= W-DATAFIN-I
                 AND (W-USU-FILTRO = SPACES
                      OR RCT-USU = W-USU-FILTRO)
                 MOVE RCT-ID       TO WL-ID
                 MOVE RCT-DIA      TO W-DATAUXI
                 COMPUTE WL-DIA = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
                 MOVE SPACES       TO WL-HORA
                 STRING RCT-HORA(1:2) ':' RCT-HORA(3:2)
                        DELIMITED BY SIZE INTO WL-HORA
                 MOVE RCT-PROG     TO WL-PROG
                 MOVE RCT-USU      TO WL-USU
                 MOVE RCT-LINHAS   TO WL-LIN
                 MOVE RCT-PARAM    TO WL-PARAM
                 MODIFY LST-EXECUCOES, ITEM-TO-ADD = W-RCT-LINHA
              END-IF
           END-PERFORM.

       LE-EXECUCAO.
           INITIALIZE RCT-REG-1
           MOVE W-ID-SEL TO RCT-ID
           READ CRELCAT
           IF ST-RCT = '23' OR W-ID-SEL = 0
              MOVE '23' TO ST-RCT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Execucao nao encontrada no repositorio.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-RCT
              PERFORM ERRO-ARQUIVO
           END-IF.

       EXIBE-EXECUCAO.
           PERFORM LE-EXECUCAO
           IF NOT VAL-RCT
              EXIT PARAGRAPH
           END-IF

           MODIFY LST-LINHAS, RESET-LIST = 1

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 25
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Relatorio guardado"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-EXIBE.

           DISPLAY TELA-EXIBE.

           INITIALIZE RLN-REG-1
           MOVE RCT-ID TO RLN-ID
           START CRELLIN KEY >= RLN-CHAVE
              INVALID KEY MOVE '10' TO ST-RLN
           END-START
           PERFORM UNTIL NOT VAL-RLN
              READ CRELLIN NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RLN OR RLN-ID NOT = RCT-ID
                 EXIT PERFORM
              END-IF
              MODIFY LST-LINHAS, ITEM-TO-ADD = RLN-TEXTO
           END-PERFORM

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-EXIBE
                     ON EXCEPTION PERFORM TRATA-EXC-EXIBE
              END-ACCEPT
           END-PERFORM.

           CLOSE WINDOW JANELA-EXIBE.
           MOVE 0 TO TECLA-ESCAPE.

       TRATA-EXC-EXIBE.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-REIMPRIMIR
                  PERFORM REIMPRIME-EXECUCAO
                  SET TECLOU-ESC TO TRUE
           END-EVALUATE.

       REIMPRIME-EXECUCAO.
           | devolve a impressora as linhas exatamente como
           | foram guardadas, com os mesmos saltos de pagina
           PERFORM LE-EXECUCAO
           IF NOT VAL-RCT
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-QTD-LIDAS
           MOVE 'PRINTER' TO W-SAIDA-DEVICE
           OPEN OUTPUT PRINTF
           IF NOT VAL-PRINTF
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE RLN-REG-1
           MOVE RCT-ID TO RLN-ID
           START CRELLIN KEY >= RLN-CHAVE
              INVALID KEY MOVE '10' TO ST-RLN
           END-START
           PERFORM UNTIL NOT VAL-RLN
              READ CRELLIN NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RLN OR RLN-ID NOT = RCT-ID
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-LIDAS
              IF RLN-NOVA-PAGINA AND W-QTD-LIDAS > 1
                 WRITE PRINTF-R FROM RLN-TEXTO AFTER PAGE
              ELSE
                 WRITE PRINTF-R FROM RLN-TEXTO AFTER 1
              END-IF
           END-PERFORM
           CLOSE PRINTF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Relatorio reenviado para a impressora.'
                TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       GRAVA-RETENCAO.
           IF W-PROG-FILTRO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o relatorio para gravar a retencao.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE RPL-REG-1
           MOVE W-PROG-FILTRO TO RPL-PROG
           READ CRELPOL
           MOVE W-DIAS-RET TO RPL-DIAS
           ACCEPT RPL-DT-ALT FROM CENTURY-DATE
           MOVE W-LOGIN-L TO RPL-USU
           IF ST-RPL = '23'
              WRITE RPL-REG-1
           ELSE
              REWRITE RPL-REG-1
           END-IF
           IF NOT VAL-RPL
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Retencao gravada (0 = politica geral).'
                TO CA-MESSAGE-1
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
              MOVE 'PRJ-CONS-REL' TO ERRL-PROG
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

       COPY "DATASP.CPY".
