       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-TNQ.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_TNQ.SL".
       COPY "PRJ_FOR.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_TNQ.FD".
       COPY "PRJ_FOR.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.

       01  W-CAMPOS.
           03  ST-TNQ                PIC  X(02).
               88 VAL-TNQ            VALUE '00' THRU '09'.
           03  ST-FOR                PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-TIPO             PIC 9(01) VALUE 1.
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 W-FOR              PIC 9(06) VALUE 0.
               05 W-FOR-NOME         PIC X(60).
               05 W-NF               PIC X(15).
               05 W-LITROS           PIC 9(06)V99 VALUE 0.
               05 W-VLR-LITRO        PIC 9(03)V999 VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-SEQ-DIA               PIC  9(02).
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

           | confronto da medi??o com o estoque escritural
               05 W-DIF-MED               PIC S9(07)V99.
               05 W-PERC-MED              PIC S9(03)V99.
               05 W-ED-ESCRIT             PIC -(6)9,99.
               05 W-ED-MEDIDO             PIC Z(5)9,99.
               05 W-ED-DIF                PIC -(6)9,99.
               05 W-ED-PERC               PIC -(3)9,99.
               05 W-ED-CUSTO              PIC ZZ9,999.

           COPY "PRJ_TNS.CPY".

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
           03 RADIO-BUTTON
                       TITLE "Entrega de diesel"
                       LINE 02
                       COL 05
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-TIPO
                       ID 1
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Medi??o do tanque (r?gua)"
                       LINE 02
                       COL 30
                       GROUP 1
                       GROUP-VALUE 2
                       USING W-TIPO
                       ID 2
                       FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Data:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATA-EDIT
                          LINE 04
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 36
                          TITLE "Fornecedor:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FOR
                          LINE 04
                          COL 50
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Nota fiscal:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NF
                          LINE 06
                          COL 22
                          SIZE 15
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Litros:"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-LITROS
                          LINE 08
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 36
                          TITLE "Pre?o/litro (R$):"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VLR-LITRO
                          LINE 08
                          COL 54
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 10
                          COL 05
                          SIZE 12
                          ID 13
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 20
                          SIZE 12
                          SELF-ACT
                          ID 14
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CTANQUE
           IF ST-TNQ = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CTANQUE
              CLOSE CTANQUE
              OPEN I-O CTANQUE.
           IF NOT VAL-TNQ
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFORNEC
           IF NOT VAL-FOR
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
                           TITLE "Tanque de diesel da garagem"
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
           CLOSE CTANQUE CFORNEC CLOG.

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

       GRAVAR.
           PERFORM VALIDA-MOVIMENTO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | a medi??o ? confrontada com o estoque escritural da
           | data antes de gravar, pois depois de gravada ela
           | passa a ser o ponto de partida do pr?prio saldo
           IF W-TIPO = 2
              MOVE W-DATA-CRIT TO W-DATAUXI
              COMPUTE TNS-DATA-I = W-ANOAUXI * 10000 +
                                   W-MESAUXI * 100 + W-DIAAUXI
              CALL "PRJ_TANQUE_SALDO" USING AREA-SALDO-TANQUE
              CANCEL "PRJ_TANQUE_SALDO"
           END-IF

           PERFORM BUSCA-SEQ-DIA

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           INITIALIZE TNQ-REG-1
           MOVE W-DATA-CRIT TO TNQ-DATA
           COMPUTE TNQ-SEQ = W-SEQ-DIA + 1
           MOVE W-TIPO      TO TNQ-TIPO
           MOVE W-FOR       TO TNQ-FOR
           MOVE W-NF        TO TNQ-NF
           MOVE W-LITROS    TO TNQ-LITROS
           MOVE W-VLR-LITRO TO TNQ-VLR-LITRO
           COMPUTE TNQ-VLR-TOTAL ROUNDED = W-LITROS * W-VLR-LITRO
           MOVE W-LOGIN-L   TO TNQ-USU
           MOVE W-DATASIS   TO TNQ-DT-INC
           WRITE TNQ-REG-1
           IF NOT VAL-TNQ
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-LOG-TANQUE

           IF W-TIPO = 2
              PERFORM MOSTRA-CONFRONTO
           ELSE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Entrega registrada no tanque.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF

           INITIALIZE W-FOR W-FOR-NOME W-NF W-LITROS W-VLR-LITRO
           DISPLAY TELA-PRINCIPAL.

       MOSTRA-CONFRONTO.
           | diferen?a positiva ? perda (falta no tanque); o
           | percentual ? sobre o estoque escritural
           COMPUTE W-DIF-MED = TNS-ESTOQUE - W-LITROS
           MOVE 0 TO W-PERC-MED
           IF TNS-ESTOQUE > 0
              COMPUTE W-PERC-MED ROUNDED =
                      W-DIF-MED / TNS-ESTOQUE * 100
           END-IF
           MOVE TNS-ESTOQUE TO W-ED-ESCRIT
           MOVE W-LITROS    TO W-ED-MEDIDO
           MOVE W-DIF-MED   TO W-ED-DIF
           MOVE W-PERC-MED  TO W-ED-PERC

           INITIALIZE CA-MESSAGE-LINK
           STRING 'Escritural: ' W-ED-ESCRIT ' l  Medido: '
                  W-ED-MEDIDO ' l'
                  DELIMITED BY SIZE INTO CA-MESSAGE-1
           STRING 'Diferen?a: ' W-ED-DIF ' l  (' W-ED-PERC ' %)'
                  DELIMITED BY SIZE INTO CA-MESSAGE-2
           IF W-PERC-MED > 0,5 OR W-PERC-MED < -0,5
              PERFORM MOSTRA-MSG-ATENCAO
           ELSE
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

       VALIDA-MOVIMENTO.
           SET VALIDACAO-OK TO TRUE.
           IF W-TIPO NOT = 1 AND NOT = 2
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe entrega ou medi??o.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATA-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           | a medi??o s? registra o volume lido na r?gua
           IF W-TIPO = 2
              INITIALIZE W-FOR W-NF W-VLR-LITRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FOR-REG-1
           MOVE W-FOR TO FOR-COD
           READ CFORNEC
           IF ST-FOR = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor n?o cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO
           END-IF
           IF NOT FOR-COMBUSTIVEL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor n?o ? de combust?vel.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           MOVE FOR-NOME TO W-FOR-NOME

           IF W-NF = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a nota fiscal da entrega.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-LITROS = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe os litros entregues.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-VLR-LITRO = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o pre?o por litro.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF.

       BUSCA-SEQ-DIA.
           MOVE 0 TO W-SEQ-DIA
           INITIALIZE TNQ-REG-1
           MOVE W-DATA-CRIT TO TNQ-DATA
           MOVE 0           TO TNQ-SEQ
           START CTANQUE KEY >= TNQ-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CTANQUE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TNQ
                 EXIT PERFORM
              END-IF
              IF TNQ-DATA NOT = W-DATA-CRIT
                 EXIT PERFORM
              END-IF
              MOVE TNQ-SEQ TO W-SEQ-DIA
           END-PERFORM.

       GRAVA-LOG-TANQUE.
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
           IF W-TIPO = 1
              STRING 'Entrega tanque NF ' W-NF
                     DELIMITED BY SIZE INTO LOG-REG
           ELSE
              STRING 'Medicao tanque ' W-DATA-EDIT
                     DELIMITED BY SIZE INTO LOG-REG
           END-IF
           MOVE 'TANQUE.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-TNQ' TO ERRL-PROG
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
