       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ROTACAO.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_ROT.SL".
       COPY "PRJ_VIA.SL".
       COPY "PRJ_VEI.SL".
       COPY "PRJ_CID.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_ROT.FD".
       COPY "PRJ_VIA.FD".
       COPY "PRJ_VEI.FD".
       COPY "PRJ_CID.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GERAR                VALUE 02.
       78  EXCEPTION-CONSULTAR            VALUE 03.
       78  EXCEPTION-DESCARTAR            VALUE 04.
       78  EXCEPTION-ACEITAR              VALUE 05.

       01  W-CAMPOS.
           03  ST-ROT                PIC  X(02).
               88 VAL-ROT            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           | plano de rotacao dos onibus gerado pelo
           | PRJ_ROTACAO_LOTE: o despachante revisa as placas
           | propostas, descarta as que nao quer e aceita o
           | resto de uma vez; so entao a placa vai para o
           | VIAGEM.ARQ, conferindo de novo o onibus e a partida
           03 CAMPOS-TELA.
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 W-QTD-PROP         PIC ZZ9.
               05 W-QTD-ESC          PIC ZZ9.
               05 W-QTD-SEM          PIC ZZ9.
               05 W-QTD-DESC         PIC ZZ9.
               05 W-KM-TOT           PIC ZZ.ZZ9.
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-DESC-LOG              PIC  X(60).

               05 W-DATA-PLANO            PIC  9(08) VALUE 0.
               05 W-DATA-L                PIC  9(08).
               05 W-SAIDA                 PIC  X(01) VALUE 'I'.
               05 W-ARQ-SAIDA             PIC  X(150) VALUE SPACES.
               05 W-CONT-PROP             PIC  9(03).
               05 W-CONT-ESC              PIC  9(03).
               05 W-CONT-SEM              PIC  9(03).
               05 W-CONT-DESC             PIC  9(03).
               05 W-CONT-KM               PIC  9(05).
               05 W-QTD-ACEITA            PIC  9(03).
               05 W-QTD-RECUSA            PIC  9(03).
               05 W-QTD-ACEITA-ED         PIC  ZZ9.
               05 W-QTD-RECUSA-ED         PIC  ZZ9.
               05 W-DATA-LOG-ED           PIC  99/99/9999.

               05 W-LISTA-QTD             PIC  9(03) VALUE 0.
               05 W-LISTA-CHAVE OCCURS 300 TIMES
                                          PIC  X(12).

               05 W-PLANO-LINHA.
                  07 WP-HH    PIC 99.
                  07 FILLER   PIC X(01) VALUE ':'.
                  07 WP-MM    PIC 99.
                  07 FILLER   PIC X(07) VALUE ' Frota '.
                  07 WP-FRO   PIC ZZ9.
                  07 FILLER   PIC X(01) VALUE '/'.
                  07 WP-NUM   PIC 9.
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-ORI   PIC X(15).
                  07 FILLER   PIC X(03) VALUE ' > '.
                  07 WP-DES   PIC X(15).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-PLACA PIC X(08).
                  07 FILLER   PIC X(06) VALUE '  Rot '.
                  07 WP-ROT   PIC ZZ9.
                  07 FILLER   PIC X(01) VALUE '/'.
                  07 WP-SEQ   PIC Z9.
                  07 FILLER   PIC X(08) VALUE '  Vazio '.
                  07 WP-KM    PIC Z.ZZ9.
                  07 FILLER   PIC X(05) VALUE ' km  '.
                  07 WP-SIT   PIC X(12).

               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).

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
           COPY "DATASW.CPY".

       LINKAGE SECTION.

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Data da opera??o:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATA-EDIT
                          LINE 02
                          COL 23
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gerar plano"
                          LINE 02
                          COL 38
                          SIZE 14
                          ID 3
                          EXCEPTION-VALUE EXCEPTION-GERAR.

           03 PUSH-BUTTON TITLE "&Consultar"
                          LINE 02
                          COL 55
                          SIZE 14
                          ID 4
                          EXCEPTION-VALUE EXCEPTION-CONSULTAR.

           03 LABEL       LINE 04 COL 05
                          TITLE "Propostas:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-QTD-PROP
                          COLOR 33024
                          LINE 04
                          COL 16
                          3-D
                          BOXED
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 23
                          TITLE "J? escaladas:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-QTD-ESC
                          COLOR 33024
                          LINE 04
                          COL 37
                          3-D
                          BOXED
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 44
                          TITLE "Sem ?nibus:"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-QTD-SEM
                          COLOR 33024
                          LINE 04
                          COL 56
                          3-D
                          BOXED
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 63
                          TITLE "Descartadas:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-QTD-DESC
                          COLOR 33024
                          LINE 04
                          COL 76
                          3-D
                          BOXED
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 83
                          TITLE "Km vazio:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-KM-TOT
                          COLOR 33024
                          LINE 04
                          COL 93
                          3-D
                          BOXED
                          ID 14
                          FONT SMALL-FONT.

           03 LST-PLANO LIST-BOX
                       LINE 06
                       COL 05
                       SIZE 100
                       LINES 14
                       3-D
                       ID 15
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED
                       NOTIFY.

           03 PUSH-BUTTON TITLE "&Descartar/Restaurar"
                          LINE 21
                          COL 05
                          SIZE 20
                          ID 16
                          EXCEPTION-VALUE EXCEPTION-DESCARTAR.

           03 PUSH-BUTTON TITLE "&Aceitar plano"
                          LINE 21
                          COL 28
                          SIZE 16
                          ID 17
                          EXCEPTION-VALUE EXCEPTION-ACEITAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 21
                          COL 47
                          SIZE 12
                          SELF-ACT
                          ID 18
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CROTACAO
           IF ST-ROT = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CROTACAO
              CLOSE CROTACAO
              OPEN I-O CROTACAO.
           IF NOT VAL-ROT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVEICULO
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           | o plano sugerido e o do dia seguinte
           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DATAUXI) + 1)
           COMPUTE W-DATA-EDIT =   W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 110 LINES 23
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Plano de rota??o dos ?nibus"
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
           CLOSE CROTACAO CVIAGEM CVEICULO CCIDADE CLOG.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-GERAR
                  PERFORM GERAR-PLANO
             WHEN EXCEPTION-CONSULTAR
                  PERFORM CONSULTAR-PLANO
             WHEN EXCEPTION-DESCARTAR
                  PERFORM DESCARTAR-LINHA
             WHEN EXCEPTION-ACEITAR
                  PERFORM ACEITAR-PLANO
           END-EVALUATE.

       VALIDA-DATA-PLANO.
           SET VALIDACAO-OK TO FALSE
           MOVE W-DATA-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DATA-PLANO
           SET VALIDACAO-OK TO TRUE.

       GERAR-PLANO.
           PERFORM VALIDA-DATA-PLANO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | o lote refaz o plano do dia e imprime as rotacoes
           MOVE W-DATA-PLANO TO W-DATAUXI
           COMPUTE W-DATA-L = W-ANOAUXI * 10000 +
                              W-MESAUXI * 100 +
                              W-DIAAUXI
           CLOSE CROTACAO
           CALL "PRJ_ROTACAO_LOTE" USING W-DATA-L, W-SAIDA,
                W-ARQ-SAIDA, W-LOGIN-L
              ON OVERFLOW  MOVE 'Programa nao encontrado.'
                           TO CA-MESSAGE-1
                           PERFORM MOSTRA-MSG-MENSAGEM
              NOT OVERFLOW
                   CANCEL "PRJ_ROTACAO_LOTE"
           END-CALL
           OPEN I-O CROTACAO
           IF NOT VAL-ROT
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM LISTA-PLANO
           DISPLAY TELA-PRINCIPAL.

       CONSULTAR-PLANO.
           PERFORM VALIDA-DATA-PLANO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM LISTA-PLANO
           DISPLAY TELA-PRINCIPAL
           IF W-LISTA-QTD = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'N?o h? plano de rota??o para a data.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF.

       LISTA-PLANO.
           MODIFY LST-PLANO, RESET-LIST = 1
           MOVE 0 TO W-LISTA-QTD W-LST-IDX
           MOVE 0 TO W-CONT-PROP W-CONT-ESC W-CONT-SEM W-CONT-DESC
                     W-CONT-KM
           INITIALIZE ROT-REG-1
           MOVE W-DATA-PLANO TO ROT-DATA
           START CROTACAO KEY >= ROT-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-ROT
              READ CROTACAO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ROT OR ROT-DATA NOT = W-DATA-PLANO
                 EXIT PERFORM
              END-IF
              IF W-LISTA-QTD < 300
                 ADD 1 TO W-LISTA-QTD
                 MOVE ROT-CHAVE TO W-LISTA-CHAVE(W-LISTA-QTD)
                 PERFORM MONTA-LINHA-PLANO
                 MODIFY LST-PLANO, ITEM-TO-ADD = W-PLANO-LINHA
              END-IF
              EVALUATE TRUE
                 WHEN ROT-PROPOSTA    ADD 1 TO W-CONT-PROP
                 WHEN ROT-JA-ESCALADA ADD 1 TO W-CONT-ESC
                 WHEN ROT-SEM-ONIBUS  ADD 1 TO W-CONT-SEM
                 WHEN ROT-DESCARTADA  ADD 1 TO W-CONT-DESC
              END-EVALUATE
              IF NOT ROT-DESCARTADA
                 ADD ROT-KM-VAZIO TO W-CONT-KM
              END-IF
           END-PERFORM
           MOVE W-CONT-PROP TO W-QTD-PROP
           MOVE W-CONT-ESC  TO W-QTD-ESC
           MOVE W-CONT-SEM  TO W-QTD-SEM
           MOVE W-CONT-DESC TO W-QTD-DESC
           MOVE W-CONT-KM   TO W-KM-TOT.

       MONTA-LINHA-PLANO.
           MOVE ROT-HR-PART TO W-HHMM-AUX
           MOVE W-HH-AUX    TO WP-HH
           MOVE W-MM-AUX    TO WP-MM
           MOVE ROT-FRO     TO WP-FRO
           MOVE ROT-NUM     TO WP-NUM
           MOVE SPACES      TO WP-ORI WP-DES
           INITIALIZE CID-REG-1
           MOVE ROT-ORI TO CID-ID
           READ CCIDADE
           IF VAL-CID
              MOVE CID-NOME TO WP-ORI
           END-IF
           INITIALIZE CID-REG-1
           MOVE ROT-DES TO CID-ID
           READ CCIDADE
           IF VAL-CID
              MOVE CID-NOME TO WP-DES
           END-IF
           MOVE ROT-PLACA    TO WP-PLACA
           MOVE ROT-ROTACAO  TO WP-ROT
           MOVE ROT-SEQ      TO WP-SEQ
           MOVE ROT-KM-VAZIO TO WP-KM
           EVALUATE TRUE
              WHEN ROT-PROPOSTA    MOVE 'Proposta'    TO WP-SIT
              WHEN ROT-ACEITA      MOVE 'Aceita'      TO WP-SIT
              WHEN ROT-DESCARTADA  MOVE 'Descartada'  TO WP-SIT
              WHEN ROT-JA-ESCALADA MOVE 'J? escalada' TO WP-SIT
              WHEN OTHER           MOVE 'Sem ?nibus'  TO WP-SIT
           END-EVALUATE.

       DESCARTAR-LINHA.
           | alterna a linha escolhida entre proposta e
           | descartada; descartada nao vai para a viagem
           IF W-LST-IDX < 1 OR W-LST-IDX > W-LISTA-QTD
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione uma partida na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ROT-REG-1
           MOVE W-LISTA-CHAVE(W-LST-IDX) TO ROT-CHAVE
           READ CROTACAO
           IF NOT VAL-ROT
              PERFORM ERRO-ARQUIVO
           END-IF

           EVALUATE TRUE
              WHEN ROT-PROPOSTA
                 SET ROT-DESCARTADA TO TRUE
              WHEN ROT-DESCARTADA
                 SET ROT-PROPOSTA TO TRUE
              WHEN OTHER
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'S? a placa proposta pode ser descartada.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
           END-EVALUATE
           REWRITE ROT-REG-1
           IF NOT VAL-ROT
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM LISTA-PLANO
           DISPLAY TELA-PRINCIPAL.

       ACEITAR-PLANO.
           PERFORM VALIDA-DATA-PLANO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM LISTA-PLANO
           IF W-CONT-PROP = 0
              DISPLAY TELA-PRINCIPAL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'N?o h? placa proposta para aceitar na data.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Escalar nas viagens todas as placas propostas?'
                TO CA-MESSAGE-1
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           PERFORM PEGA-DATA-HORA
           MOVE 0 TO W-QTD-ACEITA W-QTD-RECUSA
           INITIALIZE ROT-REG-1
           MOVE W-DATA-PLANO TO ROT-DATA
           START CROTACAO KEY >= ROT-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-ROT
              READ CROTACAO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ROT OR ROT-DATA NOT = W-DATA-PLANO
                 EXIT PERFORM
              END-IF
              IF ROT-PROPOSTA
                 PERFORM ACEITA-PARTIDA
              END-IF
           END-PERFORM

           MOVE W-QTD-ACEITA TO W-QTD-ACEITA-ED
           MOVE W-DATA-PLANO TO W-DATA-LOG-ED
           MOVE SPACES TO W-DESC-LOG
           STRING 'Plano de rotacao aceito ' W-DATA-LOG-ED ': '
                  W-QTD-ACEITA-ED ' partidas'
                  DELIMITED BY SIZE INTO W-DESC-LOG
           PERFORM GRAVA-LOG-ROTACAO

           PERFORM LISTA-PLANO
           DISPLAY TELA-PRINCIPAL

           MOVE W-QTD-RECUSA TO W-QTD-RECUSA-ED
           INITIALIZE CA-MESSAGE-LINK
           STRING 'Partidas escaladas: ' W-QTD-ACEITA-ED
                  DELIMITED BY SIZE INTO CA-MESSAGE-1
           IF W-QTD-RECUSA > 0
              STRING 'N?o escaladas (?nibus ou viagem mudou): '
                     W-QTD-RECUSA-ED
                     DELIMITED BY SIZE INTO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           ELSE
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF.

       ACEITA-PARTIDA.
           | entre o calculo e o aceite a viagem pode ter sido
           | escalada, encerrada ou cancelada e o onibus pode
           | ter ido para a oficina: essas ficam como estao
           INITIALIZE VIA-REG-1
           MOVE ROT-FRO  TO VIA-FRO
           MOVE ROT-DATA TO VIA-DATA
           MOVE ROT-NUM  TO VIA-NUM
           READ CVIAGEM
           IF NOT VAL-VIA
              ADD 1 TO W-QTD-RECUSA
              EXIT PARAGRAPH
           END-IF
           IF NOT VIA-PROGRAMADA OR VIA-VEICULO NOT = SPACES
              ADD 1 TO W-QTD-RECUSA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE VEI-REG-1
           MOVE ROT-PLACA TO VEI-PLACA
           READ CVEICULO
           IF NOT VAL-VEI
              ADD 1 TO W-QTD-RECUSA
              EXIT PARAGRAPH
           END-IF
           IF NOT VEI-ATIVO
              ADD 1 TO W-QTD-RECUSA
              EXIT PARAGRAPH
           END-IF

           MOVE ROT-PLACA TO VIA-VEICULO
           REWRITE VIA-REG-1
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO
           END-IF

           SET ROT-ACEITA TO TRUE
           MOVE W-DATASIS TO ROT-DT-ACEITE
           MOVE W-LOGIN-L TO ROT-USU-ACEITE
           REWRITE ROT-REG-1
           IF NOT VAL-ROT
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-ACEITA.

       PEGA-DATA-HORA.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           ACCEPT W-HORA FROM TIME.

       GRAVA-LOG-ROTACAO.
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
           MOVE W-DESC-LOG TO LOG-REG
           MOVE 'VIAGEM.ARQ ' TO LOG-ARQ
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
              MOVE 'PRJ-ROTACAO' TO ERRL-PROG
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
