       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-APROVA-OVB.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_OVB.SL".
       COPY "PRJ_FRO.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_OVB.FD".
       COPY "PRJ_FRO.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-APROVAR              VALUE 02.
       78  EXCEPTION-RECUSAR              VALUE 03.

       01  W-CAMPOS.
           03  ST-OVB                PIC  X(02).
               88 VAL-OVB            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  W-APROV               PIC  X(01).
           03  W-GER-LOGIN           PIC  X(10).

           | franquia de overbooking calculada pelo
           | PRJ_OVERBOOK_LOTE: o supervisor aprova (podendo
           | reduzir) ou recusa a sugest?o. OVB-APROVADO ? o
           | que a venda usa; recusar mant?m a franquia anterior
           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-NOME-FRO         PIC X(40).
               05 W-TIPO             PIC 9(02).
               05 W-BASE             PIC Z(6)9.
               05 W-NOSHOW           PIC Z(6)9.
               05 W-TAXA             PIC ZZ9,99.
               05 W-SUGERIDO         PIC Z9.
               05 W-APROVADO         PIC Z9.
               05 W-SITUACAO         PIC X(10).
               05 W-DT-CALC          PIC 99/99/9999.
               05 W-USU-APROV        PIC X(10).
               05 W-NOVA-FRANQUIA    PIC 9(02).
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-DESC-LOG              PIC  X(60).
               05 W-PEND-LINHA.
                  07 FILLER   PIC X(07) VALUE 'Frota '.
                  07 WP-FRO   PIC ZZ9.
                  07 FILLER   PIC X(07) VALUE '  Tipo '.
                  07 WP-TIPO  PIC 9.
                  07 FILLER   PIC X(15) VALUE '  No-show % '.
                  07 WP-TAXA  PIC ZZ9,99.
                  07 FILLER   PIC X(13) VALUE '  Sugerido '.
                  07 WP-SUG   PIC Z9.
                  07 FILLER   PIC X(13) VALUE '  Em vigor '.
                  07 WP-APR   PIC Z9.

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
                          COL 12
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 ENTRY-FIELD FROM W-NOME-FRO
                          COLOR 33024
                          LINE 02
                          COL 17
                          SIZE 30
                          3-D
                          BOXED
                          ID 3
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 50
                          TITLE "Tipo (1-Sub/2-Con):"
                          ID 4
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO
                          LINE 02
                          COL 71
                          3-D
                          BOXED
                          AUTO
                          ID 5
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CHAVE.

           03 LABEL       LINE 04 COL 05
                          TITLE "Viagens na janela:"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-BASE
                          COLOR 33024
                          LINE 04
                          COL 24
                          3-D
                          BOXED
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 34
                          TITLE "No-shows:"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-NOSHOW
                          COLOR 33024
                          LINE 04
                          COL 44
                          3-D
                          BOXED
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 54
                          TITLE "Taxa %:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-TAXA
                          COLOR 33024
                          LINE 04
                          COL 62
                          3-D
                          BOXED
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Sugerido (lugares):"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-SUGERIDO
                          COLOR 33024
                          LINE 06
                          COL 25
                          3-D
                          BOXED
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 30
                          TITLE "Em vigor:"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-APROVADO
                          COLOR 33024
                          LINE 06
                          COL 40
                          3-D
                          BOXED
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 45
                          TITLE "Situa??o:"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-SITUACAO
                          COLOR 33024
                          LINE 06
                          COL 55
                          3-D
                          BOXED
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Calculado em:"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-DT-CALC
                          COLOR 33024
                          LINE 08
                          COL 19
                          3-D
                          BOXED
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 32
                          TITLE "Aprovado por:"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-USU-APROV
                          COLOR 33024
                          LINE 08
                          COL 46
                          3-D
                          BOXED
                          ID 21
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Franquia a aprovar:"
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NOVA-FRANQUIA
                          LINE 10
                          COL 25
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Aprovar"
                          LINE 12
                          COL 05
                          SIZE 12
                          ID 24
                          EXCEPTION-VALUE EXCEPTION-APROVAR.

           03 PUSH-BUTTON TITLE "&Recusar"
                          LINE 12
                          COL 20
                          SIZE 12
                          ID 25
                          EXCEPTION-VALUE EXCEPTION-RECUSAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 12
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 26
                          EXCEPTION-VALUE 27.

           03 LABEL       LINE 14 COL 05
                          TITLE "Aguardando aprova??o:"
                          ID 27
                          TRANSPARENT.

           03 LST-PENDENTES LIST-BOX
                       LINE 15
                       COL 05
                       SIZE 80
                       LINES 8
                       3-D
                       ID 28
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O COVERBOOK
           IF ST-OVB = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT COVERBOOK
              CLOSE COVERBOOK
              OPEN I-O COVERBOOK.
           IF NOT VAL-OVB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
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
                           SIZE 90 LINES 24
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Aprova??o da franquia de overbooking"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.
           PERFORM LISTA-PENDENTES.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE COVERBOOK CFROTA CLOG.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-APROVAR
                  PERFORM APROVAR
             WHEN EXCEPTION-RECUSAR
                  PERFORM RECUSAR
           END-EVALUATE.

       PROC-CHAVE.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           MOVE SPACES TO W-NOME-FRO
           INITIALIZE FRO-REG-1
           MOVE W-FRO TO FRO-ID
           READ CFROTA
           IF VAL-FRO
              MOVE FRO-DESC TO W-NOME-FRO
           END-IF

           INITIALIZE OVB-REG-1
           MOVE W-FRO  TO OVB-FRO
           MOVE W-TIPO TO OVB-TIPO
           READ COVERBOOK
           IF VAL-OVB
              PERFORM MOSTRA-FRANQUIA
           ELSE
              MOVE 0 TO W-BASE W-NOSHOW W-TAXA W-SUGERIDO
                        W-APROVADO W-DT-CALC W-NOVA-FRANQUIA
              MOVE SPACES TO W-SITUACAO W-USU-APROV
           END-IF
           DISPLAY TELA-PRINCIPAL.

       MOSTRA-FRANQUIA.
           MOVE OVB-QTD-BASE   TO W-BASE
           MOVE OVB-QTD-NOSHOW TO W-NOSHOW
           MOVE OVB-TAXA       TO W-TAXA
           MOVE OVB-SUGERIDO   TO W-SUGERIDO W-NOVA-FRANQUIA
           MOVE OVB-APROVADO   TO W-APROVADO
           MOVE OVB-DT-CALC    TO W-DT-CALC
           MOVE OVB-USU-APROV  TO W-USU-APROV
           EVALUATE TRUE
              WHEN OVB-PENDENTE MOVE 'PENDENTE' TO W-SITUACAO
              WHEN OVB-RECUSADA MOVE 'RECUSADA' TO W-SITUACAO
              WHEN OTHER        MOVE 'APROVADA' TO W-SITUACAO
           END-EVALUATE.

       LISTA-PENDENTES.
           MODIFY LST-PENDENTES, RESET-LIST = 1
           INITIALIZE OVB-REG-1
           START COVERBOOK KEY >= OVB-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT VAL-OVB
              READ COVERBOOK NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-OVB
                 EXIT PERFORM
              END-IF
              IF OVB-PENDENTE
                 MOVE OVB-FRO      TO WP-FRO
                 MOVE OVB-TIPO     TO WP-TIPO
                 MOVE OVB-TAXA     TO WP-TAXA
                 MOVE OVB-SUGERIDO TO WP-SUG
                 MOVE OVB-APROVADO TO WP-APR
                 MODIFY LST-PENDENTES, ITEM-TO-ADD = W-PEND-LINHA
              END-IF
           END-PERFORM.

       LE-FRANQUIA.
           SET VALIDACAO-OK TO FALSE
           IF W-FRO = 0 OR W-TIPO < 1 OR W-TIPO > 2
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a frota e o tipo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE OVB-REG-1
           MOVE W-FRO  TO OVB-FRO
           MOVE W-TIPO TO OVB-TIPO
           READ COVERBOOK
           IF ST-OVB = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Franquia ainda n?o calculada para a linha.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-OVB
              PERFORM ERRO-ARQUIVO
           END-IF
           SET VALIDACAO-OK TO TRUE.

       APROVAR.
           PERFORM LE-FRANQUIA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | o supervisor pode aprovar menos que o sugerido,
           | nunca mais
           IF W-NOVA-FRANQUIA > OVB-SUGERIDO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Franquia maior que a sugerida pelo c?lculo.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM PEDE-SUPERVISOR
           IF W-APROV NOT = '1'
              EXIT PARAGRAPH
           END-IF

           PERFORM PEGA-DATA-HORA
           MOVE W-NOVA-FRANQUIA TO OVB-APROVADO
           SET OVB-APROVADA TO TRUE
           MOVE W-DATASIS   TO OVB-DT-APROV
           MOVE W-GER-LOGIN TO OVB-USU-APROV
           REWRITE OVB-REG-1
           IF NOT VAL-OVB
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'Aprovacao da franquia de overbooking' TO W-DESC-LOG
           PERFORM GRAVA-LOG-OVB

           PERFORM MOSTRA-FRANQUIA
           PERFORM LISTA-PENDENTES
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Franquia de overbooking aprovada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       RECUSAR.
           PERFORM LE-FRANQUIA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF NOT OVB-PENDENTE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'N?o h? sugest?o pendente para a linha.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM PEDE-SUPERVISOR
           IF W-APROV NOT = '1'
              EXIT PARAGRAPH
           END-IF

           PERFORM PEGA-DATA-HORA
           SET OVB-RECUSADA TO TRUE
           MOVE W-DATASIS   TO OVB-DT-APROV
           MOVE W-GER-LOGIN TO OVB-USU-APROV
           REWRITE OVB-REG-1
           IF NOT VAL-OVB
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'Recusa da franquia de overbooking' TO W-DESC-LOG
           PERFORM GRAVA-LOG-OVB

           PERFORM MOSTRA-FRANQUIA
           PERFORM LISTA-PENDENTES
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Sugest?o recusada. Vale a franquia anterior.'
                TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       PEDE-SUPERVISOR.
           INITIALIZE W-APROV W-GER-LOGIN
           CALL "PRJ_APROV_GER" USING W-APROV, W-GER-LOGIN
              ON OVERFLOW  MOVE 'Programa nao encontrado.'
                           TO CA-MESSAGE-1
                           PERFORM MOSTRA-MSG-MENSAGEM
              NOT OVERFLOW
                   CANCEL "PRJ_APROV_GER"
           END-CALL
           IF W-APROV NOT = '1'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Opera??o n?o autorizada pelo supervisor.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF.

       PEGA-DATA-HORA.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           ACCEPT W-HORA FROM TIME.

       GRAVA-LOG-OVB.
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
           MOVE 'OVERBOOK.AR' TO LOG-ARQ
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
              MOVE 'PRJ-APROVA-O' TO ERRL-PROG
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
