       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CHECKLIST.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_CKL.SL".
       COPY "PRJ_CHI.SL".
       COPY "PRJ_VIA.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_CKL.FD".
       COPY "PRJ_CHI.FD".
       COPY "PRJ_VIA.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-CONSULTAR            VALUE 03.

       01  W-CAMPOS.
           03  ST-CHK                PIC  X(02).
               88 VAL-CHK            VALUE '00' THRU '09'.
           03  ST-CHI                PIC  X(02).
               88 VAL-CHI            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 W-NUM              PIC 9(01).
               05 W-ITEM             PIC 9(02).
               05 W-RESULT           PIC X(01).
               05 W-INSPETOR         PIC X(10).
               05 W-OBS              PIC X(40).
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-HORA                  PIC  9(08).
               05 REDEFINES W-HORA.
                  07 W-HR                 PIC 9(02).
                  07 W-MIN                PIC 9(02).
                  07 W-SEG                PIC 9(02).
                  07 W-MM                 PIC 9(02).
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

               05 W-QTD-PEND              PIC  9(02).
               05 W-QTD-REPR              PIC  9(02).
               05 W-QTD-REPR-CRIT         PIC  9(02).

           03 CAMPOS-LISTA.
               05 W-CHK-LINHA.
                  07 WC-ITEM  PIC 99.
                  07 FILLER   PIC X(01) VALUE '-'.
                  07 WC-DESC  PIC X(30).
                  07 FILLER   PIC X(01) VALUE SPACES.
                  07 WC-CRIT  PIC X(08).
                  07 FILLER   PIC X(01) VALUE SPACES.
                  07 WC-RES   PIC X(10).
                  07 FILLER   PIC X(01) VALUE SPACES.
                  07 WC-INSP  PIC X(10).
                  07 FILLER   PIC X(01) VALUE SPACES.
                  07 WC-HORA  PIC 99.99.
                  07 FILLER   PIC X(01) VALUE SPACES.
                  07 WC-OBS   PIC X(25).

               05 W-CHK-SITUACAO.
                  07 FILLER   PIC X(10) VALUE 'SITUACAO: '.
                  07 WC-SIT   PIC X(60).

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
                          TITLE "Data:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATA-EDIT
                          LINE 02
                          COL 26
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 38
                          TITLE "Partida:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NUM
                          LINE 02
                          COL 47
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Item:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ITEM
                          LINE 04
                          COL 13
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 20
                          TITLE "Aprovado/Reprovado (A/R):"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-RESULT
                          LINE 04
                          COL 47
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 52
                          TITLE "Inspetor:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INSPETOR
                          LINE 04
                          COL 62
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Obs.:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OBS
                          LINE 06
                          COL 13
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Registrar"
                          LINE 08
                          COL 05
                          SIZE 13
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Consultar checklist"
                          LINE 08
                          COL 21
                          SIZE 21
                          ID 16
                          EXCEPTION-VALUE EXCEPTION-CONSULTAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 08
                          COL 45
                          SIZE 12
                          SELF-ACT
                          ID 17
                          EXCEPTION-VALUE 27.

           03 LST-CHECK LIST-BOX
                       LINE 10
                       COL 02
                       SIZE 95
                       LINES 12
                       3-D
                       ID 18
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED
                       NOTIFY.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | checklist de saida por partida: cada item do
           | cadastro (pneus, luzes, extintor, tacografo,
           | bafometro do motorista) recebe aprovado ou
           | reprovado com inspetor e hora; o encerramento do
           | embarque confere este arquivo

           OPEN I-O CCHKLIST
           IF ST-CHK = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CCHKLIST
              CLOSE CCHKLIST
              OPEN I-O CCHKLIST.
           IF NOT VAL-CHK
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCHKITEM
           IF ST-CHI = '35'
              OPEN OUTPUT CCHKITEM
              CLOSE CCHKITEM
              OPEN INPUT CCHKITEM.
           IF NOT VAL-CHI
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

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           MOVE W-LOGIN-L TO W-INSPETOR

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 100 LINES 24
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Checklist de saida da viagem"
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
           CLOSE CCHKLIST CCHKITEM CVIAGEM CLOG.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-GRAVAR
                  PERFORM REGISTRAR-ITEM
             WHEN EXCEPTION-CONSULTAR
                  PERFORM CONSULTAR-CHECKLIST
           END-EVALUATE.

       VALIDA-VIAGEM.
           SET VALIDACAO-OK TO TRUE
           IF W-FRO = 0 OR W-NUM = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe frota, data e partida.' TO CA-MESSAGE-1
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

           INITIALIZE VIA-REG-1
           MOVE W-FRO       TO VIA-FRO
           MOVE W-DATA-CRIT TO VIA-DATA
           MOVE W-NUM       TO VIA-NUM
           READ CVIAGEM
           IF ST-VIA = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Viagem nao encontrada no movimento.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO
           END-IF.

       REGISTRAR-ITEM.
           PERFORM VALIDA-VIAGEM
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | depois que a viagem saiu o checklist vira registro
           | da partida e nao se altera mais
           IF VIA-ENCERRADA OR VIA-CANCELADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Viagem encerrada ou cancelada.' TO CA-MESSAGE-1
              MOVE 'O checklist nao pode mais ser alterado.'
                   TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CHI-REG-1
           MOVE W-ITEM TO CHI-COD
           READ CCHKITEM
           IF NOT VAL-CHI OR NOT CHI-EM-USO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Item de checklist inexistente ou inativo.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-RESULT = 'a'
              MOVE 'A' TO W-RESULT
           END-IF
           IF W-RESULT = 'r'
              MOVE 'R' TO W-RESULT
           END-IF
           IF W-RESULT NOT = 'A' AND W-RESULT NOT = 'R'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe A (aprovado) ou R (reprovado).'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-RESULT = 'R' AND W-OBS = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Descreva o defeito na observacao.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-INSPETOR = SPACES
              MOVE W-LOGIN-L TO W-INSPETOR
           END-IF

           | a reinspecao do mesmo item (pneu trocado, bafometro
           | refeito) substitui o resultado anterior
           ACCEPT W-HORA FROM TIME
           INITIALIZE CHK-REG-1
           MOVE W-FRO       TO CHK-FRO
           MOVE W-DATA-CRIT TO CHK-DATA
           MOVE W-NUM       TO CHK-NUM
           MOVE W-ITEM      TO CHK-ITEM
           READ CCHKLIST
           IF ST-CHK = '23'
              INITIALIZE CHK-REG-1
              MOVE W-FRO       TO CHK-FRO
              MOVE W-DATA-CRIT TO CHK-DATA
              MOVE W-NUM       TO CHK-NUM
              MOVE W-ITEM      TO CHK-ITEM
           ELSE
              IF NOT VAL-CHK
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           IF W-RESULT = 'A'
              SET CHK-APROVADO TO TRUE
           ELSE
              SET CHK-REPROVADO TO TRUE
           END-IF
           MOVE CHI-CRITICO TO CHK-CRITICO
           MOVE W-OBS       TO CHK-OBS
           MOVE W-INSPETOR  TO CHK-INSPETOR
           MOVE W-DATASIS   TO CHK-DIA
           MOVE W-HORA      TO CHK-HORA
           MOVE W-LOGIN-L   TO CHK-USU

           IF ST-CHK = '23'
              WRITE CHK-REG-1
           ELSE
              REWRITE CHK-REG-1
           END-IF
           IF NOT VAL-CHK
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-LOG-CHECKLIST

           INITIALIZE CA-MESSAGE-LINK
           IF CHK-REPROVADO AND CHK-ITEM-CRITICO
              MOVE 'Item critico reprovado: a viagem nao sai sem'
                   TO CA-MESSAGE-1
              MOVE 'reinspecao ou liberacao do supervisor.'
                   TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           ELSE
              MOVE 'Item registrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
           END-IF

           INITIALIZE W-ITEM W-RESULT W-OBS
           PERFORM CONSULTAR-CHECKLIST.

       CONSULTAR-CHECKLIST.
           PERFORM VALIDA-VIAGEM
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           MODIFY LST-CHECK, RESET-LIST = 1
           MOVE 0 TO W-QTD-PEND W-QTD-REPR W-QTD-REPR-CRIT

           INITIALIZE CHI-REG-1
           START CCHKITEM KEY >= CHI-COD
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CCHKITEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CHI
                 EXIT PERFORM
              END-IF

              INITIALIZE CHK-REG-1
              MOVE W-FRO       TO CHK-FRO
              MOVE W-DATA-CRIT TO CHK-DATA
              MOVE W-NUM       TO CHK-NUM
              MOVE CHI-COD     TO CHK-ITEM
              READ CCHKLIST
              IF NOT VAL-CHK
                 INITIALIZE CHK-REG-1
              END-IF

              IF CHI-EM-USO OR CHK-RESULT NOT = 0
                 PERFORM MONTA-LINHA-CHECKLIST
                 MODIFY LST-CHECK, ITEM-TO-ADD = W-CHK-LINHA
              END-IF
           END-PERFORM

           PERFORM MONTA-SITUACAO
           MODIFY LST-CHECK, ITEM-TO-ADD = W-CHK-SITUACAO
           DISPLAY TELA-PRINCIPAL.

       MONTA-LINHA-CHECKLIST.
           MOVE CHI-COD  TO WC-ITEM
           MOVE CHI-DESC TO WC-DESC
           IF CHI-E-CRITICO
              MOVE 'CRITICO' TO WC-CRIT
           ELSE
              MOVE SPACES TO WC-CRIT
           END-IF
           EVALUATE TRUE
              WHEN CHK-APROVADO
                 MOVE 'APROVADO' TO WC-RES
              WHEN CHK-REPROVADO
                 MOVE 'REPROVADO' TO WC-RES
                 ADD 1 TO W-QTD-REPR
                 IF CHK-ITEM-CRITICO
                    ADD 1 TO W-QTD-REPR-CRIT
                 END-IF
              WHEN OTHER
                 MOVE 'PENDENTE' TO WC-RES
                 IF CHI-EM-USO
                    ADD 1 TO W-QTD-PEND
                 END-IF
           END-EVALUATE
           MOVE CHK-INSPETOR TO WC-INSP
           MOVE CHK-HORA TO W-HORA
           COMPUTE WC-HORA = W-HR * 100 + W-MIN
           MOVE CHK-OBS TO WC-OBS.

       MONTA-SITUACAO.
           | liberacao do supervisor fica gravada como item 00
           INITIALIZE CHK-REG-1
           MOVE W-FRO       TO CHK-FRO
           MOVE W-DATA-CRIT TO CHK-DATA
           MOVE W-NUM       TO CHK-NUM
           MOVE 0           TO CHK-ITEM
           READ CCHKLIST
           IF VAL-CHK AND CHK-LIBERADO
              MOVE SPACES TO WC-SIT
              STRING 'LIBERADA PELO SUPERVISOR ' DELIMITED BY SIZE
                     CHK-INSPETOR               DELIMITED BY SIZE
                     INTO WC-SIT
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN W-QTD-REPR-CRIT > 0
                 MOVE 'ITEM CRITICO REPROVADO - SAIDA BLOQUEADA'
                      TO WC-SIT
              WHEN W-QTD-PEND > 0
                 MOVE 'ITENS PENDENTES - SAIDA BLOQUEADA' TO WC-SIT
              WHEN W-QTD-REPR > 0
                 MOVE 'APROVADO COM RESSALVAS (ITEM NAO CRITICO)'
                      TO WC-SIT
              WHEN OTHER
                 MOVE 'APROVADO' TO WC-SIT
           END-EVALUATE.

       GRAVA-LOG-CHECKLIST.
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
           MOVE 'Item do checklist de saida registrado' TO LOG-REG
           MOVE 'CHKLIST.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-CHECKLIS' TO ERRL-PROG
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
