       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CARNE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_CRN.SL".
       COPY "PRJ_FRO.SL".
       COPY "PRJ_CLI.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_LOG.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRI.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_CRN.FD".
       COPY "PRJ_FRO.FD".
       COPY "PRJ_CLI.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_LOG.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-VENDER               VALUE 02.
       78  EXCEPTION-CARNES               VALUE 03.

       01  W-CAMPOS.
           03  ST-CRN                PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  W-PARAM-ATIVA         PIC  X(01) VALUE 'N'.
               88 PARAM-ATIVA        VALUE 'S' FALSE 'N'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRI                PIC  X(02).
               88 VAL-PRI            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-CLI              PIC 9(11).
               05 W-FRO              PIC 9(03).
               05 W-QTD              PIC 9(03) VALUE 10.
               05 W-VALOR            PIC 9(05)V99.
               05 W-VALIDADE         PIC 99/99/9999.
               05 W-TENDER           PIC 9(01) VALUE 1.

               | desconto do carne sobre a tarifa convencional
               | (PARAM 65, em %) e prazo de validade contado da
               | venda (PARAM 66, em dias)
               05 W-DESC-PERC        PIC 9(02) VALUE 10.
               05 W-DIAS-VALIDADE    PIC 9(04) VALUE 90.
               05 W-VLR-VIAGEM       PIC 9(05)V99.
               05 W-DT-VALIDADE      PIC 9(08).
               05 W-CRN-SEQ          PIC 9(04).

               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(8).
               05 W-DATASIS-I             PIC  9(8).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

           03 CAMPOS-RELATORIO.
               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-VALIDADE-I            PIC  9(08) VALUE 0.
               05 W-RESTANTE              PIC  9(03) VALUE 0.
               05 W-VLR-RESTANTE          PIC  9(09)V99 VALUE 0.
               05 W-TOT-ABERTO            PIC  9(11)V99 VALUE 0.
               05 W-TOT-VENCIDO           PIC  9(11)V99 VALUE 0.
               05 W-QTD-ABERTO            PIC  9(07) VALUE 0.
               05 W-QTD-VENCIDO           PIC  9(07) VALUE 0.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'CARNES DE VIAGENS - PASSIVO E VIAGENS VENCIDAS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER   PIC X(14) VALUE 'CPF'.
                  07 FILLER   PIC X(33) VALUE 'CLIENTE'.
                  07 FILLER   PIC X(06) VALUE 'FROTA'.
                  07 FILLER   PIC X(20) VALUE 'COMPR  USADAS  RESTA'.
                  07 FILLER   PIC X(12) VALUE ' VALIDADE'.
                  07 FILLER   PIC X(14) VALUE '  VLR RESTANTE'.
                  07 FILLER   PIC X(10) VALUE '  SITUACAO'.

               05 W-LINHA-CARNE.
                  07 WC-CPF     PIC 9(11).
                  07 FILLER     PIC X(03) VALUE SPACES.
                  07 WC-NOME    PIC X(30).
                  07 FILLER     PIC X(03) VALUE SPACES.
                  07 WC-FRO     PIC ZZ9.
                  07 FILLER     PIC X(05) VALUE SPACES.
                  07 WC-QTD     PIC ZZ9.
                  07 FILLER     PIC X(04) VALUE SPACES.
                  07 WC-USADO   PIC ZZ9.
                  07 FILLER     PIC X(04) VALUE SPACES.
                  07 WC-RESTA   PIC ZZ9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 WC-VALID   PIC 99/99/9999.
                  07 FILLER     PIC X(03) VALUE SPACES.
                  07 WC-VLR     PIC Z.ZZZ.ZZ9,99.
                  07 FILLER     PIC X(03) VALUE SPACES.
                  07 WC-SIT     PIC X(10).

               05 W-LINHA-TOT-ABERTO.
                  07 FILLER   PIC X(38) VALUE
                     'PASSIVO EM ABERTO (VIAGENS A USAR):'.
                  07 WT-QTD-ABERTO PIC Z.ZZZ.ZZ9.
                  07 FILLER   PIC X(07) VALUE '  R$ '.
                  07 WT-VLR-ABERTO PIC ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TOT-VENCIDO.
                  07 FILLER   PIC X(38) VALUE
                     'VIAGENS VENCIDAS SEM USO:'.
                  07 WT-QTD-VENCIDO PIC Z.ZZZ.ZZ9.
                  07 FILLER   PIC X(07) VALUE '  R$ '.
                  07 WT-VLR-VENCIDO PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CARNE'.

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
                          TITLE "CPF do passageiro:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CLI
                          LINE 02
                          COL 25
                          SIZE 13
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Frota (linha convencional):"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FRO
                          LINE 04
                          COL 34
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 41
                          TITLE "Qtde de viagens:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QTD
                          LINE 04
                          COL 59
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Valor:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-VALOR
                          COLOR 33024
                          LINE 06
                          COL 13
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 30
                          TITLE "Validade:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-VALIDADE
                          COLOR 33024
                          LINE 06
                          COL 41
                          SIZE 11
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Pagamento (1-Din/2-Deb/3-Cre/4-PIX):"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TENDER
                          LINE 08
                          COL 43
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Vender carne"
                          LINE 10
                          COL 05
                          SIZE 15
                          ID 9
                          EXCEPTION-VALUE EXCEPTION-VENDER.

           03 PUSH-BUTTON TITLE "&Relatorio de carnes"
                          LINE 10
                          COL 23
                          SIZE 21
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-CARNES.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 47
                          SIZE 12
                          SELF-ACT
                          ID 10
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CCARNE
           IF ST-CRN = '35'
              OPEN OUTPUT CCARNE
              CLOSE CCARNE
              OPEN I-O CCARNE.
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
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

           IF PARAM-ATIVA
              INITIALIZE PARAM-REG-1
              MOVE 65 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-DESC-PERC
              END-IF
              INITIALIZE PARAM-REG-1
              MOVE 66 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-DIAS-VALIDADE
              END-IF
           END-IF.

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
                           TITLE "Carne de viagens convencional"
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
           CLOSE CCARNE CFROTA CCLIENTE CLOG.
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
             WHEN EXCEPTION-VENDER
                  PERFORM VENDER-CARNE
             WHEN EXCEPTION-CARNES
                  PERFORM IMPRIME-CARNES
           END-EVALUATE.

       VENDER-CARNE.
           IF W-CLI = 0 OR W-FRO = 0 OR W-QTD = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe CPF, frota e quantidade de viagens.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CLI-REG-1
           MOVE W-CLI TO CLI-CPF
           READ CCLIENTE
           IF ST-CLI = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE FRO-REG-1
           MOVE W-FRO TO FRO-ID
           READ CFROTA
           IF ST-FRO = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Frota nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO
           END-IF
           IF FRO-CON = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Linha sem tarifa convencional cadastrada.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | o carne e vendido no balcao com forma de pagamento
           | normal, como o passe; o valor entra no caixa e na
           | contabilidade na venda e as viagens usadas depois
           | nao passam de novo pelo caixa
           IF W-TENDER < 1 OR W-TENDER > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Forma de pagamento invalida (1-4).'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATASIS-I FROM CENTURY-DATE
           MOVE W-DATASIS-I TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           | preco: tarifa convencional da linha vezes a
           | quantidade, menos o desconto do carne
           COMPUTE W-VALOR ROUNDED = FRO-CON * W-QTD *
                                     (100 - W-DESC-PERC) / 100
           COMPUTE W-VLR-VIAGEM ROUNDED = W-VALOR / W-QTD

           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DATASIS-I) +
                   W-DIAS-VALIDADE)
           COMPUTE W-DT-VALIDADE = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           MOVE W-DT-VALIDADE TO W-VALIDADE
           DISPLAY TELA-PRINCIPAL

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Confirmar a venda do carne de viagens?'
                TO CA-MESSAGE-1
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-CRN-SEQ
           INITIALIZE CRN-REG-1
           MOVE W-CLI TO CRN-CLI
           MOVE W-FRO TO CRN-FRO
           START CCARNE KEY >= CRN-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CCARNE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRN
                 EXIT PERFORM
              END-IF
              IF CRN-CLI NOT = W-CLI OR CRN-FRO NOT = W-FRO
                 EXIT PERFORM
              END-IF
              MOVE CRN-SEQ TO W-CRN-SEQ
           END-PERFORM

           INITIALIZE CRN-REG-1
           MOVE W-CLI         TO CRN-CLI
           MOVE W-FRO         TO CRN-FRO
           COMPUTE CRN-SEQ = W-CRN-SEQ + 1
           MOVE CLI-NOME      TO CRN-NOME
           MOVE W-QTD         TO CRN-QTD
           MOVE 0             TO CRN-USADO
           MOVE W-VALOR       TO CRN-VALOR
           MOVE W-VLR-VIAGEM  TO CRN-VLR-VIAGEM
           MOVE W-DESC-PERC   TO CRN-DESC-PERC
           MOVE W-DATASIS     TO CRN-DT-VENDA
           ACCEPT CRN-HR-VENDA FROM TIME
           MOVE W-DT-VALIDADE TO CRN-VALIDADE
           MOVE W-LOGIN-L     TO CRN-USU
           MOVE W-TENDER      TO CRN-TENDER
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CARNE
           WRITE CRN-REG-1
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-LOG-CARNE

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Carne de viagens vendido.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       IMPRIME-CARNES.
           | para a contabilidade: viagens ainda a usar dentro
           | da validade sao passivo com o cliente; viagens que
           | venceram sem uso saem do passivo e viram receita.
           | As duas pelo valor unitario pago no carne
           INITIALIZE W-NROPAGI W-TOT-ABERTO W-TOT-VENCIDO
                      W-QTD-ABERTO W-QTD-VENCIDO
           MOVE 800 TO W-CONTLIN

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-DATASIS-I

           OPEN OUTPUT PRINTF
           INITIALIZE CRN-REG-1
           START CCARNE KEY >= CRN-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CCARNE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRN
                 EXIT PERFORM
              END-IF
              IF CRN-USADO < CRN-QTD
                 PERFORM IMPRIME-LINHA-CARNE
              END-IF
           END-PERFORM

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE W-QTD-ABERTO  TO WT-QTD-ABERTO
           MOVE W-TOT-ABERTO  TO WT-VLR-ABERTO
           WRITE PRINTF-R FROM W-LINHA-TOT-ABERTO AFTER 1
           MOVE W-QTD-VENCIDO TO WT-QTD-VENCIDO
           MOVE W-TOT-VENCIDO TO WT-VLR-VENCIDO
           WRITE PRINTF-R FROM W-LINHA-TOT-VENCIDO AFTER 1
           CLOSE PRINTF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Relatorio de carnes impresso.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       IMPRIME-LINHA-CARNE.
           PERFORM TESTA-QUEBRA-PAGINA

           COMPUTE W-RESTANTE = CRN-QTD - CRN-USADO
           COMPUTE W-VLR-RESTANTE = W-RESTANTE * CRN-VLR-VIAGEM

           MOVE CRN-VALIDADE TO W-DATAUXI
           COMPUTE W-VALIDADE-I = W-ANOAUXI * 10000 +
                                  W-MESAUXI * 100 + W-DIAAUXI
           IF W-VALIDADE-I >= W-DATASIS-I
              MOVE 'EM ABERTO' TO WC-SIT
              ADD W-RESTANTE     TO W-QTD-ABERTO
              ADD W-VLR-RESTANTE TO W-TOT-ABERTO
           ELSE
              MOVE 'VENCIDO' TO WC-SIT
              ADD W-RESTANTE     TO W-QTD-VENCIDO
              ADD W-VLR-RESTANTE TO W-TOT-VENCIDO
           END-IF

           MOVE CRN-CLI        TO WC-CPF
           MOVE CRN-NOME       TO WC-NOME
           MOVE CRN-FRO        TO WC-FRO
           MOVE CRN-QTD        TO WC-QTD
           MOVE CRN-USADO      TO WC-USADO
           MOVE W-RESTANTE     TO WC-RESTA
           MOVE CRN-VALIDADE   TO WC-VALID
           MOVE W-VLR-RESTANTE TO WC-VLR
           WRITE PRINTF-R FROM W-LINHA-CARNE AFTER 1
           ADD 1 TO W-CONTLIN.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 58

              PERFORM IMPRIME-CABECALHO

              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
              MOVE W-DATA-SISTEMA TO W-DATAUXI
              COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000

              WRITE PRINTF-R AFTER 0
           ELSE
              WRITE PRINTF-R AFTER PAGE.

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI      TO W-CAB-NPAG
           MOVE W-DATA-SISTEMA TO W-CAB-DTSIS
           WRITE PRINTF-R FROM W-CAB-1 AFTER 1
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 4 TO W-CONTLIN.

       GRAVA-LOG-CARNE.
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
           MOVE 'Venda de carne de viagens' TO LOG-REG
           MOVE 'CARNE.ARQ  ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE W-DESC-PERC TO LOG-PERC
           MOVE 1 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-CARNE.
           MOVE 'CARNE.ARQ' TO W-JRN-ARQ
           MOVE CRN-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       GRAVA-JORNAL.
           | imagem de cada atualizacao vai para o JORNAL.ARQ,
           | reaplicado pelo PRJ_JORNAL_REC depois de um restore
           CALL "PRJ_JORNAL_GRV" USING W-JRN-ARQ, W-JRN-OPER,
                                       W-JRN-IMAGEM, W-LOGIN-L,
                                       W-JRN-PROG
           CANCEL "PRJ_JORNAL_GRV".

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
              MOVE 'PRJ-CARNE' TO ERRL-PROG
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
