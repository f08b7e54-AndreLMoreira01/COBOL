       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-MULTA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_MUL.SL".
       COPY "PRJ_VIA.SL".
       COPY "PRJ_FRT.SL".
       COPY "PRJ_MOT.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_MUL.FD".
       COPY "PRJ_VIA.FD".
       COPY "PRJ_FRT.FD".
       COPY "PRJ_MOT.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-SUGERIR              VALUE 03.

       01  W-CAMPOS.
           03  ST-MUL                PIC  X(02).
               88 VAL-MUL            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  W-VIA-ATIVA           PIC  X(01) VALUE 'N'.
               88 VIA-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  W-FRT-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRT-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-AUTO             PIC X(15).
               05 W-VEICULO          PIC X(08).
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 W-HORA-MUL         PIC 9(04) VALUE 0.
               05 W-LOCAL            PIC X(40).
               05 W-INFRACAO         PIC X(06).
               05 W-VALOR            PIC 9(07)V99 VALUE 0.
               05 W-PRAZO-EDIT       PIC 99/99/9999.
               05 W-MOTORISTA        PIC X(10).
               05 W-MOT-NOME         PIC X(60).
               05 W-REFERENCIA       PIC X(30).
               05 W-DTIDENT-EDIT     PIC 99/99/9999.
               05 W-RECURSO          PIC 9(01) VALUE 0.
               05 W-DTREC-EDIT       PIC 99/99/9999.
               05 W-DTPAG-EDIT       PIC 99/99/9999.
               05 W-VLR-PAGO         PIC 9(07)V99 VALUE 0.
               05 W-DESCONTO         PIC X(01) VALUE 'N'.
               05 W-DTDESC-EDIT      PIC 99/99/9999.

               05 W-ORIGEM                PIC  9(01).
               05 W-MOT-SUGERIDO          PIC  X(10).
               05 W-DATA-MUL              PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-DATA-ANT              PIC  9(08).
               05 W-DATA-ANT-I            PIC  9(08).
               05 W-PRAZO                 PIC  9(08).
               05 W-DTIDENT               PIC  9(08).
               05 W-DTREC                 PIC  9(08).
               05 W-DTPAG                 PIC  9(08).
               05 W-DTDESC                PIC  9(08).
               05 W-FRT-INI-I             PIC  9(08).
               05 W-FRT-FIM-I             PIC  9(08).
               05 W-DT-REF                PIC  99/99/9999.
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-MUL               PIC  9(04).
               05 W-MIN-REF               PIC  9(04).
               05 W-MIN-INI               PIC  9(04).
               05 W-MIN-FIM               PIC  9(04).
               05 W-MAIOR-INICIO          PIC  9(04).
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

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.

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
                          TITLE "Auto de infracao:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AUTO
                          LINE 02
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-AUTO.

           03 LABEL       LINE 04 COL 05
                          TITLE "Placa:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VEICULO
                          LINE 04
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 44
                          TITLE "Data:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATA-EDIT
                          LINE 04
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 66
                          TITLE "Hora (hhmm):"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-HORA-MUL
                          LINE 04
                          COL 80
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Local:"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-LOCAL
                          LINE 06
                          COL 30
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Codigo da infracao:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-INFRACAO
                          LINE 08
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 44
                          TITLE "Valor:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VALOR
                          LINE 08
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Prazo p/ indicar condutor:"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PRAZO-EDIT
                          LINE 10
                          COL 34
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Condutor:"
                          ID 17
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MOTORISTA
                          LINE 12
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 18
                          FONT SMALL-FONT.

           03 EF-MOT-NOME ENTRY-FIELD USING W-MOT-NOME
                          LINE 12
                          COL 44
                          SIZE 45
                          3-D
                          BOXED
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Origem da indicacao:"
                          ID 20
                          TRANSPARENT.

           03 EF-REFERENCIA ENTRY-FIELD USING W-REFERENCIA
                          LINE 14
                          COL 30
                          SIZE 30
                          3-D
                          BOXED
                          ID 21
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 05
                          TITLE "Indicacao enviada em:"
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTIDENT-EDIT
                          LINE 16
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 05
                          TITLE "Recurso (0-nao 1-curso 2-def 3-ind):"
                          ID 24
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-RECURSO
                          LINE 18
                          COL 50
                          3-D
                          BOXED
                          AUTO
                          ID 25
                          FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 58
                          TITLE "Decidido em:"
                          ID 26
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTREC-EDIT
                          LINE 18
                          COL 72
                          3-D
                          BOXED
                          AUTO
                          ID 27
                          FONT SMALL-FONT.

           03 LABEL       LINE 20 COL 05
                          TITLE "Paga em:"
                          ID 28
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTPAG-EDIT
                          LINE 20
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 29
                          FONT SMALL-FONT.

           03 LABEL       LINE 20 COL 44
                          TITLE "Valor pago:"
                          ID 30
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VLR-PAGO
                          LINE 20
                          COL 58
                          3-D
                          BOXED
                          AUTO
                          ID 31
                          FONT SMALL-FONT.

           03 LABEL       LINE 22 COL 05
                          TITLE "Descontar do condutor (S/N):"
                          ID 32
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DESCONTO
                          LINE 22
                          COL 36
                          3-D
                          BOXED
                          AUTO
                          ID 33
                          FONT SMALL-FONT.

           03 LABEL       LINE 22 COL 44
                          TITLE "Descontada em:"
                          ID 34
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTDESC-EDIT
                          LINE 22
                          COL 58
                          3-D
                          BOXED
                          AUTO
                          ID 35
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 24
                          COL 05
                          SIZE 12
                          ID 36
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "Sugerir &condutor"
                          LINE 24
                          COL 20
                          SIZE 20
                          ID 37
                          EXCEPTION-VALUE EXCEPTION-SUGERIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 24
                          COL 43
                          SIZE 12
                          SELF-ACT
                          ID 38
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | registro das multas de transito recebidas para os
           | veiculos da frota; o condutor a indicar ao orgao
           | autuador e sugerido pela escala da partida (ou pelo
           | fretamento) do veiculo na hora da infracao

           OPEN I-O CMULTA
           IF ST-MUL = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CMULTA
              CLOSE CMULTA
              OPEN I-O CMULTA.
           IF NOT VAL-MUL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF VAL-VIA
              SET VIA-ATIVA TO TRUE
           END-IF

           OPEN INPUT CFRETAM
           IF VAL-FRT
              SET FRT-ATIVA TO TRUE
           END-IF

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
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
                           SIZE 95 LINES 26
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Multas de transito"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-MOT-NOME, ENABLED = FALSE
           MODIFY EF-REFERENCIA, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CMULTA CMOTORISTA CLOG.
           IF VIA-ATIVA
              CLOSE CVIAGEM
           END-IF
           IF FRT-ATIVA
              CLOSE CFRETAM
           END-IF

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
             WHEN EXCEPTION-SUGERIR
                  PERFORM SUGERIR-CONDUTOR
           END-EVALUATE.

       PROC-AUTO.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-AUTO.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       VALIDA-AUTO.

           SET VALIDACAO-OK TO TRUE.
           IF W-AUTO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o numero do auto de infracao.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE MUL-REG-1
           MOVE W-AUTO TO MUL-AUTO
           READ CMULTA
           IF VAL-MUL
              MOVE MUL-VEICULO     TO W-VEICULO
              MOVE MUL-DATA        TO W-DATA-EDIT
              MOVE MUL-HORA        TO W-HORA-MUL
              MOVE MUL-LOCAL       TO W-LOCAL
              MOVE MUL-INFRACAO    TO W-INFRACAO
              MOVE MUL-VALOR       TO W-VALOR
              MOVE MUL-PRAZO       TO W-PRAZO-EDIT
              MOVE MUL-MOTORISTA   TO W-MOTORISTA W-MOT-SUGERIDO
              MOVE MUL-ORIGEM      TO W-ORIGEM
              MOVE MUL-REFERENCIA  TO W-REFERENCIA
              MOVE MUL-DT-IDENT    TO W-DTIDENT-EDIT
              MOVE MUL-RECURSO     TO W-RECURSO
              MOVE MUL-DT-RECURSO  TO W-DTREC-EDIT
              MOVE MUL-DT-PAG      TO W-DTPAG-EDIT
              MOVE MUL-VLR-PAGO    TO W-VLR-PAGO
              MOVE MUL-DESCONTO    TO W-DESCONTO
              MOVE MUL-DT-DESCONTO TO W-DTDESC-EDIT
              PERFORM MOSTRA-NOME-MOTORISTA
           ELSE
              IF ST-MUL = '23'
                 MOVE SPACES TO W-VEICULO W-LOCAL W-INFRACAO
                 MOVE SPACES TO W-MOTORISTA W-MOT-NOME W-REFERENCIA
                 MOVE SPACES TO W-MOT-SUGERIDO
                 MOVE 0 TO W-DATA-EDIT W-HORA-MUL W-VALOR
                 MOVE 0 TO W-PRAZO-EDIT W-DTIDENT-EDIT W-RECURSO
                 MOVE 0 TO W-DTREC-EDIT W-DTPAG-EDIT W-VLR-PAGO
                 MOVE 0 TO W-DTDESC-EDIT W-ORIGEM
                 MOVE 'N' TO W-DESCONTO
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       VALIDA-OCORRENCIA.
           | placa, data e hora da infracao, base da sugestao
           | do condutor
           SET VALIDACAO-OK TO FALSE

           IF W-VEICULO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a placa do veiculo autuado.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATA-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data da infracao invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DATA-MUL
           COMPUTE W-DATA-I = W-ANO-CRIT * 10000 +
                              W-MES-CRIT * 100 + W-DIA-CRIT

           MOVE W-HORA-MUL TO W-HHMM-AUX
           IF W-HH-AUX > 23 OR W-MM-AUX > 59
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Hora da infracao invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-MIN-MUL = W-HH-AUX * 60 + W-MM-AUX

           COMPUTE W-DATA-ANT-I = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DATA-I) - 1)
           MOVE W-DATA-ANT-I TO W-DATAUXI
           COMPUTE W-DATA-ANT = W-ANOAUXI-I +
                                W-MESAUXI-I * 10000 +
                                W-DIAAUXI-I * 1000000

           SET VALIDACAO-OK TO TRUE.

       SUGERIR-CONDUTOR.
           PERFORM VALIDA-OCORRENCIA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZA-CONDUTOR
           INITIALIZE CA-MESSAGE-LINK
           IF W-ORIGEM = 0
              MOVE 'Nenhuma viagem ou fretamento do veiculo na hora.'
                TO CA-MESSAGE-1
              MOVE 'Informe o condutor manualmente.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           MOVE W-MOT-SUGERIDO TO W-MOTORISTA
           PERFORM MOSTRA-NOME-MOTORISTA
           DISPLAY TELA-PRINCIPAL
           MOVE 'Condutor sugerido pela escala:' TO CA-MESSAGE-1
           MOVE W-REFERENCIA TO CA-MESSAGE-2
           PERFORM MOSTRA-MSG-MENSAGEM.

       LOCALIZA-CONDUTOR.
           | primeiro a partida do veiculo em curso na hora (a
           | de saida mais recente, inclusive a da vespera que
           | passou da meia-noite); sem partida, o fretamento
           | do veiculo que cobre a data
           MOVE 0 TO W-ORIGEM W-MAIOR-INICIO
           MOVE SPACES TO W-MOT-SUGERIDO W-REFERENCIA

           IF VIA-ATIVA
              INITIALIZE VIA-REG-1
              START CVIAGEM KEY >= VIA-CHAVE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM PROCURA-VIAGEM
              END-START
           END-IF

           IF W-ORIGEM = 0 AND FRT-ATIVA
              INITIALIZE FRT-REG-1
              START CFRETAM KEY >= FRT-NUM
                 INVALID KEY CONTINUE
                 NOT INVALID KEY PERFORM PROCURA-FRETAMENTO
              END-START
           END-IF.

       PROCURA-VIAGEM.
           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF

              IF NOT VIA-CANCELADA AND VIA-VEICULO = W-VEICULO
                 AND VIA-MOTORISTA NOT = SPACES
                 AND (VIA-DATA = W-DATA-MUL OR VIA-DATA = W-DATA-ANT)
                 PERFORM CONFERE-HORARIO-VIAGEM
              END-IF
           END-PERFORM.

       CONFERE-HORARIO-VIAGEM.
           | minutos contados a partir da meia-noite da vespera;
           | sem chegada apurada a viagem fica em curso ate o
           | fim do proprio dia
           IF VIA-HR-REAL > 0
              MOVE VIA-HR-REAL TO W-HHMM-AUX
           ELSE
              MOVE VIA-HR-PREV TO W-HHMM-AUX
           END-IF
           COMPUTE W-MIN-INI = W-HH-AUX * 60 + W-MM-AUX
           IF VIA-HR-CHEG = 0
              MOVE 1440 TO W-MIN-FIM
           ELSE
              MOVE VIA-HR-CHEG TO W-HHMM-AUX
              COMPUTE W-MIN-FIM = W-HH-AUX * 60 + W-MM-AUX
              IF W-MIN-FIM < W-MIN-INI
                 ADD 1440 TO W-MIN-FIM
              END-IF
           END-IF
           IF VIA-DATA = W-DATA-MUL
              ADD 1440 TO W-MIN-INI W-MIN-FIM
           END-IF
           COMPUTE W-MIN-REF = W-MIN-MUL + 1440

           IF W-MIN-INI <= W-MIN-REF AND W-MIN-FIM >= W-MIN-REF
              AND W-MIN-INI >= W-MAIOR-INICIO
              MOVE W-MIN-INI     TO W-MAIOR-INICIO
              MOVE 1             TO W-ORIGEM
              MOVE VIA-MOTORISTA TO W-MOT-SUGERIDO
              MOVE VIA-DATA      TO W-DT-REF
              MOVE SPACES        TO W-REFERENCIA
              STRING 'VIAGEM ' VIA-FRO '-' VIA-NUM ' DE ' W-DT-REF
                     DELIMITED BY SIZE INTO W-REFERENCIA
           END-IF.

       PROCURA-FRETAMENTO.
           PERFORM UNTIL 1 = 2
              READ CFRETAM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRT
                 EXIT PERFORM
              END-IF

              IF NOT FRT-CANCELADO AND FRT-VEICULO = W-VEICULO
                 AND FRT-MOTORISTA NOT = SPACES
                 MOVE FRT-DT-INI TO W-DATAUXI
                 COMPUTE W-FRT-INI-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 + W-DIAAUXI
                 MOVE FRT-DT-FIM TO W-DATAUXI
                 COMPUTE W-FRT-FIM-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 + W-DIAAUXI
                 IF W-FRT-FIM-I = 0
                    MOVE W-FRT-INI-I TO W-FRT-FIM-I
                 END-IF
                 IF W-FRT-INI-I <= W-DATA-I AND W-FRT-FIM-I >= W-DATA-I
                    MOVE 2             TO W-ORIGEM
                    MOVE FRT-MOTORISTA TO W-MOT-SUGERIDO
                    MOVE SPACES        TO W-REFERENCIA
                    STRING 'FRETAMENTO ' FRT-NUM
                           DELIMITED BY SIZE INTO W-REFERENCIA
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       MOSTRA-NOME-MOTORISTA.
           MOVE SPACES TO W-MOT-NOME
           IF W-MOTORISTA = SPACES
              EXIT PARAGRAPH
           END-IF
           INITIALIZE MOT-REG-1
           MOVE W-MOTORISTA TO MOT-ID
           READ CMOTORISTA
           IF VAL-MOT
              MOVE MOT-NOME TO W-MOT-NOME
           ELSE
              IF ST-MOT = '23'
                 MOVE '*** NAO CADASTRADO' TO W-MOT-NOME
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

       VALIDA-DATA-OPCIONAL.
           IF W-DATA-CRIT = 0
              SET DATA-OK TO TRUE
           ELSE
              PERFORM CRITICA-DATA
           END-IF.

       GRAVAR.
           IF W-AUTO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o numero do auto de infracao.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-OCORRENCIA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-INFRACAO = SPACES OR W-VALOR = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o codigo da infracao e o valor.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | sem prazo informado, 30 dias a contar do registro
           IF W-PRAZO-EDIT = 0
              ACCEPT W-DATAUXI FROM CENTURY-DATE
              COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(W-DATAUXI) + 30)
              COMPUTE W-PRAZO = W-ANOAUXI-I +
                                W-MESAUXI-I * 10000 +
                                W-DIAAUXI-I * 1000000
              MOVE W-PRAZO TO W-PRAZO-EDIT
           END-IF
           MOVE W-PRAZO-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Prazo de indicacao invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-PRAZO

           | condutor em branco: vale a sugestao da escala;
           | informado diferente da sugestao: indicacao manual
           IF W-MOTORISTA = SPACES
              PERFORM LOCALIZA-CONDUTOR
              MOVE W-MOT-SUGERIDO TO W-MOTORISTA
           END-IF
           IF W-MOTORISTA NOT = SPACES
              AND W-MOTORISTA NOT = W-MOT-SUGERIDO
              INITIALIZE MOT-REG-1
              MOVE W-MOTORISTA TO MOT-ID
              READ CMOTORISTA
              IF ST-MOT = '23'
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Condutor nao cadastrado.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              IF NOT VAL-MOT
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE 3 TO W-ORIGEM
              MOVE W-MOTORISTA TO W-MOT-SUGERIDO
              MOVE 'INFORMADO PELO USUARIO' TO W-REFERENCIA
           END-IF
           IF W-MOTORISTA = SPACES
              MOVE 0 TO W-ORIGEM
              MOVE SPACES TO W-REFERENCIA
           END-IF

           MOVE W-DTIDENT-EDIT TO W-DATA-CRIT
           PERFORM VALIDA-DATA-OPCIONAL
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de envio da indicacao invalida.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTIDENT
           IF W-DTIDENT NOT = 0 AND W-MOTORISTA = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Indicacao enviada exige o condutor.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-RECURSO > 3
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Situacao do recurso invalida (0 a 3).'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DTREC-EDIT TO W-DATA-CRIT
           PERFORM VALIDA-DATA-OPCIONAL
           IF NOT DATA-OK
              OR (W-RECURSO > 1 AND W-DATA-CRIT = 0)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a data da decisao do recurso.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTREC

           MOVE W-DTPAG-EDIT TO W-DATA-CRIT
           PERFORM VALIDA-DATA-OPCIONAL
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de pagamento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTPAG
           IF W-DTPAG = 0
              MOVE 0 TO W-VLR-PAGO
           ELSE
              IF W-VLR-PAGO = 0
                 MOVE W-VALOR TO W-VLR-PAGO
              END-IF
           END-IF

           IF W-DESCONTO = SPACES
              MOVE 'N' TO W-DESCONTO
           END-IF
           IF W-DESCONTO NOT = 'S' AND W-DESCONTO NOT = 'N'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe S ou N em Descontar.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-DESCONTO = 'S' AND W-MOTORISTA = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Desconto exige o condutor.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DTDESC-EDIT TO W-DATA-CRIT
           PERFORM VALIDA-DATA-OPCIONAL
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data do desconto invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTDESC
           IF W-DESCONTO = 'N'
              MOVE 0 TO W-DTDESC
           END-IF

           INITIALIZE    MUL-REG-1
           MOVE W-AUTO   TO MUL-AUTO
           READ CMULTA
           IF ST-MUL = '23'
                INITIALIZE MUL-REG-1
                MOVE W-AUTO TO MUL-AUTO
                ACCEPT W-DATAUXI FROM CENTURY-DATE
                COMPUTE MUL-DT-INC = W-ANOAUXI-I +
                                     W-MESAUXI-I * 10000 +
                                     W-DIAAUXI-I * 1000000
           ELSE
                IF NOT VAL-MUL
                    PERFORM ERRO-ARQUIVO.

           MOVE W-VEICULO    TO MUL-VEICULO
           MOVE W-DATA-MUL   TO MUL-DATA
           MOVE W-HORA-MUL   TO MUL-HORA
           MOVE W-LOCAL      TO MUL-LOCAL
           MOVE W-INFRACAO   TO MUL-INFRACAO
           MOVE W-VALOR      TO MUL-VALOR
           MOVE W-PRAZO      TO MUL-PRAZO
           MOVE W-MOTORISTA  TO MUL-MOTORISTA
           MOVE W-ORIGEM     TO MUL-ORIGEM
           MOVE W-REFERENCIA TO MUL-REFERENCIA
           MOVE W-DTIDENT    TO MUL-DT-IDENT
           MOVE W-RECURSO    TO MUL-RECURSO
           MOVE W-DTREC      TO MUL-DT-RECURSO
           MOVE W-DTPAG      TO MUL-DT-PAG
           MOVE W-VLR-PAGO   TO MUL-VLR-PAGO
           MOVE W-DESCONTO   TO MUL-DESCONTO
           MOVE W-DTDESC     TO MUL-DT-DESCONTO
           MOVE W-LOGIN-L    TO MUL-USU

           INITIALIZE CA-MESSAGE-LINK
           PERFORM GRAVA-LOG-MUL
           IF ST-MUL = '23'
               WRITE MUL-REG-1
               MOVE 'Multa gravada.' TO CA-MESSAGE-1
           ELSE
              REWRITE MUL-REG-1
              MOVE 'Multa regravada.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-MUL
              PERFORM ERRO-ARQUIVO.

           PERFORM MOSTRA-NOME-MOTORISTA
           DISPLAY TELA-PRINCIPAL.
           IF W-MOTORISTA = SPACES
              MOVE 'Condutor ainda nao identificado.' TO CA-MESSAGE-2
           END-IF
           PERFORM MOSTRA-MSG-MENSAGEM.

       GRAVA-LOG-MUL.
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
           STRING 'Multa alterada ' W-AUTO ' ' W-VEICULO
                  ' condutor ' W-MOTORISTA
                  DELIMITED BY SIZE INTO LOG-REG
           MOVE 'MULTA.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-MULTA' TO ERRL-PROG
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
