       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-SINISTRO.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_SIN.SL".
       COPY "PRJ_SNP.SL".
       COPY "PRJ_VIA.SL".
       COPY "PRJ_BIL.SL".
       COPY "PRJ_MOT.SL".
       COPY "PRJ_SEQ.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_SIN.FD".
       COPY "PRJ_SNP.FD".
       COPY "PRJ_VIA.FD".
       COPY "PRJ_BIL.FD".
       COPY "PRJ_MOT.FD".
       COPY "PRJ_SEQ.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-PASSAGEIROS          VALUE 03.
       78  EXCEPTION-FERIDO               VALUE 04.

       01  W-CAMPOS.
           03  ST-SIN                PIC  X(02).
               88 VAL-SIN            VALUE '00' THRU '09'.
           03  ST-SNP                PIC  X(02).
               88 VAL-SNP            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-SIN              PIC 9(06) VALUE 0.
               05 W-FRO              PIC 9(03) VALUE 0.
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 W-NUM              PIC 9(01) VALUE 0.
               05 W-HORA-SIN         PIC 9(04) VALUE 0.
               05 W-LOCAL            PIC X(40).
               05 W-VEICULO          PIC X(08).
               05 W-MOTORISTA        PIC X(10).
               05 W-MOT-NOME         PIC X(60).
               05 W-BO               PIC X(20).
               05 W-QTD-FERIDOS      PIC 9(03) VALUE 0.
               05 W-TERCEIROS        PIC X(60).
               05 W-DANOS            PIC X(60).
               05 W-VLR-DANOS        PIC 9(07)V99 VALUE 0.
               05 W-SEGURADORA       PIC X(30).
               05 W-PROCESSO         PIC X(20).
               05 W-DTAVISO-EDIT     PIC 99/99/9999.
               05 W-SITUACAO         PIC 9(01) VALUE 1.
               05 W-DTDEC-EDIT       PIC 99/99/9999.
               05 W-VLR-INDENIZ      PIC 9(07)V99 VALUE 0.
               05 W-BIL-NMR          PIC 9(16) VALUE 0.
               05 W-LESAO            PIC X(40).
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 W-DATA-VIA              PIC  9(08).
               05 W-DTAVISO               PIC  9(08).
               05 W-DTDEC                 PIC  9(08).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-LOG-ACAO              PIC  X(20).
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

           03 CAMPOS-LISTA.
               05 W-PAS-LINHA.
                  07 WP-NMR   PIC 9(16).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-POL   PIC 99.
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-NOME  PIC X(35).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-SIT   PIC X(10).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-FER   PIC X(06).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-LESAO PIC X(30).

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
                          TITLE "Sinistro:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SIN
                          LINE 02
                          COL 16
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-SIN.

           03 LABEL       LINE 02 COL 28
                          TITLE "Frota:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FRO
                          LINE 02
                          COL 35
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 42
                          TITLE "Data:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATA-EDIT
                          LINE 02
                          COL 48
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 62
                          TITLE "Partida:"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NUM
                          LINE 02
                          COL 71
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Hora (hhmm):"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-HORA-SIN
                          LINE 04
                          COL 18
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 28
                          TITLE "Local:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-LOCAL
                          LINE 04
                          COL 35
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Veiculo:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VEICULO
                          LINE 06
                          COL 18
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 28
                          TITLE "Motorista:"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MOTORISTA
                          LINE 06
                          COL 39
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 EF-MOT-NOME ENTRY-FIELD USING W-MOT-NOME
                          LINE 06
                          COL 52
                          SIZE 38
                          3-D
                          BOXED
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Boletim de ocorrencia:"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BO
                          LINE 08
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 52
                          TITLE "Passageiros feridos:"
                          ID 20
                          TRANSPARENT.

           03 EF-FERIDOS ENTRY-FIELD USING W-QTD-FERIDOS
                          LINE 08
                          COL 74
                          3-D
                          BOXED
                          ID 21
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Terceiros envolvidos:"
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TERCEIROS
                          LINE 10
                          COL 28
                          SIZE 60
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Danos no veiculo:"
                          ID 24
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DANOS
                          LINE 12
                          COL 28
                          SIZE 60
                          3-D
                          BOXED
                          AUTO
                          ID 25
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Custo dos danos:"
                          ID 26
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VLR-DANOS
                          LINE 14
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 27
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 44
                          TITLE "Seguradora:"
                          ID 28
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SEGURADORA
                          LINE 14
                          COL 57
                          SIZE 30
                          3-D
                          BOXED
                          AUTO
                          ID 29
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 05
                          TITLE "Sinistro na seguradora:"
                          ID 30
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PROCESSO
                          LINE 16
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 31
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 54
                          TITLE "Aviso em:"
                          ID 32
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTAVISO-EDIT
                          LINE 16
                          COL 65
                          3-D
                          BOXED
                          AUTO
                          ID 33
                          FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 05
                          TITLE "Situacao (1-aber 2-anal 3-pago 4-neg):"
                          ID 34
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-SITUACAO
                          LINE 18
                          COL 48
                          3-D
                          BOXED
                          AUTO
                          ID 35
                          FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 54
                          TITLE "Decisao em:"
                          ID 36
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTDEC-EDIT
                          LINE 18
                          COL 65
                          3-D
                          BOXED
                          AUTO
                          ID 37
                          FONT SMALL-FONT.

           03 LABEL       LINE 20 COL 05
                          TITLE "Valor indenizado:"
                          ID 38
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VLR-INDENIZ
                          LINE 20
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 39
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 22
                          COL 05
                          SIZE 12
                          ID 40
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Passageiros"
                          LINE 22
                          COL 20
                          SIZE 14
                          ID 41
                          EXCEPTION-VALUE EXCEPTION-PASSAGEIROS.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 22
                          COL 37
                          SIZE 12
                          SELF-ACT
                          ID 42
                          EXCEPTION-VALUE 27.

           03 LABEL       LINE 24 COL 05
                          TITLE "Bilhete ferido:"
                          ID 43
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BIL-NMR
                          LINE 24
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 44
                          FONT SMALL-FONT.

           03 LABEL       LINE 24 COL 42
                          TITLE "Lesao:"
                          ID 45
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-LESAO
                          LINE 24
                          COL 50
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 46
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "Marcar/desmarcar &ferido"
                          LINE 26
                          COL 05
                          SIZE 26
                          ID 47
                          EXCEPTION-VALUE EXCEPTION-FERIDO.

           03 LST-PASSAG LIST-BOX
                       LINE 28
                       COL 02
                       SIZE 90
                       LINES 8
                       3-D
                       ID 48
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED
                       NOTIFY.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | registro de acidentes de transito ligado a partida
           | (chave da viagem), ao veiculo e ao motorista, com os
           | passageiros feridos e o acompanhamento do sinistro
           | junto a seguradora ate a indenizacao ou a negativa;
           | sinistro 0 abre um registro novo

           OPEN I-O CSINISTRO
           IF ST-SIN = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CSINISTRO
              CLOSE CSINISTRO
              OPEN I-O CSINISTRO.
           IF NOT VAL-SIN
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSINPAS
           IF ST-SNP = '35'
              OPEN OUTPUT CSINPAS
              CLOSE CSINPAS
              OPEN I-O CSINPAS.
           IF NOT VAL-SNP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
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
                           SIZE 95 LINES 37
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Acidentes e sinistros"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-MOT-NOME, ENABLED = FALSE
           MODIFY EF-FERIDOS, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CSINISTRO CSINPAS CVIAGEM CBILHETE CMOTORISTA
                 CSEQ CLOG.

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
             WHEN EXCEPTION-PASSAGEIROS
                  PERFORM LISTA-PASSAGEIROS
             WHEN EXCEPTION-FERIDO
                  PERFORM MARCA-FERIDO
           END-EVALUATE.

       PROC-SIN.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-SIN.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       VALIDA-SIN.
           SET VALIDACAO-OK TO TRUE

           IF W-SIN = 0
              MOVE SPACES TO W-LOCAL W-VEICULO W-MOTORISTA W-MOT-NOME
              MOVE SPACES TO W-BO W-TERCEIROS W-DANOS W-SEGURADORA
              MOVE SPACES TO W-PROCESSO W-LESAO
              MOVE 0 TO W-HORA-SIN W-QTD-FERIDOS W-VLR-DANOS
              MOVE 0 TO W-DTAVISO-EDIT W-DTDEC-EDIT W-VLR-INDENIZ
              MOVE 0 TO W-BIL-NMR
              MOVE 1 TO W-SITUACAO
              MODIFY LST-PASSAG, RESET-LIST = 1
              DISPLAY TELA-PRINCIPAL
              EXIT PARAGRAPH
           END-IF

           INITIALIZE SIN-REG-1
           MOVE W-SIN TO SIN-NUM
           READ CSINISTRO
           IF ST-SIN = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Sinistro nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-SIN
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE SIN-FRO         TO W-FRO
           MOVE SIN-DATA        TO W-DATA-EDIT
           MOVE SIN-VIA         TO W-NUM
           MOVE SIN-HORA        TO W-HORA-SIN
           MOVE SIN-LOCAL       TO W-LOCAL
           MOVE SIN-VEICULO     TO W-VEICULO
           MOVE SIN-MOTORISTA   TO W-MOTORISTA
           MOVE SIN-BO          TO W-BO
           MOVE SIN-QTD-FERIDOS TO W-QTD-FERIDOS
           MOVE SIN-TERCEIROS   TO W-TERCEIROS
           MOVE SIN-DANOS       TO W-DANOS
           MOVE SIN-VLR-DANOS   TO W-VLR-DANOS
           MOVE SIN-SEGURADORA  TO W-SEGURADORA
           MOVE SIN-PROCESSO    TO W-PROCESSO
           MOVE SIN-SITUACAO    TO W-SITUACAO
           MOVE SIN-DT-AVISO    TO W-DTAVISO-EDIT
           MOVE SIN-DT-DECISAO  TO W-DTDEC-EDIT
           MOVE SIN-VLR-INDENIZ TO W-VLR-INDENIZ
           PERFORM MOSTRA-NOME-MOTORISTA
           PERFORM LISTA-PASSAGEIROS.

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
           MOVE W-DATA-CRIT TO W-DATA-VIA

           INITIALIZE VIA-REG-1
           MOVE W-FRO       TO VIA-FRO
           MOVE W-DATA-VIA  TO VIA-DATA
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
           PERFORM VALIDA-VIAGEM
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | veiculo e motorista vem da escala da partida quando
           | nao informados
           IF W-VEICULO = SPACES
              MOVE VIA-VEICULO TO W-VEICULO
           END-IF
           IF W-MOTORISTA = SPACES
              MOVE VIA-MOTORISTA TO W-MOTORISTA
           END-IF
           IF W-VEICULO = SPACES OR W-MOTORISTA = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o veiculo e o motorista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE MOT-REG-1
           MOVE W-MOTORISTA TO MOT-ID
           READ CMOTORISTA
           IF ST-MOT = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Motorista nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE MOT-NOME TO W-MOT-NOME

           MOVE W-HORA-SIN TO W-HHMM-AUX
           IF W-HH-AUX > 23 OR W-MM-AUX > 59
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Hora do acidente invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-LOCAL = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o local do acidente.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-SITUACAO < 1 OR W-SITUACAO > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Situacao invalida (1 a 4).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-DTAVISO-EDIT TO W-DATA-CRIT
           PERFORM VALIDA-DATA-OPCIONAL
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data do aviso invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTAVISO

           MOVE W-DTDEC-EDIT TO W-DATA-CRIT
           PERFORM VALIDA-DATA-OPCIONAL
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data da decisao invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTDEC

           | avisado a seguradora: exige seguradora, numero do
           | sinistro e data do aviso; decidido: exige a data da
           | decisao; so o indenizado tem valor de indenizacao
           IF W-SITUACAO > 1
              AND (W-SEGURADORA = SPACES OR W-PROCESSO = SPACES
                   OR W-DTAVISO = 0)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe seguradora, sinistro e data do aviso.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-SITUACAO > 2 AND W-DTDEC = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a data da decisao da seguradora.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-SITUACAO = 3 AND W-VLR-INDENIZ = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o valor indenizado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-SITUACAO NOT = 3
              MOVE 0 TO W-VLR-INDENIZ
           END-IF
           IF W-SITUACAO < 3
              MOVE 0 TO W-DTDEC
           END-IF

           IF W-SIN = 0
              PERFORM PROXIMO-NUM-SINISTRO
              INITIALIZE SIN-REG-1
              MOVE W-SIN TO SIN-NUM
              ACCEPT W-DATAUXI FROM CENTURY-DATE
              COMPUTE SIN-DT-INC = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
              MOVE '23' TO ST-SIN
           ELSE
              INITIALIZE SIN-REG-1
              MOVE W-SIN TO SIN-NUM
              READ CSINISTRO
              IF NOT VAL-SIN
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           MOVE W-FRO         TO SIN-FRO
           MOVE W-DATA-VIA    TO SIN-DATA
           MOVE W-NUM         TO SIN-VIA
           MOVE W-VEICULO     TO SIN-VEICULO
           MOVE W-MOTORISTA   TO SIN-MOTORISTA
           MOVE W-HORA-SIN    TO SIN-HORA
           MOVE W-LOCAL       TO SIN-LOCAL
           MOVE W-BO          TO SIN-BO
           MOVE W-TERCEIROS   TO SIN-TERCEIROS
           MOVE W-DANOS       TO SIN-DANOS
           MOVE W-VLR-DANOS   TO SIN-VLR-DANOS
           MOVE W-SEGURADORA  TO SIN-SEGURADORA
           MOVE W-PROCESSO    TO SIN-PROCESSO
           MOVE W-SITUACAO    TO SIN-SITUACAO
           MOVE W-DTAVISO     TO SIN-DT-AVISO
           MOVE W-DTDEC       TO SIN-DT-DECISAO
           MOVE W-VLR-INDENIZ TO SIN-VLR-INDENIZ
           MOVE W-LOGIN-L     TO SIN-USU

           INITIALIZE CA-MESSAGE-LINK
           IF ST-SIN = '23'
              WRITE SIN-REG-1
              MOVE 'Sinistro registrado:' TO CA-MESSAGE-1
              MOVE W-SIN TO CA-MESSAGE-2
              MOVE 'Sinistro incluido' TO W-LOG-ACAO
           ELSE
              REWRITE SIN-REG-1
              MOVE 'Sinistro regravado.' TO CA-MESSAGE-1
              MOVE 'Sinistro alterado' TO W-LOG-ACAO
           END-IF
           IF NOT VAL-SIN
              PERFORM ERRO-ARQUIVO
           END-IF
           PERFORM GRAVA-LOG-SIN

           MOVE W-DTAVISO TO W-DTAVISO-EDIT
           MOVE W-DTDEC   TO W-DTDEC-EDIT
           DISPLAY TELA-PRINCIPAL
           PERFORM MOSTRA-MSG-MENSAGEM
           PERFORM LISTA-PASSAGEIROS.

       PROXIMO-NUM-SINISTRO.
           INITIALIZE SEQ-REG-1
           MOVE 'SINISTRO' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'SINISTRO' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-SIN
           REWRITE SEQ-REG-1.

       LISTA-PASSAGEIROS.
           | portadores de bilhete da partida (confirmados ou
           | embarcados), com a marca dos feridos no sinistro
           PERFORM VALIDA-VIAGEM
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           MODIFY LST-PASSAG, RESET-LIST = 1
           INITIALIZE BIL-REG-1
           MOVE W-FRO       TO BIL-FRO
           MOVE W-DATA-VIA  TO BIL-DATA
           MOVE W-NUM       TO BIL-VIA
           MOVE 0           TO BIL-TIPO
           MOVE 0           TO BIL-POL
           START CBILHETE KEY >= BIL-RK-2
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF (BIL-FRO NOT = W-FRO)
                 OR (BIL-DATA NOT = W-DATA-VIA)
                 OR (BIL-VIA NOT = W-NUM)
                 EXIT PERFORM
              END-IF

              IF BIL-CONFIRMADO OR BIL-EMBARCADO
                 MOVE BIL-NMR  TO WP-NMR
                 MOVE BIL-POL  TO WP-POL
                 MOVE BIL-NOME TO WP-NOME
                 IF BIL-EMBARCADO
                    MOVE 'EMBARCADO'  TO WP-SIT
                 ELSE
                    MOVE 'CONFIRMADO' TO WP-SIT
                 END-IF
                 MOVE SPACES TO WP-FER WP-LESAO
                 IF W-SIN > 0
                    INITIALIZE SNP-REG-1
                    MOVE W-SIN   TO SNP-NUM
                    MOVE BIL-NMR TO SNP-NMR
                    READ CSINPAS
                    IF VAL-SNP
                       MOVE 'FERIDO'  TO WP-FER
                       MOVE SNP-LESAO TO WP-LESAO
                    END-IF
                 END-IF
                 MODIFY LST-PASSAG, ITEM-TO-ADD = W-PAS-LINHA
              END-IF
           END-PERFORM
           DISPLAY TELA-PRINCIPAL.

       MARCA-FERIDO.
           IF W-SIN = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Grave o sinistro antes de marcar os feridos.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE SIN-REG-1
           MOVE W-SIN TO SIN-NUM
           READ CSINISTRO
           IF NOT VAL-SIN
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Sinistro nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BIL-REG-1
           MOVE W-BIL-NMR TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF NOT VAL-BIL
              OR BIL-FRO  NOT = SIN-FRO
              OR BIL-DATA NOT = SIN-DATA
              OR BIL-VIA  NOT = SIN-VIA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Bilhete nao pertence a partida do sinistro.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE SNP-REG-1
           MOVE W-SIN   TO SNP-NUM
           MOVE BIL-NMR TO SNP-NMR
           READ CSINPAS
           IF VAL-SNP
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Passageiro ja marcado como ferido.'
                TO CA-MESSAGE-1
              MOVE 'Deseja desmarcar?' TO CA-MESSAGE-2
              MOVE 2 TO CA-MESSAGE-TYPE
              MOVE 22 TO CA-MESSAGE-RESP
              CALL 'CAMESSAG'
              CANCEL 'CAMESSAG'
              IF CA-MESSAGE-RESP = 2
                 EXIT PARAGRAPH
              END-IF
              DELETE CSINPAS RECORD
              IF NOT VAL-SNP
                 PERFORM ERRO-ARQUIVO
              END-IF
              IF SIN-QTD-FERIDOS > 0
                 SUBTRACT 1 FROM SIN-QTD-FERIDOS
              END-IF
              MOVE 'Ferido desmarcado' TO W-LOG-ACAO
           ELSE
              IF ST-SNP NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE SNP-REG-1
              MOVE W-SIN    TO SNP-NUM
              MOVE BIL-NMR  TO SNP-NMR
              MOVE BIL-CLI  TO SNP-CLI
              MOVE BIL-NOME TO SNP-NOME
              MOVE W-LESAO  TO SNP-LESAO
              ACCEPT W-DATAUXI FROM CENTURY-DATE
              COMPUTE SNP-DT-INC = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
              MOVE W-LOGIN-L TO SNP-USU
              WRITE SNP-REG-1
              IF NOT VAL-SNP
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO SIN-QTD-FERIDOS
              MOVE 'Ferido marcado' TO W-LOG-ACAO
           END-IF

           REWRITE SIN-REG-1
           IF NOT VAL-SIN
              PERFORM ERRO-ARQUIVO
           END-IF
           PERFORM GRAVA-LOG-SIN

           MOVE SIN-QTD-FERIDOS TO W-QTD-FERIDOS
           MOVE 0 TO W-BIL-NMR
           MOVE SPACES TO W-LESAO
           PERFORM LISTA-PASSAGEIROS.

       GRAVA-LOG-SIN.
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
           STRING W-LOG-ACAO ' ' W-SIN ' situacao ' W-SITUACAO
                  DELIMITED BY SIZE INTO LOG-REG
           MOVE 'SINISTRO.AR' TO LOG-ARQ
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
              MOVE 'PRJ-SINISTRO' TO ERRL-PROG
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
