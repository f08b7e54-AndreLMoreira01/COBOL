       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-LEMBRETE-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_HORA.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_HORA.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       01  CAMPOS-W.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03  CAMPOS-CTRL-W.
               05 W-HORAS-ANTEC           PIC  9(02) VALUE 3.
               05 W-MIN-ANTEC             PIC  9(05).
               05 W-MIN-AGORA             PIC  9(05).
               05 W-MIN-PART              PIC  9(05).
               05 W-FALTA-MIN             PIC S9(05).
               05 W-HORA-PART             PIC  9(04).
               05 REDEFINES W-HORA-PART.
                  07 W-HH-PART            PIC  9(02).
                  07 W-MM-PART            PIC  9(02).
               05 W-HOJE-DDMM             PIC  9(08).
               05 W-AMANHA-DDMM           PIC  9(08).
               05 W-HOJE-J                PIC  9(09).
               05 W-QTD-PARTIDAS          PIC  9(05) VALUE 0.
               05 W-QTD-LEMBRETES         PIC  9(07) VALUE 0.
               05 W-HORA                  PIC  9(08).
               05 REDEFINES W-HORA.
                  07 W-HH-AGORA           PIC  9(02).
                  07 W-MM-AGORA           PIC  9(02).
                  07 FILLER               PIC  9(04).
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

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_AVP.CPY".

       LINKAGE SECTION.

       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | lembrete de embarque: roda v?rias vezes ao dia e,
           | para cada partida programada que sai dentro das
           | pr?ximas PARAM 75 horas (default 3), enfileira o
           | lembrete com hora e plataforma a cada portador de
           | bilhete confirmado. O PRJ_AVISO_PARTIDA guarda quem
           | j? foi lembrado, ent?o a rodada seguinte n?o repete

           OPEN INPUT CVIAGEM
           IF ST-VIA = '35'
              OPEN OUTPUT CVIAGEM
              CLOSE CVIAGEM
              OPEN INPUT CVIAGEM.
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CHORARIO
           IF ST-HOR = '35'
              OPEN OUTPUT CHORARIO
              CLOSE CHORARIO
              OPEN INPUT CHORARIO.
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPARAM
           IF ST-PARAM = '35'
              CONTINUE
           ELSE
              IF NOT VAL-PARAM
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM LE-PARAMETROS
              CLOSE CPARAM
           END-IF.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-HOJE-J = FUNCTION INTEGER-OF-DATE(
                              W-ANOAUXI-I * 10000 +
                              W-MESAUXI-I * 100 +
                              W-DIAAUXI-I)
           COMPUTE W-HOJE-DDMM = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-HOJE-DDMM TO W-DATASIS

           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(
                               W-HOJE-J + 1)
           COMPUTE W-AMANHA-DDMM = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           ACCEPT W-HORA FROM TIME
           COMPUTE W-MIN-AGORA = W-HH-AGORA * 60 + W-MM-AGORA
           COMPUTE W-MIN-ANTEC = W-HORAS-ANTEC * 60

           PERFORM VARRE-VIAGENS

           IF W-QTD-LEMBRETES > 0
              PERFORM GRAVA-LOG-LEMBRETE
           END-IF.

       FIM.
           CLOSE CVIAGEM CHORARIO CLOG.
           EXIT PROGRAM
           STOP RUN.

       LE-PARAMETROS.
           INITIALIZE PARAM-REG-1
           MOVE 75 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-HORAS-ANTEC
           END-IF.

       VARRE-VIAGENS.
           INITIALIZE VIA-REG-1
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF
              IF VIA-PROGRAMADA
                 AND (VIA-DATA = W-HOJE-DDMM
                      OR VIA-DATA = W-AMANHA-DDMM)
                 PERFORM TESTA-ANTECEDENCIA
              END-IF
           END-PERFORM.

       TESTA-ANTECEDENCIA.
           | minutos que faltam para a partida; a de amanh?
           | entra quando a janela atravessa a meia-noite
           MOVE VIA-HR-PREV TO W-HORA-PART
           IF W-HORA-PART = 0
              INITIALIZE HOR-REG-1
              MOVE VIA-FRO TO HOR-FRO
              MOVE VIA-NUM TO HOR-NUM
              READ CHORARIO
              IF NOT VAL-HOR
                 EXIT PARAGRAPH
              END-IF
              MOVE HOR-HORA TO W-HORA-PART
           END-IF

           COMPUTE W-MIN-PART = W-HH-PART * 60 + W-MM-PART
           IF VIA-DATA = W-AMANHA-DDMM
              ADD 1440 TO W-MIN-PART
           END-IF
           COMPUTE W-FALTA-MIN = W-MIN-PART - W-MIN-AGORA
           IF W-FALTA-MIN < 0 OR W-FALTA-MIN > W-MIN-ANTEC
              EXIT PARAGRAPH
           END-IF

           INITIALIZE AREA-AVISO-PARTIDA
           SET AVP-LEMBRETE TO TRUE
           MOVE VIA-FRO   TO AVP-FRO
           MOVE VIA-DATA  TO AVP-DATA
           MOVE VIA-NUM   TO AVP-NUM
           MOVE W-LOGIN-L TO AVP-USU
           CALL "PRJ_AVISO_PARTIDA" USING AREA-AVISO-PARTIDA
           CANCEL "PRJ_AVISO_PARTIDA"

           ADD 1       TO W-QTD-PARTIDAS
           ADD AVP-QTD TO W-QTD-LEMBRETES.

       GRAVA-LOG-LEMBRETE.
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
           MOVE 'Lembretes de embarque enfileirados' TO LOG-REG
           MOVE 'LEMBRETE.AR' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 3 TO LOG-TIPO
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
              MOVE 'PRJ-LEMBRETE' TO ERRL-PROG
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
