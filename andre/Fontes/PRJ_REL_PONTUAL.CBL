           COPY "PRJ_OCO.SL".
           COPY "PRJ_OCM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
                  07 W-LG-FRO  PIC 999.
                  07 FILLER    PIC X(06) VALUE ' PART '.
                  07 W-LG-VIA  PIC 9.
                  07 FILLER    PIC X(07) VALUE ' CHEG. '.
                  07 W-LG-CHEG PIC 99.99.
                  07 FILLER    PIC X(09) VALUE ' ATRASO: '.
                  07 W-LG-ATR  PIC ZZZZ9.
                  07 FILLER    PIC X(06) VALUE 'min - '.
                  07 FILLER    PIC X(45) VALUE
                     'PARTIDAS COM ATRASO GRAVE E MOTIVO REGISTRADO'.

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-PONTUAL'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                  MOVE 0 TO W-QTD-FROS W-QTD-MOTS
                  INITIALIZE W-FRO-TAB W-MOT-TAB

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  PERFORM TESTA-QUEBRA-PAGINA
                  WRITE PRINTF-R FROM W-TIT-GRAVE AFTER 1
                  PERFORM IMPRIME-FROTAS
                  PERFORM IMPRIME-MOTORISTAS
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       APURA-PONTUALIDADE.
           MOVE VIA-DATA TO W-LG-DATA
           MOVE VIA-FRO  TO W-LG-FRO
           MOVE VIA-NUM  TO W-LG-VIA
           MOVE VIA-HR-CHEG TO W-LG-CHEG
           MOVE W-ATRASO-MIN TO W-LG-ATR
           MOVE 'SEM OCORRENCIA REGISTRADA' TO W-LG-MTV


           MOVE 3 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI(1:10) ' A ' W-DATAFIN(1:10)
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
