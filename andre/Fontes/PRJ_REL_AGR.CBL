                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-AGR'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM LISTA-AGREGADOS
           IF W-FRO-ANT NOT = 999
              PERFORM TOTALIZA-FROTA
           END-IF
           PERFORM IMPRIME-GERAL
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CAGREG.

           MOVE 4 TO W-CONTLIN.

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

           MOVE W-LOGIN-L TO W-REL-USU
           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI-L ' A ' W-DATAFIN-L
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
