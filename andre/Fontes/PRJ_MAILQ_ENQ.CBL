               05 W-MESAUXI-I        PIC  9(02).
               05 W-DIAAUXI-I        PIC  9(02).

           03  W-CNS-CANAL           PIC  9(01) VALUE 1.
           03  W-CNS-LIBERADO        PIC  X(01).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_CONS.CPY".

       LINKAGE SECTION.

           MOVE SEQ-ULTIMO TO W-ID
           REWRITE SEQ-REG-1

           | marketing e pesquisa so entram na fila com o
           | consentimento em vigor no CONSENT.ARQ; o MSGID
           | fica na prova mesmo quando a mensagem e barrada
           IF CONS-CONFERE
              CALL "PRJ_CNS_CONFERE" USING W-CNS-CANAL,
                   W-DEST-L, W-TEXTO1-L, W-ID, W-CNS-LIBERADO
              CANCEL "PRJ_CNS_CONFERE"
              IF W-CNS-LIBERADO NOT = 'S'
                 PERFORM FIM
              END-IF
           END-IF

           OPEN EXTEND MAILQ
           IF ST-MAQ = '35'
              OPEN OUTPUT MAILQ
