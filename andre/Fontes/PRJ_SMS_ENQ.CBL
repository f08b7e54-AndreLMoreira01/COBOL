               05 W-MESAUXI-I        PIC  9(02).
               05 W-DIAAUXI-I        PIC  9(02).

           03  W-CNS-CANAL           PIC  9(01) VALUE 2.
           03  W-CNS-DESTINO         PIC  X(60).
           03  W-CNS-MSGID           PIC  9(10) VALUE 0.
           03  W-CNS-LIBERADO        PIC  X(01).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_CONS.CPY".

       LINKAGE SECTION.

              EXIT PROGRAM
           END-IF.

           | marketing e pesquisa so entram na fila com o
           | consentimento em vigor no CONSENT.ARQ
           IF CONS-CONFERE
              MOVE W-CEL-L TO W-CNS-DESTINO
              CALL "PRJ_CNS_CONFERE" USING W-CNS-CANAL,
                   W-CNS-DESTINO, W-TEXTO-L, W-CNS-MSGID,
                   W-CNS-LIBERADO
              CANCEL "PRJ_CNS_CONFERE"
              IF W-CNS-LIBERADO NOT = 'S'
                 EXIT PROGRAM
              END-IF
           END-IF.

           OPEN EXTEND SMSQ
           IF ST-SMQ = '35'
              OPEN OUTPUT SMSQ
