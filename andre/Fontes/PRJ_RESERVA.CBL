                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-RESERVA'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
              MOVE W-DATASIS   TO RES-DT-INC
              MOVE W-HORA      TO RES-HR-INC
              SET RES-ATIVA TO TRUE
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-RESERVA
              WRITE RES-REG-1
           ELSE
              MOVE W-NOME    TO RES-NOME
              MOVE W-DATASIS TO RES-DT-INC
              MOVE W-HORA    TO RES-HR-INC
              SET RES-ATIVA TO TRUE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-RESERVA
              REWRITE RES-REG-1
           END-IF
           IF NOT VAL-RES
           END-IF

           SET RES-EXPIRADA TO TRUE
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-RESERVA
           REWRITE RES-REG-1
           IF NOT VAL-RES
              PERFORM ERRO-ARQUIVO
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-RESERVA.
           MOVE 'RESERVA.ARQ' TO W-JRN-ARQ
           MOVE RES-REG-1 TO W-JRN-IMAGEM
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
