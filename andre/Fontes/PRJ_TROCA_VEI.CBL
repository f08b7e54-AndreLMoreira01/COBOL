               05 W-POL-ANTIGA            PIC  9(02).
               05 W-QTD-REMAP             PIC  9(04) VALUE 0.
               05 W-QTD-SEMVAGA           PIC  9(04) VALUE 0.
               05 W-BIL-GUARDA            PIC  X(800).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 W-QTD-PEND         PIC 9(02) VALUE 0.
               05 W-IND-PEND         PIC 9(02).
               05 W-PEND-TAB OCCURS 60 TIMES.
                  07 W-PEND-REG      PIC X(600).

           03 CAMPOS-MENSAGEM.
               05 W-TMPL-TIPO    PIC 9(02).
                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).

                  07 FILLER   PIC X(05) VALUE 'BIL '.
                  07 WM-NMR   PIC 9(16).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-TROCA-VE'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE W-POL-NOVA TO BIL-POL
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-BILHETE.
           MOVE 'BILHETE.ARQ' TO W-JRN-ARQ
           MOVE BIL-REG-1 TO W-JRN-IMAGEM
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
