                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CAD-VCH'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           PERFORM GRAVA-LOG-VCH

           IF ST-VCH = '23'
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-VOUCHER
              WRITE VCH-REG-1
              MOVE 'Cupom gravado.' TO CA-MESSAGE-1
           ELSE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-VOUCHER
              REWRITE VCH-REG-1
              MOVE 'Cupom regravado.' TO CA-MESSAGE-1
           END-IF.
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-VOUCHER.
           MOVE 'VOUCHER.ARQ' TO W-JRN-ARQ
           MOVE VCH-REG-1 TO W-JRN-IMAGEM
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
