               05 W-QTD-COLISAO           PIC  9(05) VALUE 0.
               05 W-CHAVE-RETOMA          PIC  X(27).
               05 W-COM-DUP               PIC  9(04).
               05 W-BIL-GUARDA            PIC  X(800).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CLI-MERG'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
              MOVE BIL-CHAVE TO W-CHAVE-RETOMA

              MOVE BIL-REG-1 TO W-BIL-GUARDA
              | titular ja tem bilhete na mesma chave: o
              | registro fica no CPF antigo, conta a colisao e
              | segue para o proximo sem passar pelo jornal
              MOVE W-CPF-TITULAR TO BIL-CLI
              READ CBILHETE
              IF VAL-BIL
                 ADD 1 TO W-QTD-COLISAO
              ELSE
                 IF ST-BIL NOT = '23'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 PERFORM TROCA-CPF-BILHETE
              END-IF
           END-PERFORM.

       TROCA-CPF-BILHETE.
           MOVE W-BIL-GUARDA TO BIL-REG-1
           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE W-BIL-GUARDA TO BIL-REG-1
           MOVE W-CPF-TITULAR TO BIL-CLI
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF ST-BIL = '22'
              | chave ocupada entre a leitura e a gravacao:
              | devolve o registro ao CPF antigo
              MOVE W-BIL-GUARDA TO BIL-REG-1
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-BILHETE
              WRITE BIL-REG-1
              IF NOT VAL-BIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-COLISAO
           ELSE
              IF NOT VAL-BIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-BIL
           END-IF.

       MIGRA-BILHETES-ARQ.
           INITIALIZE BARQ-REG-1
           MOVE W-CPF-DUPLIC TO BARQ-CLI
              END-IF

              MOVE PTS-REG-1 TO W-BIL-GUARDA
              MOVE 'E' TO W-JRN-OPER
              PERFORM JORNAL-PONTOS
              DELETE CPONTOS RECORD
              IF NOT VAL-PTS
                 PERFORM ERRO-ARQUIVO
              MOVE W-CPF-TITULAR TO PTS-CLI
              ADD 1 TO W-PTS-SEQ-TIT
              MOVE W-PTS-SEQ-TIT TO PTS-SEQ
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-PONTOS
              WRITE PTS-REG-1
              IF NOT VAL-PTS
                 PERFORM ERRO-ARQUIVO
           END-IF
           MOVE CLI-COM TO W-COM-DUP
           SET CLI-MESCLADO TO TRUE
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CLIENTE
           REWRITE CLI-REG-1
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD W-COM-DUP TO CLI-COM
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CLIENTE
           REWRITE CLI-REG-1
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-BILHETE.
           MOVE 'BILHETE.ARQ' TO W-JRN-ARQ
           MOVE BIL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CLIENTE.
           MOVE 'CLIENTE.ARQ' TO W-JRN-ARQ
           MOVE CLI-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-PONTOS.
           MOVE 'PONTOS.ARQ' TO W-JRN-ARQ
           MOVE PTS-REG-1 TO W-JRN-IMAGEM
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
