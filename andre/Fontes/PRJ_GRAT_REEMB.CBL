                  07 FILLER   PIC X(14) VALUE '  VALOR: R$'.
                  07 WC-VLR   PIC Z(9)9,99.

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-GRAT-REE'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                 EXIT PERFORM
              END-IF

              | passe de funcionario nao e gratuidade legal:
              | fica fora do pedido de ressarcimento
              IF BIL-BENEF-LEGAL
                 AND BIL-EMBARCADO
                 AND BIL-GRAT-REEMB = 0
                 AND (W-CATEG = 0 OR BIL-BENEF = W-CATEG)
           END-IF

           MOVE W-NUM TO BIL-GRAT-REEMB
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           REWRITE BIL-REG-1
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
