                     'TOTAL DO PASSIVO DE CARTEIRA:'.
                  07 WS-TOT   PIC -(10)9,99.

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CARTEIRA'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                 WHEN WAL-ORIG-DEPOSITO MOVE 'DEPOSITO' TO WM-ORIG
                 WHEN WAL-ORIG-ESTORNO  MOVE 'ESTORNO' TO WM-ORIG
                 WHEN WAL-ORIG-VENDA    MOVE 'VENDA' TO WM-ORIG
                 WHEN WAL-ORIG-COMPENSACAO
                                        MOVE 'COMPENSA' TO WM-ORIG
                 WHEN WAL-ORIG-COMP-ATRASO
                                        MOVE 'ATRASO' TO WM-ORIG
                 WHEN OTHER             MOVE SPACES TO WM-ORIG
              END-EVALUATE
              MOVE WAL-NMR-BIL TO WM-BIL
           MOVE 0         TO WAL-NMR-BIL
           MOVE 1         TO WAL-ORIGEM
           MOVE W-LOGIN-L TO WAL-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CARTEIRA
           WRITE WAL-REG-1
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-CARTEIRA.
           MOVE 'CARTEIRA.ARQ' TO W-JRN-ARQ
           MOVE WAL-REG-1 TO W-JRN-IMAGEM
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
