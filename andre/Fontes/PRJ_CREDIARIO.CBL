                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WL-SIT   PIC X(08).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CREDIARI'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           MOVE W-DATASIS TO CRD-DT-PAG
           MOVE W-LOGIN-L TO CRD-USU-PAG
           ACCEPT CRD-HR-PAG FROM TIME
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CREDIARIO
           REWRITE CRD-REG-1
           IF NOT VAL-CRD
              PERFORM ERRO-ARQUIVO
              READ CCLIENTE
              IF VAL-CLI AND CLI-BLOQUEADO
                 SET CLI-LIBERADO TO TRUE
                 MOVE 'A' TO W-JRN-OPER
                 PERFORM JORNAL-CLIENTE
                 REWRITE CLI-REG-1
              END-IF
           END-IF.
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-CLIENTE.
           MOVE 'CLIENTE.ARQ' TO W-JRN-ARQ
           MOVE CLI-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CREDIARIO.
           MOVE 'CREDIARIO.ARQ' TO W-JRN-ARQ
           MOVE CRD-REG-1 TO W-JRN-IMAGEM
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
