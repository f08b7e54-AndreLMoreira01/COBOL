                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-REEMBOLS'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           MOVE W-BANCO     TO REEM-BANCO
           MOVE W-AGENCIA   TO REEM-AGENCIA
           MOVE W-CONTA-BCO TO REEM-CONTA-BCO
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-REEMBOLSO
           REWRITE REEM-REG-1
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO
           MOVE REEM-NMR   TO WAL-NMR-BIL
           MOVE 2          TO WAL-ORIGEM
           MOVE W-LOGIN-L  TO WAL-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CARTEIRA
           WRITE WAL-REG-1
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO
           MOVE W-DATASIS TO REEM-DT-PAG
           ACCEPT REEM-HR-PAG FROM TIME
           MOVE W-LOGIN-L TO REEM-USU-PAG
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-REEMBOLSO
           REWRITE REEM-REG-1
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO
           MOVE W-DATASIS TO REEM-DT-PAG
           ACCEPT REEM-HR-PAG FROM TIME
           MOVE W-LOGIN-L TO REEM-USU-PAG
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-REEMBOLSO
           REWRITE REEM-REG-1
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-REEMBOLSO.
           MOVE 'REEMB.ARQ' TO W-JRN-ARQ
           MOVE REEM-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

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
