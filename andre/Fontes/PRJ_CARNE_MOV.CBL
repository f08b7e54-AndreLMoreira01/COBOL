       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CARNE-MOV.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CRN.SL".
           COPY "PRJ_CRU.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CRN.FD".
           COPY "PRJ_CRU.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CRN                PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  ST-CRU                PIC  X(02).
               88 VAL-CRU            VALUE '00' THRU '09'.
           03  W-ACHOU-CRN           PIC  X(01).
               88 ACHOU-CARNE        VALUE 'S' FALSE 'N'.
           03  W-CRN-CHAVE-ACHADA    PIC  X(18).

           03  W-DATASIS             PIC  9(08).
           03  W-VIAGEM-I            PIC  9(08).
           03  W-VALIDADE-I          PIC  9(08).
           03  W-DATAUXI             PIC  9(08).
           03  REDEFINES W-DATAUXI.
               05 W-DIAAUXI          PIC  9(02).
               05 W-MESAUXI          PIC  9(02).
               05 W-ANOAUXI          PIC  9(04).
           03  REDEFINES W-DATAUXI.
               05 W-ANOAUXI-I        PIC  9(04).
               05 W-MESAUXI-I        PIC  9(02).
               05 W-DIAAUXI-I        PIC  9(02).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CARNE-MO'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

           COPY "PRJ_CRM.CPY".

       PROCEDURE DIVISION USING AREA-CARNE.
       INICIO.
           | carne de viagens da linha convencional: o saldo
           | de cada carne e CRN-QTD menos CRN-USADO, valido ate
           | CRN-VALIDADE. A baixa usa sempre o carne mais antigo
           | ainda valido na data da viagem e guarda o vinculo
           | com o bilhete em CARNEUSO.ARQ, por onde o estorno
           | (guiche ou cancelamento de viagem) devolve a viagem

           MOVE 0 TO CRM-RETORNO CRM-SALDO CRM-VALIDADE
                     CRM-VLR-VIAGEM

           OPEN I-O CCARNE
           IF ST-CRN = '35'
              OPEN OUTPUT CCARNE
              CLOSE CCARNE
              OPEN I-O CCARNE.
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCARNEUSO
           IF ST-CRU = '35'
              OPEN OUTPUT CCARNEUSO
              CLOSE CCARNEUSO
              OPEN I-O CCARNEUSO.
           IF NOT VAL-CRU
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000

           EVALUATE TRUE
              WHEN CRM-CONSULTA
                 PERFORM PROCURA-CARNE
                 IF NOT ACHOU-CARNE
                    SET CRM-SEM-SALDO TO TRUE
                 END-IF
              WHEN CRM-DEBITA
                 PERFORM DEBITA-VIAGEM
              WHEN CRM-ESTORNA
                 PERFORM ESTORNA-VIAGEM
           END-EVALUATE.

       FIM.
           CLOSE CCARNE CCARNEUSO.
           EXIT PROGRAM.

       PROCURA-CARNE.
           | soma o saldo valido na data da viagem e guarda a
           | chave do primeiro carne que pode ser baixado
           SET ACHOU-CARNE TO FALSE
           MOVE CRM-DATA TO W-DATAUXI
           COMPUTE W-VIAGEM-I = W-ANOAUXI * 10000 +
                                W-MESAUXI * 100 + W-DIAAUXI

           INITIALIZE CRN-REG-1
           MOVE CRM-CLI TO CRN-CLI
           MOVE CRM-FRO TO CRN-FRO
           MOVE 0       TO CRN-SEQ
           START CCARNE KEY >= CRN-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL 1 = 2
              READ CCARNE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRN
                 EXIT PERFORM
              END-IF
              IF CRN-CLI NOT = CRM-CLI OR CRN-FRO NOT = CRM-FRO
                 EXIT PERFORM
              END-IF
              MOVE CRN-VALIDADE TO W-DATAUXI
              COMPUTE W-VALIDADE-I = W-ANOAUXI * 10000 +
                                     W-MESAUXI * 100 + W-DIAAUXI
              IF CRN-USADO < CRN-QTD
                 AND W-VALIDADE-I >= W-VIAGEM-I
                 COMPUTE CRM-SALDO = CRM-SALDO +
                                     CRN-QTD - CRN-USADO
                 IF NOT ACHOU-CARNE
                    SET ACHOU-CARNE TO TRUE
                    MOVE CRN-CHAVE      TO W-CRN-CHAVE-ACHADA
                    MOVE CRN-VALIDADE   TO CRM-VALIDADE
                    MOVE CRN-VLR-VIAGEM TO CRM-VLR-VIAGEM
                 END-IF
              END-IF
           END-PERFORM.

       DEBITA-VIAGEM.
           | bilhete ja baixado (nova tentativa da mesma venda)
           | nao consome outra viagem
           INITIALIZE CRU-REG-1
           MOVE CRM-NMR TO CRU-NMR
           READ CCARNEUSO
           IF VAL-CRU AND CRU-ATIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM PROCURA-CARNE
           IF NOT ACHOU-CARNE
              SET CRM-SEM-SALDO TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE W-CRN-CHAVE-ACHADA TO CRN-CHAVE
           READ CCARNE
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO CRN-USADO
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CARNE
           REWRITE CRN-REG-1
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO
           END-IF
           SUBTRACT 1 FROM CRM-SALDO

           INITIALIZE CRU-REG-1
           MOVE CRM-NMR   TO CRU-NMR
           READ CCARNEUSO
           IF ST-CRU NOT = '23' AND NOT VAL-CRU
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE CRM-NMR   TO CRU-NMR
           MOVE CRN-CLI   TO CRU-CLI
           MOVE CRN-FRO   TO CRU-FRO
           MOVE CRN-SEQ   TO CRU-SEQ
           MOVE W-DATASIS TO CRU-DATA
           MOVE CRM-USU   TO CRU-USU
           SET CRU-ATIVO  TO TRUE
           MOVE 0         TO CRU-DT-DEVOL
           IF ST-CRU = '23'
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-CARNEUSO
              WRITE CRU-REG-1
           ELSE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-CARNEUSO
              REWRITE CRU-REG-1
           END-IF
           IF NOT VAL-CRU
              PERFORM ERRO-ARQUIVO
           END-IF.

       ESTORNA-VIAGEM.
           | a viagem volta para o carne de onde saiu, mesmo
           | que ele ja tenha vencido: ai ela aparece como
           | viagem vencida sem uso no relatorio
           INITIALIZE CRU-REG-1
           MOVE CRM-NMR TO CRU-NMR
           READ CCARNEUSO
           IF ST-CRU = '23'
              SET CRM-SEM-USO TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CRU
              PERFORM ERRO-ARQUIVO
           END-IF
           IF NOT CRU-ATIVO
              SET CRM-SEM-USO TO TRUE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CRN-REG-1
           MOVE CRU-CLI TO CRN-CLI
           MOVE CRU-FRO TO CRN-FRO
           MOVE CRU-SEQ TO CRN-SEQ
           READ CCARNE
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO
           END-IF
           IF CRN-USADO > 0
              SUBTRACT 1 FROM CRN-USADO
           END-IF
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CARNE
           REWRITE CRN-REG-1
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO
           END-IF

           SET CRU-DEVOLVIDO TO TRUE
           MOVE W-DATASIS TO CRU-DT-DEVOL
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CARNEUSO
           REWRITE CRU-REG-1
           IF NOT VAL-CRU
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE CRN-VALIDADE   TO CRM-VALIDADE
           MOVE CRN-VLR-VIAGEM TO CRM-VLR-VIAGEM
           COMPUTE CRM-SALDO = CRN-QTD - CRN-USADO.

       JORNAL-CARNE.
           MOVE 'CARNE.ARQ' TO W-JRN-ARQ
           MOVE CRN-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CARNEUSO.
           MOVE 'CARNEUSO.ARQ' TO W-JRN-ARQ
           MOVE CRU-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       GRAVA-JORNAL.
           | imagem de cada atualizacao vai para o JORNAL.ARQ,
           | reaplicado pelo PRJ_JORNAL_REC depois de um restore
           CALL "PRJ_JORNAL_GRV" USING W-JRN-ARQ, W-JRN-OPER,
                                       W-JRN-IMAGEM, CRM-USU,
                                       W-JRN-PROG
           CANCEL "PRJ_JORNAL_GRV".

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
              OPEN OUTPUT CERRLOG
              CLOSE CERRLOG
              OPEN I-O CERRLOG
           END-IF
           IF VAL-ERRL
              INITIALIZE ERRL-REG-1
              ACCEPT ERRL-DIA FROM CENTURY-DATE
              ACCEPT ERRL-HORA FROM TIME
              MOVE 'PRJ-CARNE-MO' TO ERRL-PROG
              MOVE CRM-USU TO ERRL-USU
              MOVE W-ARQUIVO(1:11) TO ERRL-ARQ
              MOVE W-FSTATUS TO ERRL-STATUS
              MOVE W-EXTSTAT TO ERRL-EXTSTATUS
              WRITE ERRL-REG-1
              IF ST-ERRL = '22'
                 REWRITE ERRL-REG-1
              END-IF
              CLOSE CERRLOG
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

           INITIALIZE CA-MESSAGE-LINK
           MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
           MOVE W-ARQUIVO TO CA-ERR-FILE
           MOVE SPACES    TO CA-ERR-BUF
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           PERFORM FIM.
