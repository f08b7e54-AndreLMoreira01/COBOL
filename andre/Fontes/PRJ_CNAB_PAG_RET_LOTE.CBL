       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CNAB-PAG-RET-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_PAG.SL".
           COPY "PRJ_LOG.SL".

           SELECT CNABRET ASSIGN TO W-ENTRADA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-RET.

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_PAG.FD".
           COPY "PRJ_LOG.FD".

       FD  CNABRET
           LABEL RECORD STANDARD.
       01  RET-REG-1.
           03 RT-TIPO                    PIC 9(01).
           03 RT-TITULO                  PIC 9(08).
           03 RT-PARC                    PIC 9(02).
           03 RT-SITUACAO                PIC X(01).
              88 RT-PAGO                 VALUE 'P'.
              88 RT-REJEITADO            VALUE 'R'.
           03 RT-DATA                    PIC 9(08).
           03 RT-VALOR                   PIC 9(09)V99.
           03 RT-MOTIVO                  PIC X(30).
           03 FILLER                     PIC X(40).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-PAG                PIC  X(02).
               88 VAL-PAG            VALUE '00' THRU '09'.
           03  ST-RET                PIC  X(02).
               88 VAL-RET            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-ENTRADA-DEVICE      PIC  X(150) VALUE 'CNABPAGR.ARQ'.

           03  CAMPOS-CTRL-W.
               05 W-QTD-PAGOS             PIC  9(06) VALUE 0.
               05 W-QTD-REJ               PIC  9(06) VALUE 0.
               05 W-QTD-SEMPAR            PIC  9(06) VALUE 0.
               05 W-TOT-PAGO              PIC  9(11)V99 VALUE 0.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-LINHA-REJ.
                  07 FILLER    PIC X(25) VALUE
                     'PAGAMENTO REJEITADO TIT '.
                  07 WR-NUM    PIC 9(08).
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 WR-PARC   PIC 99.
                  07 FILLER    PIC X(02) VALUE '  '.
                  07 WR-MTV    PIC X(30).

               05 W-LINHA-RESUMO.
                  07 FILLER    PIC X(08) VALUE 'PAGOS: '.
                  07 WR-PAG    PIC ZZZZZ9.
                  07 FILLER    PIC X(14) VALUE '  REJEITADOS: '.
                  07 WR-REJ    PIC ZZZZZ9.
                  07 FILLER    PIC X(12) VALUE '  SEM PAR: '.
                  07 WR-SEM    PIC ZZZZZ9.
                  07 FILLER    PIC X(15) VALUE '  TOTAL: R$'.
                  07 WR-TOT    PIC Z(9)9,99.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-ARQ-ENTRADA-L                PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-ARQ-ENTRADA-L, W-LOGIN-L.
       INICIO.
           | processa o retorno do banco da remessa de
           | pagamentos: pago baixa a parcela com a data e o
           | valor do banco (entra no PRJ-CONTAB-LOTE do dia);
           | rejeitado volta para aberto com o motivo gravado,
           | sai no relatorio e entra de novo na proxima remessa

           OPEN I-O CPAGAR
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           IF W-ARQ-ENTRADA-L NOT = SPACES
              MOVE W-ARQ-ENTRADA-L TO W-ENTRADA-DEVICE
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           OPEN INPUT CNABRET
           IF ST-RET = '35'
              PERFORM FIM
           END-IF
           IF NOT VAL-RET
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT PRINTF

           PERFORM UNTIL 1 = 2
              READ CNABRET AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RET
                 EXIT PERFORM
              END-IF
              IF RT-TIPO = 1
                 PERFORM TRATA-RETORNO
              END-IF
           END-PERFORM

           MOVE W-QTD-PAGOS  TO WR-PAG
           MOVE W-QTD-REJ    TO WR-REJ
           MOVE W-QTD-SEMPAR TO WR-SEM
           MOVE W-TOT-PAGO   TO WR-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 2

           CLOSE PRINTF
           CLOSE CNABRET.

       FIM.
           CLOSE CPAGAR CLOG.
           EXIT PROGRAM
           STOP RUN.

       TRATA-RETORNO.
           INITIALIZE PAG-REG-1
           MOVE RT-TITULO TO PAG-NUM
           MOVE RT-PARC   TO PAG-PARC
           READ CPAGAR
           IF ST-PAG = '23'
              ADD 1 TO W-QTD-SEMPAR
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO
           END-IF

           | retorno repetido de parcela ja baixada nao conta
           IF NOT PAG-NA-REMESSA
              ADD 1 TO W-QTD-SEMPAR
              EXIT PARAGRAPH
           END-IF

           IF RT-PAGO
              SET PAG-PAGO TO TRUE
              MOVE RT-DATA TO PAG-DT-PAG
              IF RT-VALOR > 0
                 MOVE RT-VALOR TO PAG-VLR-PAGO
              ELSE
                 MOVE PAG-VALOR TO PAG-VLR-PAGO
              END-IF
              MOVE 'CNAB' TO PAG-USU-PAG
              REWRITE PAG-REG-1
              IF NOT VAL-PAG
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-PAGOS
              ADD PAG-VLR-PAGO TO W-TOT-PAGO
              PERFORM GRAVA-LOG-RET
           ELSE
              | rejeitado: volta para aberto com o motivo do
              | banco e entra de novo na proxima remessa
              SET PAG-ABERTO TO TRUE
              MOVE 0 TO PAG-REMESSA
              MOVE RT-MOTIVO TO PAG-RET-MOTIVO
              REWRITE PAG-REG-1
              IF NOT VAL-PAG
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-REJ
              MOVE PAG-NUM   TO WR-NUM
              MOVE PAG-PARC  TO WR-PARC
              MOVE RT-MOTIVO TO WR-MTV
              WRITE PRINTF-R FROM W-LINHA-REJ AFTER 1
           END-IF.

       GRAVA-LOG-RET.
           ACCEPT W-HORA FROM TIME
           INITIALIZE LOG-REG-1
           MOVE W-HORA TO LOG-HORA
           MOVE W-DATASIS TO LOG-DIA
           READ CLOG
           IF ST-LOG = '23'
              INITIALIZE LOG-REG-1
              MOVE W-HORA TO LOG-HORA
              MOVE W-DATASIS TO LOG-DIA
           ELSE
              IF NOT VAL-LOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           MOVE W-LOGIN-L TO LOG-USU
           MOVE 'Titulo pago via remessa bancaria' TO LOG-REG
           MOVE 'PAGAR.ARQ  ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 2 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
           END-IF.

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
              MOVE 'PRJ-CNAB-PAG' TO ERRL-PROG
              MOVE W-LOGIN-L TO ERRL-USU
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
