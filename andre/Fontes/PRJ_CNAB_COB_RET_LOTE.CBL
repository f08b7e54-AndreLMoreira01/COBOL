       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CNAB-COB-RET-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BLT.SL".
           COPY "PRJ_CONTA.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_LOG.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_SUS.SL".

           SELECT CNABRET ASSIGN TO W-ENTRADA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-RET.

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BLT.FD".
           COPY "PRJ_CONTA.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_LOG.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_SUS.FD".

       FD  CNABRET
           LABEL RECORD STANDARD.
       01  RET-REG-1.
           03 RT-TIPO                    PIC 9(01).
           03 RT-NOSSO-NUM               PIC 9(10).
           03 RT-OCORRENCIA              PIC X(01).
              88 RT-CONFIRMADO           VALUE 'C'.
              88 RT-REJEITADO            VALUE 'R'.
              88 RT-LIQUIDADO            VALUE 'L'.
              88 RT-BAIXADO              VALUE 'B'.
           03 RT-DATA                    PIC 9(08).
           03 RT-VALOR                   PIC 9(09)V99.
           03 RT-JUROS                   PIC 9(07)V99.
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
           03  ST-BLT                PIC  X(02).
               88 VAL-BLT            VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-RET                PIC  X(02).
               88 VAL-RET            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-MSG-SUS             PIC  X(40).
           03  FILLER                PIC  X(01) VALUE ' '.
               88 EM-REPROCESSO      VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 RETORNO-BAIXADO    VALUE 'S' FALSE ' '.

           03  W-ENTRADA-DEVICE      PIC  X(150) VALUE 'CNABCOBR.ARQ'.

           03  CAMPOS-CTRL-W.
               05 W-QTD-CONF              PIC  9(06) VALUE 0.
               05 W-QTD-LIQ               PIC  9(06) VALUE 0.
               05 W-QTD-PARC              PIC  9(06) VALUE 0.
               05 W-QTD-REJ               PIC  9(06) VALUE 0.
               05 W-QTD-BAIXA             PIC  9(06) VALUE 0.
               05 W-QTD-SUSP              PIC  9(06) VALUE 0.
               05 W-TOT-PAGO              PIC  9(11)V99 VALUE 0.
               05 W-TOT-JUROS             PIC  9(11)V99 VALUE 0.
               05 W-VLR-PRINCIPAL         PIC  9(09)V99.
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

               05 W-LINHA-OCOR.
                  07 FILLER    PIC X(08) VALUE 'BOLETO '.
                  07 WO-NUM    PIC 9(10).
                  07 FILLER    PIC X(02) VALUE '  '.
                  07 WO-SIT    PIC X(16).
                  07 FILLER    PIC X(08) VALUE ' VALOR: '.
                  07 WO-VLR    PIC Z(8)9,99.
                  07 FILLER    PIC X(09) VALUE ' JUROS: '.
                  07 WO-JUR    PIC Z(6)9,99.
                  07 FILLER    PIC X(02) VALUE '  '.
                  07 WO-MTV    PIC X(30).

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(14) VALUE 'REGISTRADOS: '.
                  07 WR-CONF   PIC ZZZZZ9.
                  07 FILLER    PIC X(14) VALUE '  REJEITADOS: '.
                  07 WR-REJ    PIC ZZZZZ9.
                  07 FILLER    PIC X(12) VALUE '  BAIXADOS: '.
                  07 WR-BAIXA  PIC ZZZZZ9.
                  07 FILLER    PIC X(14) VALUE '  SUSPENSOS: '.
                  07 WR-SUSP   PIC ZZZZZ9.

               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(14) VALUE 'LIQUIDADOS: '.
                  07 WR-LIQ    PIC ZZZZZ9.
                  07 FILLER    PIC X(14) VALUE '  PARCIAIS: '.
                  07 WR-PARC   PIC ZZZZZ9.
                  07 FILLER    PIC X(15) VALUE '  TOTAL: R$'.
                  07 WR-TOT    PIC Z(9)9,99.
                  07 FILLER    PIC X(15) VALUE '  JUROS: R$'.
                  07 WR-JUR    PIC Z(9)9,99.

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
           | processa o retorno do banco da remessa de cobranca:
           | entrada confirmada marca o boleto registrado;
           | rejeitada volta para a proxima remessa com o motivo
           | do banco; liquidacao baixa o principal pago do
           | saldo da conta corporativa ou quita o fretamento
           | (pagamento parcial deixa o boleto em aberto pelo
           | restante e juros/multa ficam registrados a parte);
           | baixa por decurso de prazo encerra o boleto;
           | retorno sem boleto correspondente ou pagamento de
           | boleto ja encerrado vai para o arquivo de suspensos
           | (PRJ-SUSPENSE) e volta por aqui quando reapresentado

           OPEN I-O CBOLETO
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCONTA
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CFRETAM
           IF NOT VAL-FRT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSUSPENSE
           IF ST-SUS = '35'
              OPEN OUTPUT CSUSPENSE
              CLOSE CSUSPENSE
              OPEN I-O CSUSPENSE.
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO.

           IF W-ARQ-ENTRADA-L NOT = SPACES
              MOVE W-ARQ-ENTRADA-L TO W-ENTRADA-DEVICE
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           OPEN OUTPUT PRINTF

           PERFORM REPROCESSA-SUSPENSE

           OPEN INPUT CNABRET
           IF ST-RET = '35'
              CONTINUE
           ELSE
              IF NOT VAL-RET
                 PERFORM ERRO-ARQUIVO
              END-IF
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
              CLOSE CNABRET
           END-IF

           MOVE W-QTD-CONF  TO WR-CONF
           MOVE W-QTD-REJ   TO WR-REJ
           MOVE W-QTD-BAIXA TO WR-BAIXA
           MOVE W-QTD-SUSP  TO WR-SUSP
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 2
           MOVE W-QTD-LIQ   TO WR-LIQ
           MOVE W-QTD-PARC  TO WR-PARC
           MOVE W-TOT-PAGO  TO WR-TOT
           MOVE W-TOT-JUROS TO WR-JUR
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1

           CLOSE PRINTF.

       FIM.
           CLOSE CBOLETO CCONTA CFRETAM CLOG CSEQ CSUSPENSE.
           EXIT PROGRAM
           STOP RUN.

       TRATA-RETORNO.
           SET RETORNO-BAIXADO TO FALSE
           INITIALIZE BLT-REG-1
           MOVE RT-NOSSO-NUM TO BLT-NOSSO-NUM
           READ CBOLETO
           IF ST-BLT = '23'
              MOVE 'BOLETO SEM PAR NO CBOLETO' TO W-MSG-SUS
              PERFORM GRAVA-SUSPENSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO
           END-IF

           EVALUATE TRUE
              WHEN RT-CONFIRMADO
                 | confirmacao repetida nao muda nada
                 IF BLT-NA-REMESSA
                    SET BLT-REGISTRADO TO TRUE
                    PERFORM REGRAVA-BOLETO
                    ADD 1 TO W-QTD-CONF
                 END-IF
                 SET RETORNO-BAIXADO TO TRUE
              WHEN RT-REJEITADO
                 IF BLT-NA-REMESSA
                    SET BLT-A-REGISTRAR TO TRUE
                    MOVE 0 TO BLT-REMESSA
                    MOVE RT-MOTIVO TO BLT-RET-MOTIVO
                    PERFORM REGRAVA-BOLETO
                    ADD 1 TO W-QTD-REJ
                    MOVE 'REJEITADO' TO WO-SIT
                    PERFORM IMPRIME-OCORRENCIA
                 END-IF
                 SET RETORNO-BAIXADO TO TRUE
              WHEN RT-LIQUIDADO
                 IF BLT-LIQUIDADO OR BLT-BAIXADO
                    MOVE 'PAGAMENTO DE BOLETO JA ENCERRADO'
                         TO W-MSG-SUS
                    PERFORM GRAVA-SUSPENSE
                 ELSE
                    PERFORM LIQUIDA-BOLETO
                 END-IF
              WHEN RT-BAIXADO
                 IF BLT-EM-ABERTO
                    SET BLT-BAIXADO TO TRUE
                    MOVE RT-MOTIVO TO BLT-RET-MOTIVO
                    PERFORM REGRAVA-BOLETO
                    ADD 1 TO W-QTD-BAIXA
                    MOVE 'BAIXADO NO BANCO' TO WO-SIT
                    PERFORM IMPRIME-OCORRENCIA
                 END-IF
                 SET RETORNO-BAIXADO TO TRUE
              WHEN OTHER
                 MOVE 'OCORRENCIA DE RETORNO DESCONHECIDA'
                      TO W-MSG-SUS
                 PERFORM GRAVA-SUSPENSE
           END-EVALUATE.

       LIQUIDA-BOLETO.
           | o valor pago pelo banco ja vem com juros e multa;
           | so o principal abate a divida do cliente
           IF RT-JUROS < RT-VALOR
              COMPUTE W-VLR-PRINCIPAL = RT-VALOR - RT-JUROS
           ELSE
              MOVE 0 TO W-VLR-PRINCIPAL
           END-IF

           ADD W-VLR-PRINCIPAL TO BLT-VLR-PAGO
           ADD RT-JUROS TO BLT-JUROS
           MOVE RT-DATA TO BLT-DT-PAG
           IF BLT-VLR-PAGO >= BLT-VALOR
              SET BLT-LIQUIDADO TO TRUE
              ADD 1 TO W-QTD-LIQ
              MOVE 'LIQUIDADO' TO WO-SIT
           ELSE
              SET BLT-PAGO-PARCIAL TO TRUE
              ADD 1 TO W-QTD-PARC
              MOVE 'PAGO PARCIAL' TO WO-SIT
           END-IF
           PERFORM REGRAVA-BOLETO
           ADD RT-VALOR TO W-TOT-PAGO
           ADD RT-JUROS TO W-TOT-JUROS

           IF BLT-FATURA
              PERFORM BAIXA-SALDO-CONTA
           ELSE
              PERFORM QUITA-FRETAMENTO
           END-IF

           IF BLT-PAGO-PARCIAL OR RT-JUROS > 0
              PERFORM IMPRIME-OCORRENCIA
           END-IF
           PERFORM GRAVA-LOG-RET
           SET RETORNO-BAIXADO TO TRUE.

       BAIXA-SALDO-CONTA.
           INITIALIZE CONTA-REG-1
           MOVE BLT-REF TO CONTA-CNPJ
           READ CCONTA
           IF ST-CONTA = '23'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF
           IF CONTA-SALDO >= W-VLR-PRINCIPAL
              SUBTRACT W-VLR-PRINCIPAL FROM CONTA-SALDO
           ELSE
              MOVE 0 TO CONTA-SALDO
           END-IF
           REWRITE CONTA-REG-1
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF.

       QUITA-FRETAMENTO.
           | pagamento parcial mantem o contrato faturado
           IF NOT BLT-LIQUIDADO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE FRT-REG-1
           MOVE BLT-REF TO FRT-NUM
           READ CFRETAM
           IF ST-FRT = '23'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FRT
              PERFORM ERRO-ARQUIVO
           END-IF
           IF FRT-FATURADO
              SET FRT-PAGO TO TRUE
              REWRITE FRT-REG-1
              IF NOT VAL-FRT
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

       REGRAVA-BOLETO.
           REWRITE BLT-REG-1
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO
           END-IF.

       IMPRIME-OCORRENCIA.
           MOVE BLT-NOSSO-NUM TO WO-NUM
           MOVE RT-VALOR      TO WO-VLR
           MOVE RT-JUROS      TO WO-JUR
           MOVE RT-MOTIVO     TO WO-MTV
           WRITE PRINTF-R FROM W-LINHA-OCOR AFTER 1.

       GRAVA-SUSPENSE.
           ADD 1 TO W-QTD-SUSP
           IF EM-REPROCESSO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE SEQ-REG-1
           MOVE 'SUSPENSE' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'SUSPENSE' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           REWRITE SEQ-REG-1

           INITIALIZE SUS-REG-1
           MOVE SEQ-ULTIMO TO SUS-SEQ
           MOVE 'PRJ-CNAB-COB-RET' TO SUS-LOTE
           MOVE 'CB' TO SUS-COD
           MOVE W-MSG-SUS TO SUS-MSG
           MOVE RET-REG-1 TO SUS-IMAGEM
           MOVE W-DATASIS TO SUS-DIA
           ACCEPT SUS-HORA FROM TIME
           SET SUS-PENDENTE TO TRUE
           MOVE W-LOGIN-L TO SUS-USU
           WRITE SUS-REG-1
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO
           END-IF.

       REPROCESSA-SUSPENSE.
           | retornos corrigidos na tela de suspensos voltam
           | pelo mesmo tratamento do arquivo do banco
           SET EM-REPROCESSO TO TRUE
           INITIALIZE SUS-REG-1
           MOVE 0 TO SUS-SEQ
           START CSUSPENSE KEY >= SUS-SEQ
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CSUSPENSE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SUS
                 EXIT PERFORM
              END-IF

              IF SUS-LOTE = 'PRJ-CNAB-COB-RET'
                 AND SUS-REAPRESENTAR
                 MOVE SUS-IMAGEM(1:110) TO RET-REG-1
                 PERFORM TRATA-RETORNO
                 IF RETORNO-BAIXADO
                    SET SUS-REPROCESSADO TO TRUE
                 ELSE
                    SET SUS-PENDENTE TO TRUE
                 END-IF
                 REWRITE SUS-REG-1
                 IF NOT VAL-SUS
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM
           SET EM-REPROCESSO TO FALSE.

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
           IF BLT-LIQUIDADO
              MOVE 'Boleto liquidado via retorno bancario'
                   TO LOG-REG
           ELSE
              MOVE 'Boleto pago parcial via retorno bancario'
                   TO LOG-REG
           END-IF
           MOVE 'BOLETO.ARQ ' TO LOG-ARQ
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
              MOVE 'PRJ-CNAB-COB' TO ERRL-PROG
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
