       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CNAB-COB-REM-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BLT.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_PARAM.SL".

           SELECT CNABREM ASSIGN TO W-SAIDA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-REM.

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BLT.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_PARAM.FD".

       FD  CNABREM
           LABEL RECORD STANDARD.
       01  REM-REG-1                     PIC X(240).
       01  REM-HEADER REDEFINES REM-REG-1.
           03 RH-TIPO                    PIC 9(01).
           03 RH-LITERAL                 PIC X(20).
           03 RH-DATA                    PIC 9(08).
           03 RH-SEQ-ARQ                 PIC 9(06).
           03 FILLER                     PIC X(205).
       01  REM-DETALHE REDEFINES REM-REG-1.
           03 RD-TIPO                    PIC 9(01).
           03 RD-NOSSO-NUM               PIC 9(10).
           03 RD-DOC                     PIC 9(14).
           03 RD-SACADO                  PIC X(60).
           03 RD-EMISSAO                 PIC 9(08).
           03 RD-VENC                    PIC 9(08).
           03 RD-VALOR                   PIC 9(09)V99.
           03 RD-MULTA-PERC              PIC 9(03)V99.
           03 RD-JUROS-DIA               PIC 9(07)V99.
           03 RD-ESPECIE                 PIC X(02).
           03 FILLER                     PIC X(112).
       01  REM-TRAILER REDEFINES REM-REG-1.
           03 RT-TIPO                    PIC 9(01).
           03 RT-QTD                     PIC 9(06).
           03 RT-TOTAL                   PIC 9(11)V99.
           03 FILLER                     PIC X(220).

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
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-REM                PIC  X(02).
               88 VAL-REM            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-FRT-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRT-ATIVA          VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(150) VALUE 'CNABCOB.ARQ'.

           03  CAMPOS-CTRL-W.
               05 W-QTD-DET               PIC  9(06) VALUE 0.
               05 W-QTD-FRT               PIC  9(06) VALUE 0.
               05 W-TOT-REMESSA           PIC  9(11)V99 VALUE 0.
               05 W-NUM-REMESSA           PIC  9(06) VALUE 0.
               05 W-PRAZO-FATURA          PIC  9(03) VALUE 30.
           | cidade da praca de cobranca/pagamento (PARAM 85):
           | vencimento cai no dia util dela; zero so considera
           | os feriados nacionais
               05 W-CID-PRACA             PIC  9(03) VALUE 0.
           | multa (PARAM 54, default 2%) e juros de mora ao
           | mes (PARAM 55, default 1%) cobrados pelo banco
           | no pagamento em atraso
               05 W-MULTA-PERC            PIC  9(03)V99 VALUE 2.
               05 W-JUROS-MES             PIC  9(03)V99 VALUE 1.
               05 W-DATAVEN-I             PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-DATA-SISTEMA          PIC  9(08).

               05 W-LINHA-CTRL.
                  07 FILLER    PIC X(30) VALUE
                     'BOLETOS NA REMESSA...........:'.
                  07 WC-QTD    PIC ZZZZZZ9.
                  07 FILLER    PIC X(15) VALUE '  TOTAL: R$'.
                  07 WC-TOT    PIC Z(9)9,99.
                  07 FILLER    PIC X(12) VALUE '  REMESSA: '.
                  07 WC-NUM    PIC ZZZZZ9.

               05 W-LINHA-FRT.
                  07 FILLER    PIC X(30) VALUE
                     'BOLETOS DE FRETAMENTO GERADOS:'.
                  07 WF-QTD    PIC ZZZZZZ9.

           COPY "PRJ_DUT.CPY".

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | remessa de cobranca: registra no banco os boletos
           | ainda nao registrados - faturas das contas
           | corporativas (gerados pelo PRJ-FATURA-LOTE) e
           | fretamentos faturados, cujo boleto e gerado aqui
           | na primeira remessa depois do faturamento; o
           | retorno e processado pelo PRJ-CNAB-COB-RET-LOTE

           OPEN I-O CBOLETO
           IF ST-BLT = '35'
              OPEN OUTPUT CBOLETO
              CLOSE CBOLETO
              OPEN I-O CBOLETO.
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFRETAM
           IF ST-FRT = '35'
              SET FRT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FRT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FRT-ATIVA TO TRUE
           END-IF.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           IF W-ARQ-SAIDA-L NOT = SPACES
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           END-IF

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000

           IF FRT-ATIVA
              PERFORM GERA-BOLETOS-FRETAMENTO
           END-IF

           PERFORM PROXIMO-NUM-REMESSA

           OPEN OUTPUT CNABREM
           IF NOT VAL-REM
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT PRINTF

           MOVE SPACES TO REM-REG-1
           MOVE 0 TO RH-TIPO
           MOVE 'REMESSA COBRANCA' TO RH-LITERAL
           MOVE W-DATA-SISTEMA TO RH-DATA
           MOVE W-NUM-REMESSA TO RH-SEQ-ARQ
           WRITE REM-REG-1

           PERFORM GERA-DETALHES

           MOVE SPACES TO REM-REG-1
           MOVE 9 TO RT-TIPO
           MOVE W-QTD-DET TO RT-QTD
           MOVE W-TOT-REMESSA TO RT-TOTAL
           WRITE REM-REG-1

           CLOSE CNABREM

           MOVE W-QTD-FRT TO WF-QTD
           WRITE PRINTF-R FROM W-LINHA-FRT AFTER 2
           MOVE W-QTD-DET TO WC-QTD
           MOVE W-TOT-REMESSA TO WC-TOT
           MOVE W-NUM-REMESSA TO WC-NUM
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           CLOSE PRINTF.

       FIM.
           CLOSE CBOLETO CSEQ.
           IF FRT-ATIVA
              CLOSE CFRETAM.
           CANCEL "PRJ_DIA_UTIL"
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 53 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-PRAZO-FATURA
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 54 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-MULTA-PERC
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 55 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-JUROS-MES
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 85 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-CID-PRACA
           END-IF

           CLOSE CPARAM.

       PROXIMO-NUM-REMESSA.
           INITIALIZE SEQ-REG-1
           MOVE 'REMCOBR' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'REMCOBR' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-NUM-REMESSA
           REWRITE SEQ-REG-1.

       GERA-BOLETOS-FRETAMENTO.
           INITIALIZE FRT-REG-1
           START CFRETAM KEY >= FRT-NUM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFRETAM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRT
                 EXIT PERFORM
              END-IF

              IF FRT-FATURADO AND FRT-VALOR > 0
                 INITIALIZE BLT-REG-1
                 SET BLT-FRETAMENTO TO TRUE
                 MOVE FRT-NUM TO BLT-REF
                 READ CBOLETO KEY IS BLT-ORIGEM
                 IF ST-BLT = '23'
                    PERFORM GERA-BOLETO-FRETAMENTO
                 ELSE
                    IF NOT VAL-BLT
                       PERFORM ERRO-ARQUIVO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       GERA-BOLETO-FRETAMENTO.
           | vencimento no prazo de faturas (PARAM 53) contado
           | da data do faturamento do contrato
           IF FRT-DT-FAT NOT = 0
              MOVE FRT-DT-FAT TO W-DATAUXI
           ELSE
              MOVE W-DATA-SISTEMA TO W-DATAUXI
           END-IF
           COMPUTE W-DATAVEN-I = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-ANOAUXI * 10000 +
                                            W-MESAUXI * 100 +
                                            W-DIAAUXI) +
                   W-PRAZO-FATURA)

           | vencimento que cai em fim de semana ou feriado vai
           | para o dia util seguinte
           INITIALIZE AREA-DIA-UTIL
           SET DUT-PROXIMO-UTIL TO TRUE
           MOVE W-CID-PRACA TO DUT-CID
           MOVE W-DATAVEN-I TO DUT-DATA-I
           CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
           MOVE DUT-DATA-I TO W-DATAVEN-I

           INITIALIZE SEQ-REG-1
           MOVE 'BOLETO' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'BOLETO' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           REWRITE SEQ-REG-1

           INITIALIZE BLT-REG-1
           MOVE SEQ-ULTIMO     TO BLT-NOSSO-NUM
           SET BLT-FRETAMENTO  TO TRUE
           MOVE FRT-NUM        TO BLT-REF
           MOVE FRT-CLIENTE    TO BLT-SACADO
           MOVE W-DATA-SISTEMA TO BLT-EMISSAO BLT-DT-INC
           MOVE W-DATAVEN-I    TO W-DATAUXI
           COMPUTE BLT-VENC = W-ANOAUXI-I +
                              W-MESAUXI-I * 10000 +
                              W-DIAAUXI-I * 1000000
           MOVE FRT-VALOR      TO BLT-VALOR
           SET BLT-A-REGISTRAR TO TRUE
           MOVE W-LOGIN-L      TO BLT-USU
           WRITE BLT-REG-1
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-FRT.

       GERA-DETALHES.
           INITIALIZE BLT-REG-1
           START CBOLETO KEY >= BLT-NOSSO-NUM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBOLETO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BLT
                 EXIT PERFORM
              END-IF

              IF BLT-A-REGISTRAR
                 PERFORM GERA-UM-DETALHE
              END-IF
           END-PERFORM.

       GERA-UM-DETALHE.
           MOVE SPACES TO REM-REG-1
           MOVE 1 TO RD-TIPO
           MOVE BLT-NOSSO-NUM TO RD-NOSSO-NUM
           MOVE BLT-REF       TO RD-DOC
           MOVE BLT-SACADO    TO RD-SACADO
           MOVE BLT-EMISSAO   TO RD-EMISSAO
           MOVE BLT-VENC      TO RD-VENC
           MOVE BLT-VALOR     TO RD-VALOR
           MOVE W-MULTA-PERC  TO RD-MULTA-PERC
           COMPUTE RD-JUROS-DIA ROUNDED =
                   BLT-VALOR * W-JUROS-MES / 100 / 30
           MOVE 'DM'          TO RD-ESPECIE
           WRITE REM-REG-1
           IF NOT VAL-REM
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1 TO W-QTD-DET
           ADD BLT-VALOR TO W-TOT-REMESSA

           SET BLT-NA-REMESSA TO TRUE
           MOVE W-NUM-REMESSA TO BLT-REMESSA
           MOVE SPACES TO BLT-RET-MOTIVO
           REWRITE BLT-REG-1
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO
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
