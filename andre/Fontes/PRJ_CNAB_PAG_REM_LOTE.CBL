       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CNAB-PAG-REM-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_PAG.SL".
           COPY "PRJ_FOR.SL".
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

           COPY "PRJ_PAG.FD".
           COPY "PRJ_FOR.FD".
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
           03 RD-TITULO                  PIC 9(08).
           03 RD-PARC                    PIC 9(02).
           03 RD-CNPJ                    PIC 9(14).
           03 RD-NOME                    PIC X(60).
           03 RD-VENC                    PIC 9(08).
           03 RD-VALOR                   PIC 9(09)V99.
           03 RD-PIX-CHAVE               PIC X(40).
           03 RD-BANCO                   PIC 9(03).
           03 RD-AGENCIA                 PIC 9(05).
           03 RD-CONTA                   PIC X(12).
           03 RD-DOC                     PIC X(15).
           03 FILLER                     PIC X(61).
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
           03  ST-PAG                PIC  X(02).
               88 VAL-PAG            VALUE '00' THRU '09'.
           03  ST-FOR                PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-REM                PIC  X(02).
               88 VAL-REM            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(150) VALUE 'CNABPAG.ARQ'.

           03  CAMPOS-CTRL-W.
               05 W-QTD-DET               PIC  9(06) VALUE 0.
               05 W-QTD-SEM-CONTA         PIC  9(06) VALUE 0.
               05 W-TOT-REMESSA           PIC  9(11)V99 VALUE 0.
               05 W-NUM-REMESSA           PIC  9(06) VALUE 0.
               05 W-DIAS-ANTEC            PIC  9(03) VALUE 3.
           | cidade da praca de cobranca/pagamento (PARAM 85):
           | vencimento cai no dia util dela; zero so considera
           | os feriados nacionais
               05 W-CID-PRACA             PIC  9(03) VALUE 0.
               05 W-LIMITE-I              PIC  9(08).
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
                     'PARCELAS NA REMESSA..........:'.
                  07 WC-QTD    PIC ZZZZZZ9.
                  07 FILLER    PIC X(15) VALUE '  TOTAL: R$'.
                  07 WC-TOT    PIC Z(9)9,99.
                  07 FILLER    PIC X(12) VALUE '  REMESSA: '.
                  07 WC-NUM    PIC ZZZZZ9.

               05 W-LINHA-SEM-CONTA.
                  07 FILLER    PIC X(30) VALUE
                     'FORNECEDOR SEM PIX/CONTA.....:'.
                  07 WS-FOR    PIC 9(06).
                  07 FILLER    PIC X(10) VALUE '  TITULO: '.
                  07 WS-NUM    PIC 9(08).
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 WS-PARC   PIC 99.

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
           | remessa bancaria das parcelas a pagar em aberto que
           | vencem ate hoje mais a antecedencia (PARAM 40,
           | default 3 dias); o retorno e processado pelo
           | PRJ-CNAB-PAG-RET-LOTE; cada parcela entra uma unica
           | vez na remessa e o numero da remessa fica no titulo

           OPEN I-O CPAGAR
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFORNEC
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

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
           COMPUTE W-LIMITE-I = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DATA-SISTEMA) +
                   W-DIAS-ANTEC)
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000

           PERFORM PROXIMO-NUM-REMESSA

           OPEN OUTPUT CNABREM
           IF NOT VAL-REM
              PERFORM ERRO-ARQUIVO.

           OPEN OUTPUT PRINTF

           MOVE SPACES TO REM-REG-1
           MOVE 0 TO RH-TIPO
           MOVE 'REMESSA PAGAMENTOS' TO RH-LITERAL
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

           MOVE W-QTD-DET TO WC-QTD
           MOVE W-TOT-REMESSA TO WC-TOT
           MOVE W-NUM-REMESSA TO WC-NUM
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 2
           CLOSE PRINTF.

       FIM.
           CLOSE CPAGAR CFORNEC CSEQ.
           CANCEL "PRJ_DIA_UTIL"
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 40 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-DIAS-ANTEC
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
           MOVE 'REMPAGAR' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'REMPAGAR' TO SEQ-CHAVE
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

       GERA-DETALHES.
           INITIALIZE PAG-REG-1
           START CPAGAR KEY >= PAG-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG
                 EXIT PERFORM
              END-IF

              IF PAG-ABERTO
                 MOVE PAG-VENC TO W-DATAUXI
                 COMPUTE W-DATAVEN-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 PERFORM PROXIMO-DIA-UTIL-VENC
                 IF W-DATAVEN-I <= W-LIMITE-I
                    PERFORM GERA-UM-DETALHE
                 END-IF
              END-IF
           END-PERFORM.

       PROXIMO-DIA-UTIL-VENC.
           | o pagamento vai ao banco no dia util: vencimento em
           | fim de semana ou feriado da praca sai no seguinte
           INITIALIZE AREA-DIA-UTIL
           SET DUT-PROXIMO-UTIL TO TRUE
           MOVE W-CID-PRACA TO DUT-CID
           MOVE W-DATAVEN-I TO DUT-DATA-I
           CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
           MOVE DUT-DATA-I TO W-DATAVEN-I.

       GERA-UM-DETALHE.
           | sem PIX nem conta o titulo fica fora e sai listado
           | para o financeiro completar o cadastro
           INITIALIZE FOR-REG-1
           MOVE PAG-FOR TO FOR-COD
           READ CFORNEC
           IF NOT VAL-FOR
              OR (FOR-PIX-CHAVE = SPACES AND FOR-CONTA-BCO = SPACES)
              ADD 1 TO W-QTD-SEM-CONTA
              MOVE PAG-FOR  TO WS-FOR
              MOVE PAG-NUM  TO WS-NUM
              MOVE PAG-PARC TO WS-PARC
              WRITE PRINTF-R FROM W-LINHA-SEM-CONTA AFTER 1
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REM-REG-1
           MOVE 1 TO RD-TIPO
           MOVE PAG-NUM   TO RD-TITULO
           MOVE PAG-PARC  TO RD-PARC
           MOVE FOR-CNPJ  TO RD-CNPJ
           MOVE FOR-NOME  TO RD-NOME
           MOVE W-DATAVEN-I TO W-DATAUXI
           COMPUTE RD-VENC = W-ANOAUXI-I +
                             W-MESAUXI-I * 10000 +
                             W-DIAAUXI-I * 1000000
           MOVE PAG-VALOR TO RD-VALOR
           MOVE FOR-PIX-CHAVE TO RD-PIX-CHAVE
           MOVE FOR-BANCO     TO RD-BANCO
           MOVE FOR-AGENCIA   TO RD-AGENCIA
           MOVE FOR-CONTA-BCO TO RD-CONTA
           MOVE PAG-DOC       TO RD-DOC
           WRITE REM-REG-1
           IF NOT VAL-REM
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1 TO W-QTD-DET
           ADD PAG-VALOR TO W-TOT-REMESSA

           SET PAG-NA-REMESSA TO TRUE
           MOVE W-NUM-REMESSA TO PAG-REMESSA
           MOVE SPACES TO PAG-RET-MOTIVO
           REWRITE PAG-REG-1
           IF NOT VAL-PAG
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
