       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-DEPREC-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VEI.SL".
           COPY "PRJ_DEP.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VEI.FD".
           COPY "PRJ_DEP.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  ST-DEP                PIC  X(02).
               88 VAL-DEP            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-DEP-EXISTE          PIC  X(01) VALUE 'N'.
               88 DEP-EXISTE         VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

           03  CAMPOS-PARM-W.
               05 W-MESANO-ALVO           PIC  9(06).
               05 REDEFINES W-MESANO-ALVO.
                  07 W-ANO-ALVO           PIC  9(04).
                  07 W-MES-ALVO           PIC  9(02).
               05 W-AQ-ANOMES             PIC  9(06).
               05 REDEFINES W-AQ-ANOMES.
                  07 W-AQ-ANO             PIC  9(04).
                  07 W-AQ-MES             PIC  9(02).
               05 W-BX-ANOMES             PIC  9(06).
               05 W-FIM-ANOMES            PIC  9(06).
               05 REDEFINES W-FIM-ANOMES.
                  07 W-FIM-ANO            PIC  9(04).
                  07 W-FIM-MES            PIC  9(02).
               05 W-FIM-MES-I             PIC  9(08).
               05 W-FIM-MES-J             PIC  9(07).
               05 W-DT-CONTAB             PIC  9(08).
               05 W-DATA-HOJE             PIC  9(08).
               05 W-MESES                 PIC S9(05).
               05 W-MESES-FIM             PIC  9(05).

               05 W-DEPRECIAVEL           PIC  9(09)V99.
               05 W-QUOTA                 PIC  9(09)V99.
               05 W-ESPERADO              PIC  9(09)V99.
               05 W-ACUM-ANT              PIC  9(09)V99.
               05 W-DEP-MES               PIC S9(09)V99.
               05 W-SALDO                 PIC  9(09)V99.
               05 W-RESULTADO             PIC S9(09)V99.

               05 W-QTD-VEI               PIC  9(05) VALUE 0.
               05 W-QTD-BAIXA             PIC  9(05) VALUE 0.
               05 W-QTD-POSTERIOR         PIC  9(05) VALUE 0.
               05 W-TOT-CUSTO             PIC  9(11)V99 VALUE 0.
               05 W-TOT-DEP-MES           PIC  9(11)V99 VALUE 0.
               05 W-TOT-ACUM              PIC  9(11)V99 VALUE 0.
               05 W-TOT-SALDO             PIC  9(11)V99 VALUE 0.
               05 W-TOT-RESULTADO         PIC S9(11)V99 VALUE 0.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-1.
                  07 W-L1-PLACA PIC X(08)B.
                  07 W-L1-MOD   PIC X(20)B.
                  07 W-L1-AQ    PIC 99/99/9999B.
                  07 W-L1-CUSTO PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-L1-VIDA  PIC ZZ9B.
                  07 W-L1-QUOTA PIC Z.ZZZ.ZZ9,99B.
                  07 W-L1-MES   PIC Z.ZZZ.ZZ9,99B.
                  07 W-L1-ACUM  PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-L1-SALDO PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-L1-FIM   PIC 99/9999B.
                  07 W-L1-SIT   PIC X(12).

               05 W-LINHA-BAIXA.
                  07 FILLER     PIC X(11) VALUE SPACES.
                  07 W-LB-TIPO  PIC X(18).
                  07 W-LB-DATA  PIC 99/99/9999.
                  07 FILLER     PIC X(13) VALUE '  VENDA: R$ '.
                  07 W-LB-VENDA PIC ZZZ.ZZZ.ZZ9,99.
                  07 FILLER     PIC X(20) VALUE
                     '  VALOR CONTABIL: R$'.
                  07 W-LB-SALDO PIC ZZZ.ZZZ.ZZ9,99.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-LB-RTIT  PIC X(08).
                  07 FILLER     PIC X(04) VALUE ': R$'.
                  07 W-LB-RES   PIC ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'PLACA    MODELO               AQUISICAO '.
                  07 FILLER     PIC X(40) VALUE
                     '          CUSTO VIDA       QUOTA   DEPRE'.
                  07 FILLER     PIC X(40) VALUE
                     'C.MES      ACUMULADA    VL.CONTABIL FIM '.
                  07 FILLER     PIC X(40) VALUE
                     '    SITUACAO                            '.

               05 W-LINHA-TOTAL.
                  07 FILLER     PIC X(38) VALUE
                     'TOTAIS DO MES'.
                  07 W-LT-CUSTO PIC ZZ.ZZZ.ZZZ.ZZ9,99.
                  07 FILLER     PIC X(16) VALUE SPACES.
                  07 W-LT-MES   PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-LT-ACUM  PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-LT-SALDO PIC ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-RESUMO.
                  07 W-LR-DESC  PIC X(40).
                  07 W-LR-VLR   PIC -(12)9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'DEPRECIACAO DA FROTA - QUADRO MENSAL'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE 'MES: '.
                  07 W-C2-MES  PIC 99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 W-C2-ANO  PIC 9999.
                  07 FILLER    PIC X(32) VALUE
                     '   LANCAMENTO CONTABIL EM '.
                  07 W-C2-DATA PIC 99/99/9999.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-MESANO-L                     PIC 9(06).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-MESANO-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | depreciacao mensal linear dos veiculos (custo menos
           | residual dividido pela vida util), desde o mes da
           | aquisicao ate o mes da baixa; grava o DEPREC.ARQ
           | por veiculo e mes, que o PRJ-CONTAB-LOTE leva ao
           | CONTAB.ARQ no ultimo dia do mes e o PRJ-REL-LUCRO
           | rateia nas rotas; o valor do mes e o que falta
           | para o acumulado devido ate o mes, entao um mes
           | esquecido e recuperado no seguinte e reprocessar
           | o mesmo mes nao duplica; W-MESANO-L (aaaamm) zero
           | vale o mes passado

           OPEN I-O CVEICULO
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CDEPREC
           IF ST-DEP = '35'
              OPEN OUTPUT CDEPREC
              CLOSE CDEPREC
              OPEN I-O CDEPREC.
           IF NOT VAL-DEP
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-HOJE FROM CENTURY-DATE
           IF W-MESANO-L = 0
              MOVE W-DATA-HOJE TO W-DATAUXI
              IF W-MESAUXI-I = 1
                 COMPUTE W-MESANO-ALVO = (W-ANOAUXI-I - 1) * 100 + 12
              ELSE
                 COMPUTE W-MESANO-ALVO = W-ANOAUXI-I * 100
                         + W-MESAUXI-I - 1
              END-IF
           ELSE
              MOVE W-MESANO-L TO W-MESANO-ALVO
           END-IF

           | lancamento contabil no ultimo dia do mes (ddmmaaaa)
           IF W-MES-ALVO = 12
              COMPUTE W-FIM-MES-I = (W-ANO-ALVO + 1) * 10000 + 101
           ELSE
              COMPUTE W-FIM-MES-I = W-MESANO-ALVO * 100 + 101
           END-IF
           COMPUTE W-FIM-MES-J =
                   FUNCTION INTEGER-OF-DATE(W-FIM-MES-I) - 1
           COMPUTE W-FIM-MES-I =
                   FUNCTION DATE-OF-INTEGER(W-FIM-MES-J)
           MOVE W-FIM-MES-I TO W-DATAUXI
           COMPUTE W-DT-CONTAB = W-DIAAUXI-I * 1000000 +
                                 W-MESAUXI-I * 10000 +
                                 W-ANOAUXI-I

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN
           OPEN OUTPUT PRINTF

           INITIALIZE VEI-REG-1
           START CVEICULO KEY >= VEI-PLACA
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-VEI
              READ CVEICULO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VEI
                 IF ST-VEI <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              IF VEI-AQUIS-VALOR > 0 AND VEI-VIDA-MESES > 0
                 AND VEI-AQUIS-DATA > 0
                 PERFORM DEPRECIA-VEICULO
              END-IF
           END-PERFORM

           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF.

       FIM.
           CLOSE CVEICULO CDEPREC.
           EXIT PROGRAM
           STOP RUN.

       DEPRECIA-VEICULO.
           MOVE VEI-AQUIS-DATA TO W-DATAUXI
           COMPUTE W-AQ-ANOMES = W-ANOAUXI * 100 + W-MESAUXI
           IF W-AQ-ANOMES > W-MESANO-ALVO
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-BX-ANOMES
           IF VEI-BAIXA-DATA > 0
              MOVE VEI-BAIXA-DATA TO W-DATAUXI
              COMPUTE W-BX-ANOMES = W-ANOAUXI * 100 + W-MESAUXI
              IF W-BX-ANOMES < W-MESANO-ALVO
                 EXIT PARAGRAPH
              END-IF
           END-IF
           IF VEI-DEPREC-ULT > W-MESANO-ALVO
              ADD 1 TO W-QTD-POSTERIOR
              EXIT PARAGRAPH
           END-IF

           | reprocessamento do mes: desfaz o valor ja lancado
           MOVE VEI-DEPREC-ACUM TO W-ACUM-ANT
           INITIALIZE DEP-REG-1
           MOVE VEI-PLACA     TO DEP-PLACA
           MOVE W-MESANO-ALVO TO DEP-ANOMES
           SET DEP-MENSAL     TO TRUE
           READ CDEPREC
           IF VAL-DEP
              SET DEP-EXISTE TO TRUE
              IF VEI-DEPREC-ULT = W-MESANO-ALVO
                 SUBTRACT DEP-VALOR FROM W-ACUM-ANT
              END-IF
           ELSE
              SET DEP-EXISTE TO FALSE
           END-IF

           COMPUTE W-MESES = (W-ANO-ALVO * 12 + W-MES-ALVO) -
                             (W-AQ-ANO * 12 + W-AQ-MES) + 1
           COMPUTE W-DEPRECIAVEL = VEI-AQUIS-VALOR - VEI-RESIDUAL
           COMPUTE W-QUOTA ROUNDED = W-DEPRECIAVEL / VEI-VIDA-MESES
           IF W-MESES >= VEI-VIDA-MESES
              MOVE W-DEPRECIAVEL TO W-ESPERADO
           ELSE
              COMPUTE W-ESPERADO ROUNDED =
                      W-DEPRECIAVEL * W-MESES / VEI-VIDA-MESES
           END-IF
           COMPUTE W-DEP-MES = W-ESPERADO - W-ACUM-ANT
           IF W-DEP-MES < 0
              MOVE 0 TO W-DEP-MES
           END-IF

           IF W-DEP-MES > 0 OR DEP-EXISTE
              PERFORM GRAVA-DEPRECIACAO-MES
           END-IF

           COMPUTE VEI-DEPREC-ACUM = W-ACUM-ANT + W-DEP-MES
           MOVE W-MESANO-ALVO TO VEI-DEPREC-ULT
           REWRITE VEI-REG-1
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO
           END-IF
           COMPUTE W-SALDO = VEI-AQUIS-VALOR - VEI-DEPREC-ACUM

           ADD 1               TO W-QTD-VEI
           ADD VEI-AQUIS-VALOR TO W-TOT-CUSTO
           ADD W-DEP-MES       TO W-TOT-DEP-MES
           ADD VEI-DEPREC-ACUM TO W-TOT-ACUM
           PERFORM IMPRIME-VEICULO

           IF W-BX-ANOMES = W-MESANO-ALVO
              PERFORM GRAVA-BAIXA
              PERFORM IMPRIME-BAIXA
           ELSE
              ADD W-SALDO TO W-TOT-SALDO
           END-IF.

       GRAVA-DEPRECIACAO-MES.
           IF NOT DEP-EXISTE
              INITIALIZE DEP-REG-1
              MOVE VEI-PLACA     TO DEP-PLACA
              MOVE W-MESANO-ALVO TO DEP-ANOMES
              SET DEP-MENSAL     TO TRUE
           END-IF
           MOVE W-DEP-MES       TO DEP-VALOR
           COMPUTE DEP-ACUMULADA = W-ACUM-ANT + W-DEP-MES
           MOVE VEI-AQUIS-VALOR TO DEP-CUSTO
           COMPUTE DEP-SALDO = VEI-AQUIS-VALOR - DEP-ACUMULADA
           MOVE 0               TO DEP-VLR-VENDA DEP-RESULTADO
           MOVE W-DT-CONTAB     TO DEP-DT-CONTAB
           PERFORM DATA-INCLUSAO
           MOVE W-LOGIN-L       TO DEP-USU
           IF DEP-EXISTE
              REWRITE DEP-REG-1
           ELSE
              WRITE DEP-REG-1
           END-IF
           IF NOT VAL-DEP
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-BAIXA.
           | ganho ou perda: valor da venda menos o valor
           | contabil (custo menos depreciacao acumulada)
           COMPUTE W-RESULTADO = VEI-BAIXA-VALOR - W-SALDO
           ADD 1           TO W-QTD-BAIXA
           ADD W-RESULTADO TO W-TOT-RESULTADO

           INITIALIZE DEP-REG-1
           MOVE VEI-PLACA     TO DEP-PLACA
           MOVE W-MESANO-ALVO TO DEP-ANOMES
           SET DEP-BAIXA      TO TRUE
           READ CDEPREC
           IF VAL-DEP
              SET DEP-EXISTE TO TRUE
           ELSE
              SET DEP-EXISTE TO FALSE
              INITIALIZE DEP-REG-1
              MOVE VEI-PLACA     TO DEP-PLACA
              MOVE W-MESANO-ALVO TO DEP-ANOMES
              SET DEP-BAIXA      TO TRUE
           END-IF
           MOVE 0               TO DEP-VALOR
           MOVE VEI-DEPREC-ACUM TO DEP-ACUMULADA
           MOVE VEI-AQUIS-VALOR TO DEP-CUSTO
           MOVE W-SALDO         TO DEP-SALDO
           MOVE VEI-BAIXA-VALOR TO DEP-VLR-VENDA
           MOVE W-RESULTADO     TO DEP-RESULTADO
           MOVE W-DT-CONTAB     TO DEP-DT-CONTAB
           PERFORM DATA-INCLUSAO
           MOVE W-LOGIN-L       TO DEP-USU
           IF DEP-EXISTE
              REWRITE DEP-REG-1
           ELSE
              WRITE DEP-REG-1
           END-IF
           IF NOT VAL-DEP
              PERFORM ERRO-ARQUIVO
           END-IF.

       DATA-INCLUSAO.
           MOVE W-DATA-HOJE TO W-DATAUXI
           COMPUTE DEP-DT-INC = W-ANOAUXI-I +
                                W-MESAUXI-I * 10000 +
                                W-DIAAUXI-I * 1000000.

       IMPRIME-VEICULO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE VEI-PLACA       TO W-L1-PLACA
           MOVE VEI-MODELO      TO W-L1-MOD
           MOVE VEI-AQUIS-DATA  TO W-L1-AQ
           MOVE VEI-AQUIS-VALOR TO W-L1-CUSTO
           MOVE VEI-VIDA-MESES  TO W-L1-VIDA
           MOVE W-QUOTA         TO W-L1-QUOTA
           MOVE W-DEP-MES       TO W-L1-MES
           MOVE VEI-DEPREC-ACUM TO W-L1-ACUM
           MOVE W-SALDO         TO W-L1-SALDO

           | ultimo mes de depreciacao pela vida util
           COMPUTE W-MESES-FIM = W-AQ-ANO * 12 + W-AQ-MES - 1
                                 + VEI-VIDA-MESES - 1
           COMPUTE W-FIM-ANO = W-MESES-FIM / 12
           COMPUTE W-FIM-MES = FUNCTION MOD(W-MESES-FIM, 12) + 1
           COMPUTE W-L1-FIM  = W-FIM-MES * 10000 + W-FIM-ANO

           EVALUATE TRUE
              WHEN W-BX-ANOMES = W-MESANO-ALVO
                 MOVE 'BAIXADO'      TO W-L1-SIT
              WHEN W-MESES >= VEI-VIDA-MESES
                 MOVE 'DEPRECIADO'   TO W-L1-SIT
              WHEN OTHER
                 MOVE 'EM USO'       TO W-L1-SIT
           END-EVALUATE

           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-BAIXA.
           IF VEI-BAIXA-VENDA
              MOVE 'BAIXA POR VENDA EM' TO W-LB-TIPO
           ELSE
              MOVE 'BAIXA (SUCATA) EM'  TO W-LB-TIPO
           END-IF
           MOVE VEI-BAIXA-DATA  TO W-LB-DATA
           MOVE VEI-BAIXA-VALOR TO W-LB-VENDA
           MOVE W-SALDO         TO W-LB-SALDO
           IF W-RESULTADO < 0
              MOVE 'PERDA'    TO W-LB-RTIT
              COMPUTE W-LB-RES = 0 - W-RESULTADO
           ELSE
              MOVE 'GANHO'    TO W-LB-RTIT
              MOVE W-RESULTADO TO W-LB-RES
           END-IF
           WRITE PRINTF-R FROM W-LINHA-BAIXA AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE W-TOT-CUSTO   TO W-LT-CUSTO
           MOVE W-TOT-DEP-MES TO W-LT-MES
           MOVE W-TOT-ACUM    TO W-LT-ACUM
           MOVE W-TOT-SALDO   TO W-LT-SALDO
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE 'VEICULOS DEPRECIADOS NO MES' TO W-LR-DESC
           MOVE W-QTD-VEI TO W-LR-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1
           MOVE 'VEICULOS BAIXADOS NO MES'    TO W-LR-DESC
           MOVE W-QTD-BAIXA TO W-LR-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1
           MOVE 'RESULTADO LIQUIDO DAS BAIXAS (R$)' TO W-LR-DESC
           MOVE W-TOT-RESULTADO TO W-LR-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1
           IF W-QTD-POSTERIOR > 0
              MOVE 'JA APURADOS EM MES POSTERIOR (IGNORADOS)'
                TO W-LR-DESC
              MOVE W-QTD-POSTERIOR TO W-LR-VLR
              WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:150)
           IF W-NROPAGI = 0
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
              MOVE W-DATA-SISTEMA TO W-DATAUXI
              COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000

              WRITE PRINTF-R AFTER 0
           ELSE
              WRITE PRINTF-R AFTER PAGE.

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI      TO W-CAB-NPAG
           MOVE W-DATA-SISTEMA TO W-CAB-DTSIS
           WRITE PRINTF-R FROM W-CAB-1 AFTER 1

           MOVE W-MES-ALVO  TO W-C2-MES
           MOVE W-ANO-ALVO  TO W-C2-ANO
           MOVE W-DT-CONTAB TO W-C2-DATA
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:150)
           WRITE PRINTF-R AFTER 1

           MOVE 5 TO W-CONTLIN.

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
              MOVE 'PRJ-DEPREC' TO ERRL-PROG
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
