       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ODO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_ABA.SL".
           COPY "PRJ_ODM.SL".
           COPY "PRJ_PARAM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_ABA.FD".
           COPY "PRJ_ODM.FD".
           COPY "PRJ_PARAM.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-ABA                PIC  X(02).
               88 VAL-ABA            VALUE '00' THRU '09'.
           03  ST-ODM                PIC  X(02).
               88 VAL-ODM            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

           03  CAMPOS-PARM-W.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-DATA-ABA-I            PIC  9(08).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               | tolerancia em km entre a leitura da bomba e o
               | hodometro calculado (PARAM 35, padrao 50 km)
               05 W-TOLERANCIA            PIC  9(05) VALUE 50.
               05 W-ODO-CALC              PIC  9(07).
               05 W-DIFERENCA             PIC S9(07).
               05 W-DIF-ABS               PIC  9(07).
               05 FILLER                  PIC  X(01) VALUE 'N'.
                  88 TEM-BASE             VALUE 'S' FALSE 'N'.

               05 W-QTD-CONFERIDOS        PIC  9(07) VALUE 0.
               05 W-QTD-DIVERGENTES       PIC  9(07) VALUE 0.
               05 W-QTD-SEM-BASE          PIC  9(07) VALUE 0.

               05 W-LINHA-1.
                  07 FILLER    PIC X(07) VALUE 'PLACA: '.
                  07 W-L1-PLACA PIC X(08)B(2).
                  07 FILLER    PIC X(06) VALUE 'DATA: '.
                  07 W-L1-DATA PIC 99/99/9999B(2).
                  07 FILLER    PIC X(07) VALUE 'BOMBA: '.
                  07 W-L1-ABA  PIC Z(6)9B(2).
                  07 FILLER    PIC X(11) VALUE 'CALCULADO: '.
                  07 W-L1-CALC PIC Z(6)9B(2).
                  07 FILLER    PIC X(12) VALUE 'DIFERENCA: '.
                  07 W-L1-DIF  PIC -(6)9B(2).
                  07 W-L1-POSTO PIC X(30).

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(30) VALUE
                     'ABASTECIMENTOS CONFERIDOS....:'.
                  07 W-R1-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(30) VALUE
                     'FORA DA TOLERANCIA...........:'.
                  07 W-R2-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(30) VALUE
                     'SEM HODOMETRO CALCULADO......:'.
                  07 W-R3-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(30) VALUE
                     'TOLERANCIA EM KM.............:'.
                  07 W-R4-TOT  PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'ABASTECIMENTOS X HODOMETRO CALCULADO'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-DATAINI-L                    PIC 9(08).
       77  W-DATAFIN-L                    PIC 9(08).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATAINI-L, W-DATAFIN-L,
                                W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | confere cada abastecimento do periodo com o
           | hodometro calculado pelos encerramentos de
           | embarque (ODOMOV.ARQ): pega o ultimo movimento do
           | veiculo ate a data da nota e lista as leituras da
           | bomba que divergem alem da tolerancia; datas de
           | linkage em aaaammdd

           OPEN INPUT CABASTEC
           IF NOT VAL-ABA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CODOMOV
           IF NOT VAL-ODM
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS.

           MOVE W-DATAINI-L TO W-DATAINI-I
           IF W-DATAFIN-L = 0
              MOVE 99999999 TO W-DATAFIN-I
           ELSE
              MOVE W-DATAFIN-L TO W-DATAFIN-I
           END-IF

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM CONFERE-ABASTECIMENTOS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF.

       FIM.
           CLOSE CABASTEC CODOMOV.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 35 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-TOLERANCIA
           END-IF

           CLOSE CPARAM.

       CONFERE-ABASTECIMENTOS.
           INITIALIZE ABA-REG-1
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-ABA
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 IF ST-ABA <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE ABA-DATA TO W-DATAUXI
              COMPUTE W-DATA-ABA-I = W-ANOAUXI * 10000 +
                                     W-MESAUXI * 100 +
                                     W-DIAAUXI
              IF W-DATA-ABA-I >= W-DATAINI-I
                 AND W-DATA-ABA-I <= W-DATAFIN-I
                 PERFORM CONFERE-NOTA
              END-IF
           END-PERFORM.

       CONFERE-NOTA.
           PERFORM BUSCA-HODOMETRO-CALCULADO
           IF NOT TEM-BASE
              ADD 1 TO W-QTD-SEM-BASE
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-QTD-CONFERIDOS
           COMPUTE W-DIFERENCA = ABA-ODOMETRO - W-ODO-CALC
           IF W-DIFERENCA < 0
              COMPUTE W-DIF-ABS = 0 - W-DIFERENCA
           ELSE
              MOVE W-DIFERENCA TO W-DIF-ABS
           END-IF
           IF W-DIF-ABS <= W-TOLERANCIA
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-QTD-DIVERGENTES
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE ABA-PLACA    TO W-L1-PLACA
           MOVE ABA-DATA     TO W-L1-DATA
           MOVE ABA-ODOMETRO TO W-L1-ABA
           MOVE W-ODO-CALC   TO W-L1-CALC
           MOVE W-DIFERENCA  TO W-L1-DIF
           MOVE ABA-POSTO    TO W-L1-POSTO
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           ADD 1 TO W-CONTLIN.

       BUSCA-HODOMETRO-CALCULADO.
           | ultimo movimento do veiculo com data ate a da
           | nota: o hodometro apos aquele encerramento
           SET TEM-BASE TO FALSE
           MOVE 0 TO W-ODO-CALC

           INITIALIZE ODM-REG-1
           MOVE ABA-PLACA TO ODM-PLACA
           START CODOMOV KEY >= ODM-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-ODM
              READ CODOMOV NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ODM
                 IF ST-ODM <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              IF ODM-PLACA NOT = ABA-PLACA
                 OR ODM-DATA > W-DATA-ABA-I
                 EXIT PERFORM
              END-IF

              SET TEM-BASE TO TRUE
              MOVE ODM-ODO-APOS TO W-ODO-CALC
           END-PERFORM.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-CONFERIDOS TO W-R1-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1

           MOVE W-QTD-DIVERGENTES TO W-R2-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1

           MOVE W-QTD-SEM-BASE TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1

           MOVE W-TOLERANCIA TO W-R4-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
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

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 4 TO W-CONTLIN.

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
              MOVE 'PRJ-ODO-LOTE' TO ERRL-PROG
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
