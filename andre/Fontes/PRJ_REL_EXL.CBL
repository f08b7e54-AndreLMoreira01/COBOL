       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-EXL.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_EXL.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_EXL.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-EXL                PIC  X(02).
               88 VAL-EXL            VALUE '00' THRU '09'.
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
               05 W-HORA                  PIC  9(08).
               05 REDEFINES W-HORA.
                  07 W-HR                 PIC  9(02).
                  07 W-MIN                PIC  9(02).
                  07 W-SEG                PIC  9(02).
                  07 W-MM                 PIC  9(02).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-IND                   PIC  9(01).
               05 W-TAB-QTD-STATUS.
                  07 W-QTD-STATUS         PIC  9(07) OCCURS 6 TIMES.

               05 W-TAB-DESC-STATUS-W.
                  07 FILLER PIC X(14) VALUE 'OK'.
                  07 FILLER PIC X(14) VALUE 'FALHOU'.
                  07 FILLER PIC X(14) VALUE 'BLOQUEADO'.
                  07 FILLER PIC X(14) VALUE 'NAO SE APLICA'.
                  07 FILLER PIC X(14) VALUE 'EM EXECUCAO'.
                  07 FILLER PIC X(14) VALUE 'JA CONCLUIDO'.
               05 W-TAB-DESC-STATUS REDEFINES W-TAB-DESC-STATUS-W.
                  07 W-DESC-STATUS        PIC  X(14) OCCURS 6 TIMES.

               05 W-LINHA-1.
                  07 W-L1-DATA  PIC 99/99/9999B.
                  07 W-L1-EXEC  PIC ZZ9B.
                  07 W-L1-PASSO PIC Z9B.
                  07 W-L1-PROG  PIC X(18)B.
                  07 W-L1-HRINI PIC 99.99B.
                  07 W-L1-HRFIM PIC 99.99B.
                  07 W-L1-SIT   PIC X(14)B.
                  07 W-L1-LID   PIC ZZZZZZZZ9B.
                  07 W-L1-GRV   PIC ZZZZZZZZ9B.
                  07 W-L1-ARQ   PIC X(11)B.
                  07 W-L1-ST    PIC X(02)B.
                  07 W-L1-MSG   PIC X(40).

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'MOVIMENTO  EXE PS PROGRAMA           INI'.
                  07 FILLER     PIC X(40) VALUE
                     '   FIM   SITUACAO           LIDOS  GRAVA'.
                  07 FILLER     PIC X(27) VALUE
                     'DOS ARQUIVO     ST MENSAGEM'.

               05 W-LINHA-TOT.
                  07 FILLER     PIC X(10) VALUE 'PASSOS - '.
                  07 W-LT-DESC  PIC X(14).
                  07 FILLER     PIC X(02) VALUE ': '.
                  07 W-LT-QTD   PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'HISTORICO DA CADEIA NOTURNA'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-EXL'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

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
           | consulta do supervisor ao EXECLOTE.ARQ: cada passo
           | de cada execucao da cadeia noturna no periodo de
           | movimento, com inicio, fim, situacao, quantidades
           | e o erro que derrubou o passo; datas em aaaammdd

           OPEN INPUT CEXECLOTE
           IF NOT VAL-EXL
              PERFORM ERRO-ARQUIVO.

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

           INITIALIZE W-NROPAGI W-TAB-QTD-STATUS
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM LISTA-EXECUCOES
           PERFORM IMPRIME-TOTAIS
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CEXECLOTE.
           EXIT PROGRAM
           STOP RUN.

       LISTA-EXECUCOES.
           INITIALIZE EXL-REG-1
           MOVE W-DATAINI-I TO EXL-DATA-MOV
           START CEXECLOTE KEY >= EXL-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-EXL
              READ CEXECLOTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-EXL
                 IF ST-EXL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              IF EXL-DATA-MOV > W-DATAFIN-I
                 EXIT PERFORM
              END-IF

              PERFORM IMPRIME-PASSO
           END-PERFORM.

       IMPRIME-PASSO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE EXL-DATA-MOV TO W-DATAUXI
           COMPUTE W-L1-DATA = W-DIAAUXI-I * 1000000 +
                               W-MESAUXI-I * 10000 +
                               W-ANOAUXI-I
           MOVE EXL-EXEC     TO W-L1-EXEC
           MOVE EXL-PASSO    TO W-L1-PASSO
           MOVE EXL-PROG     TO W-L1-PROG
           MOVE EXL-HR-INI   TO W-HORA
           COMPUTE W-L1-HRINI = W-HR * 100 + W-MIN
           IF EXL-DT-FIM = 0 OR EXL-EM-EXECUCAO
              MOVE 0 TO W-L1-HRFIM
           ELSE
              MOVE EXL-HR-FIM TO W-HORA
              COMPUTE W-L1-HRFIM = W-HR * 100 + W-MIN
           END-IF

           IF EXL-STATUS >= 1 AND EXL-STATUS <= 6
              MOVE EXL-STATUS TO W-IND
              MOVE W-DESC-STATUS(W-IND) TO W-L1-SIT
              ADD 1 TO W-QTD-STATUS(W-IND)
           ELSE
              MOVE SPACES TO W-L1-SIT
           END-IF

           MOVE EXL-QTD-LIDOS TO W-L1-LID
           MOVE EXL-QTD-GRAV  TO W-L1-GRV
           MOVE EXL-ERRO-ARQ  TO W-L1-ARQ
           MOVE EXL-ERRO-ST   TO W-L1-ST
           MOVE EXL-MSG       TO W-L1-MSG
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           ADD 1 TO W-CONTLIN.

       IMPRIME-TOTAIS.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
              MOVE W-DESC-STATUS(W-IND) TO W-LT-DESC
              MOVE W-QTD-STATUS(W-IND)  TO W-LT-QTD
              WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           END-PERFORM.

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

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI-L ' A ' W-DATAFIN-L
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

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
              MOVE 'PRJ-REL-EXL' TO ERRL-PROG
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
