       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-TANQUE-SALDO.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_TNQ.SL".
           COPY "PRJ_ABA.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_TNQ.FD".
           COPY "PRJ_ABA.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-TNQ                PIC  X(02).
               88 VAL-TNQ            VALUE '00' THRU '09'.
           03  ST-ABA                PIC  X(02).
               88 VAL-ABA            VALUE '00' THRU '09'.
           03  W-ABA-ATIVA           PIC  X(01) VALUE 'N'.
               88 ABA-ATIVA          VALUE 'S' FALSE 'N'.

           03  W-ULT-MED-I           PIC  9(08).
           03  W-DATA-I              PIC  9(08).
           03  W-LIT-ENT-TOT         PIC  9(09)V99.
           03  W-VLR-ENT-TOT         PIC  9(11)V99.
           03  W-DATAUXI             PIC  9(08).
           03  REDEFINES W-DATAUXI.
               05 W-DIAAUXI          PIC  9(02).
               05 W-MESAUXI          PIC  9(02).
               05 W-ANOAUXI          PIC  9(04).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

           COPY "PRJ_TNS.CPY".

       PROCEDURE DIVISION USING AREA-SALDO-TANQUE.
       INICIO.
           | a medicao (regua) vale como leitura do fim do dia:
           | entregas e saidas da propria data ja estao nela e o
           | estoque escritural recomeca do volume medido
           MOVE 0 TO TNS-ULT-MEDICAO TNS-LIT-MEDIDOS
                     TNS-LIT-ENTRADAS TNS-LIT-SAIDAS
                     TNS-ESTOQUE TNS-CUSTO-MEDIO
           MOVE 0 TO W-ULT-MED-I W-LIT-ENT-TOT W-VLR-ENT-TOT

           | garagem sem tanque cadastrado devolve tudo zerado
           OPEN INPUT CTANQUE
           IF ST-TNQ = '35'
              EXIT PROGRAM
           END-IF
           IF NOT VAL-TNQ
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CABASTEC
           IF ST-ABA = '35'
              SET ABA-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ABA
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ABA-ATIVA TO TRUE
           END-IF

           PERFORM PERCORRE-TANQUE
           PERFORM SOMA-ENTREGAS
           PERFORM SOMA-SAIDAS

           COMPUTE TNS-ESTOQUE = TNS-LIT-MEDIDOS + TNS-LIT-ENTRADAS
                               - TNS-LIT-SAIDAS
           IF W-LIT-ENT-TOT > 0
              COMPUTE TNS-CUSTO-MEDIO ROUNDED =
                      W-VLR-ENT-TOT / W-LIT-ENT-TOT
           END-IF.

       FIM.
           CLOSE CTANQUE
           IF ABA-ATIVA
              CLOSE CABASTEC.
           EXIT PROGRAM.

       PERCORRE-TANQUE.
           | soma as entregas ate a data para o custo medio e
           | acha a ultima medicao; a chave comeca pela data
           | ddmmaaaa, entao a ultima sai da comparacao da data
           | invertida e no mesmo dia prevalece o maior sequencial
           INITIALIZE TNQ-REG-1
           MOVE LOW-VALUES TO TNQ-CHAVE
           START CTANQUE KEY >= TNQ-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CTANQUE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TNQ
                 EXIT PERFORM
              END-IF

              MOVE TNQ-DATA TO W-DATAUXI
              COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 + W-DIAAUXI
              IF W-DATA-I <= TNS-DATA-I
                 IF TNQ-ENTREGA
                    ADD TNQ-LITROS    TO W-LIT-ENT-TOT
                    ADD TNQ-VLR-TOTAL TO W-VLR-ENT-TOT
                 END-IF
                 IF TNQ-MEDICAO AND W-DATA-I >= W-ULT-MED-I
                    MOVE W-DATA-I   TO W-ULT-MED-I
                    MOVE TNQ-DATA   TO TNS-ULT-MEDICAO
                    MOVE TNQ-LITROS TO TNS-LIT-MEDIDOS
                 END-IF
              END-IF
           END-PERFORM.

       SOMA-ENTREGAS.
           INITIALIZE TNQ-REG-1
           MOVE LOW-VALUES TO TNQ-CHAVE
           START CTANQUE KEY >= TNQ-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CTANQUE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TNQ
                 EXIT PERFORM
              END-IF

              IF TNQ-ENTREGA
                 MOVE TNQ-DATA TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATA-I > W-ULT-MED-I
                    AND W-DATA-I <= TNS-DATA-I
                    ADD TNQ-LITROS TO TNS-LIT-ENTRADAS
                 END-IF
              END-IF
           END-PERFORM.

       SOMA-SAIDAS.
           | saidas sao os abastecimentos marcados como bomba da
           | garagem no PRJ_CAD_ABA; registros anteriores a marca
           | vem sem a origem preenchida e contam como posto
           IF NOT ABA-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE ABA-REG-1
           MOVE LOW-VALUES TO ABA-CHAVE
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 EXIT PERFORM
              END-IF

              IF ABA-ORIGEM NOT NUMERIC
                 MOVE 0 TO ABA-ORIGEM
              END-IF
              IF ABA-DO-TANQUE
                 MOVE ABA-DATA TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATA-I > W-ULT-MED-I
                    AND W-DATA-I <= TNS-DATA-I
                    ADD ABA-LITROS TO TNS-LIT-SAIDAS
                 END-IF
              END-IF
           END-PERFORM.

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
              MOVE 'PRJ-TANQUE-S' TO ERRL-PROG
              MOVE SPACES TO ERRL-USU
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
