       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-DIA-UTIL.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_FER.SL".
           COPY "PRJ_CID.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_FER.FD".
           COPY "PRJ_CID.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-FER                PIC  X(02).
               88 VAL-FER            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.

           | o calendario e carregado na primeira chamada e fica
           | na memoria enquanto quem chama nao der CANCEL; quem
           | chama em laco so cancela no fim
           03  W-CARREGADO           PIC  X(01) VALUE 'N'.
               88 CALENDARIO-CARREGADO VALUE 'S' FALSE 'N'.
           03  W-CID-ATUAL           PIC  9(03) VALUE 0.
           03  W-UF-ATUAL            PIC  X(02) VALUE SPACES.

           03  W-DATA-J              PIC  9(07).
           03  W-FIM-J               PIC  9(07).
           03  W-DIA-SEMANA          PIC  9(01).
           03  W-IND                 PIC  9(04).
           03  W-QTD-PASSOS          PIC  9(04).
           03  W-DATAUXI             PIC  9(08).
           03  REDEFINES W-DATAUXI.
               05 W-ANOAUXI-I        PIC  9(04).
               05 W-MESAUXI-I        PIC  9(02).
               05 W-DIAAUXI-I        PIC  9(02).
           03  W-UTIL                PIC  X(01).
               88 DIA-UTIL           VALUE 'S' FALSE 'N'.

           | feriados do FERIADO.ARQ; ano zero repete todo ano
           03  W-TAB-FERIADO.
               05 W-QTD-FER          PIC  9(04) VALUE 0.
               05 W-TF-ITEM OCCURS 1000 TIMES.
                  07 W-TF-ABRANG     PIC 9(01).
                  07 W-TF-UF         PIC X(02).
                  07 W-TF-CID        PIC 9(03).
                  07 W-TF-ANO        PIC 9(04).
                  07 W-TF-MES        PIC 9(02).
                  07 W-TF-DIA        PIC 9(02).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

           COPY "PRJ_DUT.CPY".

       PROCEDURE DIVISION USING AREA-DIA-UTIL.
       INICIO.
           MOVE 0 TO DUT-DIAS
           IF DUT-DATA-I = 0
              EXIT PROGRAM
           END-IF

           IF NOT CALENDARIO-CARREGADO
              PERFORM CARREGA-FERIADOS
           END-IF
           IF DUT-CID NOT = W-CID-ATUAL
              PERFORM BUSCA-UF-CIDADE
           END-IF

           EVALUATE TRUE
              WHEN DUT-PROXIMO-UTIL
                 PERFORM PROXIMO-DIA-UTIL
              WHEN DUT-CONTA-UTEIS
                 PERFORM CONTA-DIAS-UTEIS
           END-EVALUATE.

       FIM.
           EXIT PROGRAM.

       CARREGA-FERIADOS.
           | sem FERIADO.ARQ so sabado e domingo deixam de ser
           | dia util
           SET CALENDARIO-CARREGADO TO TRUE
           MOVE 0 TO W-QTD-FER
           OPEN INPUT CFERIADO
           IF ST-FER = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FER
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE FER-REG-1
           START CFERIADO KEY >= FER-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CFERIADO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FER
                 EXIT PERFORM
              END-IF
              IF W-QTD-FER >= 1000
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-FER
              MOVE FER-ABRANG TO W-TF-ABRANG(W-QTD-FER)
              MOVE FER-UF     TO W-TF-UF(W-QTD-FER)
              MOVE FER-CID    TO W-TF-CID(W-QTD-FER)
              MOVE FER-ANO    TO W-TF-ANO(W-QTD-FER)
              MOVE FER-MES    TO W-TF-MES(W-QTD-FER)
              MOVE FER-DIA    TO W-TF-DIA(W-QTD-FER)
           END-PERFORM

           CLOSE CFERIADO.

       BUSCA-UF-CIDADE.
           MOVE DUT-CID TO W-CID-ATUAL
           MOVE SPACES TO W-UF-ATUAL
           IF DUT-CID = 0
              EXIT PARAGRAPH
           END-IF

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CID-REG-1
           MOVE DUT-CID TO CID-ID
           READ CCIDADE
           IF VAL-CID
              MOVE CID-UF TO W-UF-ATUAL
           END-IF
           CLOSE CCIDADE.

       PROXIMO-DIA-UTIL.
           | anda no maximo 30 dias: calendario mal cadastrado
           | nao prende quem chama
           COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(DUT-DATA-I)
           MOVE 0 TO W-QTD-PASSOS
           PERFORM TESTA-DIA-UTIL
           PERFORM UNTIL DIA-UTIL OR W-QTD-PASSOS >= 30
              ADD 1 TO W-DATA-J W-QTD-PASSOS
              PERFORM TESTA-DIA-UTIL
           END-PERFORM
           MOVE W-QTD-PASSOS TO DUT-DIAS
           COMPUTE DUT-DATA-I = FUNCTION DATE-OF-INTEGER(W-DATA-J).

       CONTA-DIAS-UTEIS.
           IF DUT-DATA-FIM-I NOT > DUT-DATA-I
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(DUT-DATA-I)
           COMPUTE W-FIM-J = FUNCTION INTEGER-OF-DATE(DUT-DATA-FIM-I)
           PERFORM UNTIL W-DATA-J >= W-FIM-J
              ADD 1 TO W-DATA-J
              PERFORM TESTA-DIA-UTIL
              IF DIA-UTIL
                 ADD 1 TO DUT-DIAS
              END-IF
           END-PERFORM.

       TESTA-DIA-UTIL.
           | W-DATA-J (juliano) -> DIA-UTIL; o dia juliano 1
           | (01/01/1601) foi segunda-feira: resto 6 e sabado,
           | resto 0 e domingo
           SET DIA-UTIL TO TRUE
           COMPUTE W-DIA-SEMANA = FUNCTION MOD(W-DATA-J 7)
           IF W-DIA-SEMANA = 6 OR W-DIA-SEMANA = 0
              SET DIA-UTIL TO FALSE
              EXIT PARAGRAPH
           END-IF

           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(W-DATA-J)
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-FER
              IF W-TF-DIA(W-IND) = W-DIAAUXI-I
                 AND W-TF-MES(W-IND) = W-MESAUXI-I
                 AND (W-TF-ANO(W-IND) = 0
                      OR W-TF-ANO(W-IND) = W-ANOAUXI-I)
                 EVALUATE W-TF-ABRANG(W-IND)
                    WHEN 1
                       SET DIA-UTIL TO FALSE
                    WHEN 2
                       IF W-UF-ATUAL NOT = SPACES
                          AND W-TF-UF(W-IND) = W-UF-ATUAL
                          SET DIA-UTIL TO FALSE
                       END-IF
                    WHEN 3
                       IF W-CID-ATUAL NOT = 0
                          AND W-TF-CID(W-IND) = W-CID-ATUAL
                          SET DIA-UTIL TO FALSE
                       END-IF
                 END-EVALUATE
                 IF NOT DIA-UTIL
                    EXIT PERFORM
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
              MOVE 'PRJ-DIA-UTIL' TO ERRL-PROG
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
