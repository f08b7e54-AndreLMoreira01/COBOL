       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CNS-CONFERE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CNS.SL".
           COPY "PRJ_CNU.SL".
           COPY "PRJ_SEQ.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CNS.FD".
           COPY "PRJ_CNU.FD".
           COPY "PRJ_SEQ.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CNS                PIC  X(02).
               88 VAL-CNS            VALUE '00' THRU '09'.
           03  ST-CNU                PIC  X(02).
               88 VAL-CNU            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.

           03  W-FINALIDADE          PIC  9(01).
           03  W-ID                  PIC  9(10).
           03  W-CNS-ULT-ACAO        PIC  9(01).
           03  W-CNS-ULT-DIA         PIC  9(08).
           03  W-CNS-ULT-HORA        PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_CONS.CPY".

       LINKAGE SECTION.

       77  W-CANAL-L                      PIC 9(01).
       77  W-DESTINO-L                    PIC X(60).
       77  W-TEXTO-L                      PIC X(132).
       77  W-MSGID-L                      PIC 9(10).
       77  W-LIBERADO-L                   PIC X(01).

       PROCEDURE DIVISION USING W-CANAL-L, W-DESTINO-L, W-TEXTO-L,
                                W-MSGID-L, W-LIBERADO-L.
       INICIO.
           | chamado pelas filas de SMS e e-mail quando o envio
           | traz finalidade na area CONTROLE-CONSENTIMENTO: o
           | ultimo registro do CONSENT.ARQ para CPF, finalidade
           | e canal decide; sem registro ou com revogacao a
           | mensagem e bloqueada. Enviada ou bloqueada, fica
           | no CNSUSO.ARQ com o consentimento usado, que e a
           | prova emitida pelo PRJ_REL_CNS

           MOVE 'N' TO W-LIBERADO-L
           MOVE CONS-FINALIDADE TO W-FINALIDADE
           MOVE 0 TO W-CNS-ULT-ACAO W-CNS-ULT-DIA W-CNS-ULT-HORA

           OPEN INPUT CCONSENT
           IF VAL-CNS
              PERFORM BUSCA-CONSENTIMENTO
              CLOSE CCONSENT
           ELSE
              IF ST-CNS NOT = '35'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           IF W-CNS-ULT-ACAO = 1
              MOVE 'S' TO W-LIBERADO-L
              SET CONS-ENVIADA TO TRUE
           ELSE
              SET CONS-BLOQUEADA TO TRUE
           END-IF

           PERFORM GRAVA-USO.

       FIM.
           MOVE SPACE TO CONS-FINALIDADE
           CLOSE CSEQ CCNSUSO.
           EXIT PROGRAM.

       BUSCA-CONSENTIMENTO.
           INITIALIZE CNS-REG-1
           MOVE CONS-CPF     TO CNS-CPF
           MOVE W-FINALIDADE TO CNS-FINALIDADE
           MOVE W-CANAL-L    TO CNS-CANAL
           START CCONSENT KEY >= CNS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-CNS
              READ CCONSENT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CNS
                 EXIT PERFORM
              END-IF
              IF CNS-CPF NOT = CONS-CPF
                 OR CNS-FINALIDADE NOT = W-FINALIDADE
                 OR CNS-CANAL NOT = W-CANAL-L
                 EXIT PERFORM
              END-IF
              MOVE CNS-ACAO TO W-CNS-ULT-ACAO
              MOVE CNS-DIA  TO W-CNS-ULT-DIA
              MOVE CNS-HORA TO W-CNS-ULT-HORA
           END-PERFORM.

       GRAVA-USO.
           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCNSUSO
           IF ST-CNU = '35'
              OPEN OUTPUT CCNSUSO
              CLOSE CCNSUSO
              OPEN I-O CCNSUSO.
           IF NOT VAL-CNU
              PERFORM ERRO-ARQUIVO.

           INITIALIZE SEQ-REG-1
           MOVE 'CNSUSO' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'CNSUSO' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-ID
           REWRITE SEQ-REG-1

           INITIALIZE CNU-REG-1
           MOVE W-ID         TO CNU-ID
           MOVE CONS-CPF     TO CNU-CPF
           MOVE W-FINALIDADE TO CNU-FINALIDADE
           MOVE W-CANAL-L    TO CNU-CANAL
           ACCEPT CNU-DIA FROM CENTURY-DATE
           ACCEPT CNU-HORA FROM TIME
           MOVE W-DESTINO-L  TO CNU-DESTINO
           MOVE W-TEXTO-L    TO CNU-TEXTO
           MOVE W-MSGID-L    TO CNU-MSGID
           IF W-LIBERADO-L = 'S'
              SET CNU-ENVIADA TO TRUE
              MOVE W-CNS-ULT-DIA  TO CNU-CNS-DIA
              MOVE W-CNS-ULT-HORA TO CNU-CNS-HORA
           ELSE
              SET CNU-BLOQUEADA TO TRUE
           END-IF
           WRITE CNU-REG-1
           IF NOT VAL-CNU
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
              MOVE 'PRJ-CNS-CONF' TO ERRL-PROG
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
