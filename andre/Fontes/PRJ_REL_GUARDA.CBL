       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-GUARDA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_RCT.SL".
           COPY "PRJ_RLN.SL".
           COPY "PRJ_SEQ.SL".

           SELECT SPOOLF ASSIGN TO W-SPOOL-DEVICE
                  FILE STATUS IS ST-SPL.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_RCT.FD".
           COPY "PRJ_RLN.FD".
           COPY "PRJ_SEQ.FD".

       FD  SPOOLF LABEL RECORD OMITTED.

       01  SPOOLF-R                       PIC X(255).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-RCT                PIC  X(02).
               88 VAL-RCT            VALUE '00' THRU '09'.
           03  ST-RLN                PIC  X(02).
               88 VAL-RLN            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-SPL                PIC  X(02).
               88 VAL-SPL            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SPOOL-DEVICE        PIC  X(40) VALUE SPACES.
           03  W-SAIDA-DEVICE        PIC  X(150) VALUE 'PRINTER'.
           03  W-TIPO-SEQ            PIC  X(01) VALUE 'S'.
           03  W-SALTO               PIC  X(01).
           03  W-IMPRESSORA          PIC  X(01).
           03  W-ID                  PIC  9(10).
           03  W-QTD-LINHAS          PIC  9(07).
           03  W-QTD-PAGINAS         PIC  9(05).
           03  W-RET-COPIA           PIC  S9(04) COMP-4.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-SPOOL-L                      PIC X(40).
       77  W-DESTINO-L                    PIC X(150).
       77  W-PROG-L                       PIC X(20).
       77  W-USU-L                        PIC X(10).
       77  W-PARAM-L                      PIC X(100).

       PROCEDURE DIVISION USING W-SPOOL-L, W-DESTINO-L, W-PROG-L,
                                W-USU-L, W-PARAM-L.
       INICIO.
           | ponto unico de guarda dos relatorios: o programa
           | gera a saida num spool (ABRE-SPOOL-REL) e chama
           | este no CLOSE; cada linha vai para RELLIN.ARQ sob
           | um numero de execucao do SEQ.ARQ, a execucao
           | (programa, usuario, dia, hora, parametros) vai
           | para RELCAT.ARQ e a saida e entregue sem alteracao
           | no destino que o programa tinha escolhido -
           | impressora ou arquivo. PRJ_CONS_REL reexibe e
           | reimprime; PRJ_EXPURGO_LOTE aplica a retencao
           | de RELPOL.ARQ

           MOVE W-SPOOL-L TO W-SPOOL-DEVICE
           MOVE FUNCTION CHAR(13) TO W-SALTO
           MOVE 0 TO W-QTD-LINHAS W-QTD-PAGINAS

           OPEN INPUT SPOOLF
           IF NOT VAL-SPL
              EXIT PROGRAM
           END-IF.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CRELCAT
           IF ST-RCT = '35'
              OPEN OUTPUT CRELCAT
              CLOSE CRELCAT
              OPEN I-O CRELCAT.
           IF NOT VAL-RCT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CRELLIN
           IF ST-RLN = '35'
              OPEN OUTPUT CRELLIN
              CLOSE CRELLIN
              OPEN I-O CRELLIN.
           IF NOT VAL-RLN
              PERFORM ERRO-ARQUIVO.

           INITIALIZE SEQ-REG-1
           MOVE 'RELREP' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'RELREP' TO SEQ-CHAVE
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

           | impressora recebe linha a linha; destino em
           | arquivo recebe uma copia do spool no final
           IF W-DESTINO-L = 'PRINTER' OR W-DESTINO-L = SPACES
              MOVE 'S' TO W-IMPRESSORA
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
              OPEN OUTPUT PRINTF
              IF NOT VAL-PRINTF
                 PERFORM ERRO-ARQUIVO
              END-IF
           ELSE
              MOVE 'N' TO W-IMPRESSORA
           END-IF

           PERFORM UNTIL 1 = 2
              READ SPOOLF NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SPL
                 EXIT PERFORM
              END-IF
              PERFORM GUARDA-LINHA
           END-PERFORM

           MOVE 0 TO W-RET-COPIA
           CLOSE SPOOLF
           IF W-IMPRESSORA = 'S'
              CLOSE PRINTF
           ELSE
              CALL "C$COPY" USING W-SPOOL-DEVICE, W-DESTINO-L,
                                  W-TIPO-SEQ
                   GIVING W-RET-COPIA
           END-IF

           IF W-QTD-LINHAS > 0 AND W-QTD-PAGINAS = 0
              MOVE 1 TO W-QTD-PAGINAS
           END-IF

           INITIALIZE RCT-REG-1
           MOVE W-ID TO RCT-ID
           MOVE W-PROG-L TO RCT-PROG
           ACCEPT RCT-DIA FROM CENTURY-DATE
           ACCEPT RCT-HORA FROM TIME
           MOVE W-USU-L TO RCT-USU
           MOVE W-PARAM-L TO RCT-PARAM
           MOVE W-DESTINO-L TO RCT-DESTINO
           MOVE W-QTD-LINHAS TO RCT-LINHAS
           MOVE W-QTD-PAGINAS TO RCT-PAGINAS
           WRITE RCT-REG-1
           IF NOT VAL-RCT
              PERFORM ERRO-ARQUIVO
           END-IF

           | copia para o arquivo pedido que falhou deixa o
           | spool no disco; a execucao ja esta no repositorio
           IF W-RET-COPIA = 0
              CALL "C$DELETE" USING W-SPOOL-DEVICE, W-TIPO-SEQ
                 ON OVERFLOW CONTINUE
              END-CALL
           END-IF.

       FIM.
           CLOSE CSEQ CRELCAT CRELLIN.
           EXIT PROGRAM.

       GUARDA-LINHA.
           | o salto de pagina gravado pelo WRITE AFTER PAGE
           | vem como primeiro caractere da linha; guarda a
           | marca no registro e o texto sem ele
           ADD 1 TO W-QTD-LINHAS
           INITIALIZE RLN-REG-1
           MOVE W-ID TO RLN-ID
           MOVE W-QTD-LINHAS TO RLN-SEQ
           IF SPOOLF-R(1:1) = W-SALTO
              SET RLN-NOVA-PAGINA TO TRUE
              MOVE SPOOLF-R(2:) TO RLN-TEXTO
              ADD 1 TO W-QTD-PAGINAS
           ELSE
              MOVE 'N' TO RLN-SALTO
              MOVE SPOOLF-R TO RLN-TEXTO
           END-IF
           WRITE RLN-REG-1
           IF NOT VAL-RLN
              PERFORM ERRO-ARQUIVO
           END-IF

           IF W-IMPRESSORA = 'S'
              IF RLN-NOVA-PAGINA AND W-QTD-LINHAS > 1
                 WRITE PRINTF-R FROM RLN-TEXTO AFTER PAGE
              ELSE
                 WRITE PRINTF-R FROM RLN-TEXTO AFTER 1
              END-IF
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
              MOVE 'PRJ-REL-GUAR' TO ERRL-PROG
              MOVE W-USU-L TO ERRL-USU
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
