       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-JORNAL-GRV.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_JRN.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_CXM.SL".
           COPY "PRJ_REEM.SL".
           COPY "PRJ_CONTA.SL".
           COPY "PRJ_CRD.SL".
           COPY "PRJ_WAL.SL".
           COPY "PRJ_PIX.SL".
           COPY "PRJ_VCH.SL".
           COPY "PRJ_VCHU.SL".
           COPY "PRJ_PTS.SL".
           COPY "PRJ_RES.SL".
           COPY "PRJ_AGR.SL".
           COPY "PRJ_CRN.SL".
           COPY "PRJ_CRU.SL".
           COPY "PRJ_FPA.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_JRN.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_CXM.FD".
           COPY "PRJ_REEM.FD".
           COPY "PRJ_CONTA.FD".
           COPY "PRJ_CRD.FD".
           COPY "PRJ_WAL.FD".
           COPY "PRJ_PIX.FD".
           COPY "PRJ_VCH.FD".
           COPY "PRJ_VCHU.FD".
           COPY "PRJ_PTS.FD".
           COPY "PRJ_RES.FD".
           COPY "PRJ_AGR.FD".
           COPY "PRJ_CRN.FD".
           COPY "PRJ_CRU.FD".
           COPY "PRJ_FPA.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-JRN                PIC  X(02).
               88 VAL-JRN            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-CXM                PIC  X(02).
               88 VAL-CXM            VALUE '00' THRU '09'.
           03  ST-REEM               PIC  X(02).
               88 VAL-REEM           VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-WAL                PIC  X(02).
               88 VAL-WAL            VALUE '00' THRU '09'.
           03  ST-PIX                PIC  X(02).
               88 VAL-PIX            VALUE '00' THRU '09'.
           03  ST-VCH                PIC  X(02).
               88 VAL-VCH            VALUE '00' THRU '09'.
           03  ST-VCHU               PIC  X(02).
               88 VAL-VCHU           VALUE '00' THRU '09'.
           03  ST-PTS                PIC  X(02).
               88 VAL-PTS            VALUE '00' THRU '09'.
           03  ST-RES                PIC  X(02).
               88 VAL-RES            VALUE '00' THRU '09'.
           03  ST-AGR                PIC  X(02).
               88 VAL-AGR            VALUE '00' THRU '09'.
           03  ST-CRN                PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  ST-CRU                PIC  X(02).
               88 VAL-CRU            VALUE '00' THRU '09'.
           03  ST-FPA                PIC  X(02).
               88 VAL-FPA            VALUE '00' THRU '09'.

           03  W-EXISTE              PIC  X(01).
           03  W-ANTES               PIC  X(600).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-ARQ-L                        PIC X(13).
       77  W-OPER-L                       PIC X(01).
       77  W-IMAGEM-L                     PIC X(600).
       77  W-USU-L                        PIC X(10).
       77  W-PROG-L                       PIC X(12).

       PROCEDURE DIVISION USING W-ARQ-L, W-OPER-L, W-IMAGEM-L,
                                W-USU-L, W-PROG-L.
       INICIO.
           | ponto unico de gravacao do jornal: chamado logo
           | antes do WRITE (I), REWRITE (A) ou DELETE (E) com a
           | imagem que vai para o arquivo; a imagem anterior e
           | lida do disco sem trava. inclusao de chave que ja
           | existe e alteracao/exclusao de chave que nao existe
           | vao falhar no chamador e nao entram no jornal.
           | PRJ_JORNAL_REC reaplica o jornal apos um restore

           MOVE SPACES TO W-ANTES
           MOVE 'N' TO W-EXISTE

           EVALUATE W-ARQ-L
              WHEN 'BILHETE.ARQ'
                 PERFORM LE-ANTERIOR-BIL
              WHEN 'CLIENTE.ARQ'
                 PERFORM LE-ANTERIOR-CLI
              WHEN 'CAIXAMOV.ARQ'
                 PERFORM LE-ANTERIOR-CXM
              WHEN 'REEMB.ARQ'
                 PERFORM LE-ANTERIOR-REEM
              WHEN 'CONTA.ARQ'
                 PERFORM LE-ANTERIOR-CONTA
              WHEN 'CREDIARIO.ARQ'
                 PERFORM LE-ANTERIOR-CRD
              WHEN 'CARTEIRA.ARQ'
                 PERFORM LE-ANTERIOR-WAL
              WHEN 'PIXCHG.ARQ'
                 PERFORM LE-ANTERIOR-PIX
              WHEN 'VOUCHER.ARQ'
                 PERFORM LE-ANTERIOR-VCH
              WHEN 'VCHUSO.ARQ'
                 PERFORM LE-ANTERIOR-VCHU
              WHEN 'PONTOS.ARQ'
                 PERFORM LE-ANTERIOR-PTS
              WHEN 'RESERVA.ARQ'
                 PERFORM LE-ANTERIOR-RES
              WHEN 'AGREG.ARQ'
                 PERFORM LE-ANTERIOR-AGR
              WHEN 'CARNE.ARQ'
                 PERFORM LE-ANTERIOR-CRN
              WHEN 'CARNEUSO.ARQ'
                 PERFORM LE-ANTERIOR-CRU
              WHEN 'FUNCPASS.ARQ'
                 PERFORM LE-ANTERIOR-FPA
              WHEN OTHER
                 EXIT PROGRAM
           END-EVALUATE

           IF W-OPER-L = 'I' AND W-EXISTE = 'S'
              EXIT PROGRAM
           END-IF
           IF W-OPER-L NOT = 'I' AND W-EXISTE = 'N'
              EXIT PROGRAM
           END-IF

           OPEN EXTEND CJORNAL
           IF ST-JRN = '35'
              OPEN OUTPUT CJORNAL
              CLOSE CJORNAL
              OPEN EXTEND CJORNAL.
           IF NOT VAL-JRN
              PERFORM ERRO-ARQUIVO.

           INITIALIZE JRN-REG-1
           ACCEPT JRN-DIA FROM CENTURY-DATE
           ACCEPT JRN-HORA FROM TIME
           MOVE W-USU-L  TO JRN-USU
           MOVE W-PROG-L TO JRN-PROG
           MOVE W-ARQ-L  TO JRN-ARQ
           MOVE W-OPER-L TO JRN-OPER
           MOVE W-ANTES  TO JRN-ANTES
           IF NOT JRN-EXCLUSAO
              MOVE W-IMAGEM-L TO JRN-DEPOIS
           END-IF
           WRITE JRN-REG-1
           IF NOT VAL-JRN
              PERFORM ERRO-ARQUIVO
           END-IF
           CLOSE CJORNAL.

       FIM.
           EXIT PROGRAM.

       LE-ANTERIOR-BIL.
           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO BIL-REG-1
           READ CBILHETE WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-BIL
              MOVE 'S' TO W-EXISTE
              MOVE BIL-REG-1 TO W-ANTES
           ELSE
              IF ST-BIL NOT = '23'
                 | registro preso por outra sessao: entra no
                 | jornal sem a imagem anterior
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CBILHETE.

       LE-ANTERIOR-CLI.
           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO CLI-REG-1
           READ CCLIENTE WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CLI
              MOVE 'S' TO W-EXISTE
              MOVE CLI-REG-1 TO W-ANTES
           ELSE
              IF ST-CLI NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCLIENTE.

       LE-ANTERIOR-CXM.
           OPEN INPUT CCAIXAMOV
           IF NOT VAL-CXM
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO CXM-REG-1
           READ CCAIXAMOV WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CXM
              MOVE 'S' TO W-EXISTE
              MOVE CXM-REG-1 TO W-ANTES
           ELSE
              IF ST-CXM NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCAIXAMOV.

       LE-ANTERIOR-REEM.
           OPEN INPUT CREEMB
           IF NOT VAL-REEM
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO REEM-REG-1
           READ CREEMB WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-REEM
              MOVE 'S' TO W-EXISTE
              MOVE REEM-REG-1 TO W-ANTES
           ELSE
              IF ST-REEM NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CREEMB.

       LE-ANTERIOR-CONTA.
           OPEN INPUT CCONTA
           IF NOT VAL-CONTA
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO CONTA-REG-1
           READ CCONTA WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CONTA
              MOVE 'S' TO W-EXISTE
              MOVE CONTA-REG-1 TO W-ANTES
           ELSE
              IF ST-CONTA NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCONTA.

       LE-ANTERIOR-CRD.
           OPEN INPUT CCREDIARIO
           IF NOT VAL-CRD
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO CRD-REG-1
           READ CCREDIARIO WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CRD
              MOVE 'S' TO W-EXISTE
              MOVE CRD-REG-1 TO W-ANTES
           ELSE
              IF ST-CRD NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCREDIARIO.

       LE-ANTERIOR-WAL.
           OPEN INPUT CCARTEIRA
           IF NOT VAL-WAL
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO WAL-REG-1
           READ CCARTEIRA WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-WAL
              MOVE 'S' TO W-EXISTE
              MOVE WAL-REG-1 TO W-ANTES
           ELSE
              IF ST-WAL NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCARTEIRA.

       LE-ANTERIOR-PIX.
           OPEN INPUT CPIX
           IF NOT VAL-PIX
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO PIX-REG-1
           READ CPIX WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-PIX
              MOVE 'S' TO W-EXISTE
              MOVE PIX-REG-1 TO W-ANTES
           ELSE
              IF ST-PIX NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CPIX.

       LE-ANTERIOR-VCH.
           OPEN INPUT CVOUCHER
           IF NOT VAL-VCH
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO VCH-REG-1
           READ CVOUCHER WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-VCH
              MOVE 'S' TO W-EXISTE
              MOVE VCH-REG-1 TO W-ANTES
           ELSE
              IF ST-VCH NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CVOUCHER.

       LE-ANTERIOR-VCHU.
           OPEN INPUT CVCHUSO
           IF NOT VAL-VCHU
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO VCHU-REG-1
           READ CVCHUSO WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-VCHU
              MOVE 'S' TO W-EXISTE
              MOVE VCHU-REG-1 TO W-ANTES
           ELSE
              IF ST-VCHU NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CVCHUSO.

       LE-ANTERIOR-PTS.
           OPEN INPUT CPONTOS
           IF NOT VAL-PTS
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO PTS-REG-1
           READ CPONTOS WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-PTS
              MOVE 'S' TO W-EXISTE
              MOVE PTS-REG-1 TO W-ANTES
           ELSE
              IF ST-PTS NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CPONTOS.

       LE-ANTERIOR-RES.
           OPEN INPUT CRESERVA
           IF NOT VAL-RES
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO RES-REG-1
           READ CRESERVA WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-RES
              MOVE 'S' TO W-EXISTE
              MOVE RES-REG-1 TO W-ANTES
           ELSE
              IF ST-RES NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CRESERVA.

       LE-ANTERIOR-AGR.
           OPEN INPUT CAGREG
           IF NOT VAL-AGR
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO AGR-REG-1
           READ CAGREG WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-AGR
              MOVE 'S' TO W-EXISTE
              MOVE AGR-REG-1 TO W-ANTES
           ELSE
              IF ST-AGR NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CAGREG.

       LE-ANTERIOR-CRN.
           OPEN INPUT CCARNE
           IF NOT VAL-CRN
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO CRN-REG-1
           READ CCARNE WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CRN
              MOVE 'S' TO W-EXISTE
              MOVE CRN-REG-1 TO W-ANTES
           ELSE
              IF ST-CRN NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCARNE.

       LE-ANTERIOR-CRU.
           OPEN INPUT CCARNEUSO
           IF NOT VAL-CRU
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO CRU-REG-1
           READ CCARNEUSO WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CRU
              MOVE 'S' TO W-EXISTE
              MOVE CRU-REG-1 TO W-ANTES
           ELSE
              IF ST-CRU NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CCARNEUSO.

       LE-ANTERIOR-FPA.
           OPEN INPUT CFUNCPASS
           IF NOT VAL-FPA
              EXIT PARAGRAPH
           END-IF
           MOVE W-IMAGEM-L TO FPA-REG-1
           READ CFUNCPASS WITH NO LOCK
              INVALID KEY CONTINUE
           END-READ
           IF VAL-FPA
              MOVE 'S' TO W-EXISTE
              MOVE FPA-REG-1 TO W-ANTES
           ELSE
              IF ST-FPA NOT = '23'
                 MOVE 'S' TO W-EXISTE
              END-IF
           END-IF
           CLOSE CFUNCPASS.

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
              MOVE 'PRJ-JORNAL-G' TO ERRL-PROG
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
