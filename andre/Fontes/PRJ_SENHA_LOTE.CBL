       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-SENHA-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_USU.SL".
           COPY "PRJ_PARAM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_USU.FD".
           COPY "PRJ_PARAM.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
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

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DATA-HOJE             PIC  9(08) VALUE 0.
               05 W-DATAINV               PIC  9(08).
               05 W-DIAS-SENHA            PIC S9(07).
               | validade da senha em dias: PARAM 58 (default 90)
               05 W-VALIDADE-SENHA        PIC  9(05) VALUE 90.

               05 W-QTD-USU               PIC  9(07) VALUE 0.
               05 W-QTD-VENCIDA           PIC  9(07) VALUE 0.
               05 W-QTD-SEM-TROCA         PIC  9(07) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-LOGIN PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-NOME  PIC X(40).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-TIPO  PIC Z9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-DATA  PIC X(10).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-DIAS  PIC X(07).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-SIT   PIC X(30).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-BLOQ  PIC X(10).

               05 W-DATA-EDIT             PIC 99/99/9999.
               05 W-DIAS-EDIT             PIC ZZZZZZ9.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(52) VALUE
                     'LOGIN      NOME'.
                  07 FILLER     PIC X(50) VALUE
                     'TP  ULT.TROCA   DIAS    SITUACAO'.

               05 W-LINHA-GERAL.
                  07 W-LG-DESC  PIC X(34).
                  07 W-LG-TOT   PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'SENHAS VENCIDAS OU NUNCA TROCADAS'.
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

       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | contas cuja senha passou da validade, que nunca
           | tiveram a data de troca registrada ou que ainda
           | usam a senha provisoria dada pelo administrador

           OPEN INPUT CUSUARIO
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-DATA-HOJE

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM LISTA-USUARIOS
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE 'USUARIOS LIDOS:' TO W-LG-DESC
           MOVE W-QTD-USU TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 2
           MOVE 'SENHAS VENCIDAS:' TO W-LG-DESC
           MOVE W-QTD-VENCIDA TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'SENHAS NUNCA TROCADAS:' TO W-LG-DESC
           MOVE W-QTD-SEM-TROCA TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           CLOSE PRINTF.

       FIM.
           CLOSE CUSUARIO.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 58 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-VALIDADE-SENHA
           END-IF

           CLOSE CPARAM.

       LISTA-USUARIOS.
           INITIALIZE USU-REG-1
           MOVE LOW-VALUES TO USU-LOGIN
           START CUSUARIO KEY >= USU-LOGIN
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-USU
              READ CUSUARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-USU
                 IF ST-USU <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-QTD-USU
              PERFORM AVALIA-USUARIO
           END-PERFORM.

       AVALIA-USUARIO.
           MOVE SPACES TO W-L1-SIT W-L1-DATA W-L1-DIAS

           IF USU-DT-SENHA NOT NUMERIC OR USU-DT-SENHA = 0
              MOVE 'SEM DATA - NUNCA TROCADA' TO W-L1-SIT
              ADD 1 TO W-QTD-SEM-TROCA
              PERFORM IMPRIME-USUARIO
              EXIT PARAGRAPH
           END-IF

           MOVE USU-DT-SENHA TO W-DATA-EDIT
           MOVE W-DATA-EDIT  TO W-L1-DATA
           MOVE USU-DT-SENHA TO W-DATAUXI
           COMPUTE W-DATAINV = W-ANOAUXI * 10000 + W-MESAUXI * 100
                             + W-DIAAUXI
           COMPUTE W-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(W-DATAINV)
           MOVE W-DIAS-SENHA TO W-DIAS-EDIT
           MOVE W-DIAS-EDIT  TO W-L1-DIAS

           IF USU-SENHA-PROVISORIA
              MOVE 'PROVISORIA - NUNCA TROCADA' TO W-L1-SIT
              ADD 1 TO W-QTD-SEM-TROCA
              PERFORM IMPRIME-USUARIO
              EXIT PARAGRAPH
           END-IF

           IF W-DIAS-SENHA >= W-VALIDADE-SENHA
              MOVE 'VENCIDA' TO W-L1-SIT
              ADD 1 TO W-QTD-VENCIDA
              PERFORM IMPRIME-USUARIO
           END-IF.

       IMPRIME-USUARIO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE USU-LOGIN TO W-L1-LOGIN
           MOVE USU-NOME  TO W-L1-NOME
           MOVE USU-TIPO  TO W-L1-TIPO
           IF USU-BLOQUEADO
              MOVE 'BLOQUEADO' TO W-L1-BLOQ
           ELSE
              MOVE SPACES TO W-L1-BLOQ
           END-IF
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 3 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
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
              MOVE 'PRJ-SENHA-LO' TO ERRL-PROG
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
