       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-RECERT-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_USU.SL".
           COPY "PRJ_PERM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_USU.FD".
           COPY "PRJ_PERM.FD".

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
           03  ST-PERM               PIC  X(02).
               88 VAL-PERM           VALUE '00' THRU '09'.
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
               05 W-DIAS-ACESSO           PIC S9(07).
               05 W-TRIMESTRE             PIC  9(01).
               05 W-IND-PERM              PIC  9(02).
               05 W-QTD-PERM              PIC  9(03).

               05 W-QTD-USU               PIC  9(07) VALUE 0.
               05 W-QTD-BLOQ              PIC  9(07) VALUE 0.
               05 W-QTD-NUNCA             PIC  9(07) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-LOGIN PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-NOME  PIC X(30).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-TIPO  PIC X(13).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-FIL   PIC X(10).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-DATA  PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-DIAS  PIC X(07).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-SIT   PIC X(09).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 FILLER     PIC X(26) VALUE
                     '( ) MANTER   ( ) REVOGAR'.

               05 W-LINHA-PERM.
                  07 FILLER     PIC X(11) VALUE SPACES.
                  07 W-LP-DESC  PIC X(12).
                  07 W-LP-PROG  PIC X(21) OCCURS 5.

               05 W-DATA-EDIT             PIC 99/99/9999.
               05 W-DIAS-EDIT             PIC ZZZZZZ9.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(56) VALUE
                     'LOGIN      NOME                           TIPO'.
                  07 FILLER     PIC X(60) VALUE
                     'FILIAL      ULT.ACESSO    DIAS  SITUACAO'.

               05 W-LINHA-GERAL.
                  07 W-LG-DESC  PIC X(34).
                  07 W-LG-TOT   PIC ZZZZZZ9.

               05 W-LINHA-VISTO.
                  07 FILLER     PIC X(60) VALUE
                  'GERENTE RESPONSAVEL: ______________________________'.
                  07 FILLER     PIC X(40) VALUE
                     'DATA: ___/___/______'.

               05 W-CAB-1.
                  07 FILLER               PIC  X(43) VALUE
                     'RECERTIFICACAO DE ACESSOS DOS USUARIOS - '.
                  07 W-CAB-TRI            PIC  9.
                  07 FILLER               PIC  X(01) VALUE 'T'.
                  07 FILLER               PIC  X(01) VALUE '/'.
                  07 W-CAB-ANO            PIC  9(04).
                  07 FILLER               PIC  X(24) VALUE SPACES.
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
           | emitido a cada trimestre: cada usuario com tipo,
           | filial, ultimo acesso e os programas liberados ao
           | seu tipo na matriz PERM.ARQ, para o gerente marcar
           | manter ou revogar e assinar

           OPEN INPUT CUSUARIO
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPERM
           IF NOT VAL-PERM
              PERFORM ERRO-ARQUIVO.

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-DATA-HOJE
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-TRIMESTRE = (W-MESAUXI-I + 2) / 3
           MOVE W-TRIMESTRE TO W-CAB-TRI
           MOVE W-ANOAUXI-I TO W-CAB-ANO

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM LISTA-USUARIOS
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE 'USUARIOS CADASTRADOS:' TO W-LG-DESC
           MOVE W-QTD-USU TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 2
           MOVE 'USUARIOS BLOQUEADOS:' TO W-LG-DESC
           MOVE W-QTD-BLOQ TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'SEM ACESSO REGISTRADO:' TO W-LG-DESC
           MOVE W-QTD-NUNCA TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           WRITE PRINTF-R FROM W-LINHA-VISTO AFTER 3
           CLOSE PRINTF.

       FIM.
           CLOSE CUSUARIO CPERM.
           EXIT PROGRAM
           STOP RUN.

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
              PERFORM IMPRIME-USUARIO
              PERFORM IMPRIME-PERMISSOES
           END-PERFORM.

       IMPRIME-USUARIO.
           | usuario e suas permissoes na mesma pagina
           IF W-CONTLIN > 58
              MOVE 800 TO W-CONTLIN
           END-IF
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE USU-LOGIN  TO W-L1-LOGIN
           MOVE USU-NOME   TO W-L1-NOME
           MOVE USU-FILIAL TO W-L1-FIL
           EVALUATE USU-TIPO
              WHEN 1     MOVE 'VENDEDOR'      TO W-L1-TIPO
              WHEN 2     MOVE 'GERENTE'       TO W-L1-TIPO
              WHEN 3     MOVE 'ADMINISTRADOR' TO W-L1-TIPO
              WHEN OTHER MOVE USU-TIPO        TO W-L1-TIPO
           END-EVALUATE

           IF USU-BLOQUEADO
              MOVE 'BLOQUEADO' TO W-L1-SIT
              ADD 1 TO W-QTD-BLOQ
           ELSE
              MOVE 'ATIVO' TO W-L1-SIT
           END-IF

           IF USU-DT-ULT-LOGIN NOT NUMERIC OR USU-DT-ULT-LOGIN = 0
              MOVE 'NUNCA'  TO W-L1-DATA
              MOVE SPACES   TO W-L1-DIAS
              ADD 1 TO W-QTD-NUNCA
           ELSE
              MOVE USU-DT-ULT-LOGIN TO W-DATA-EDIT
              MOVE W-DATA-EDIT      TO W-L1-DATA
              MOVE USU-DT-ULT-LOGIN TO W-DATAUXI
              COMPUTE W-DATAINV = W-ANOAUXI * 10000
                                + W-MESAUXI * 100 + W-DIAAUXI
              COMPUTE W-DIAS-ACESSO =
                      FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                    - FUNCTION INTEGER-OF-DATE(W-DATAINV)
              MOVE W-DIAS-ACESSO TO W-DIAS-EDIT
              MOVE W-DIAS-EDIT   TO W-L1-DIAS
           END-IF

           WRITE PRINTF-R FROM W-LINHA-1 AFTER 2
           ADD 2 TO W-CONTLIN.

       IMPRIME-PERMISSOES.
           | programas liberados ao tipo do usuario, cinco por
           | linha
           MOVE 0 TO W-QTD-PERM W-IND-PERM
           MOVE 'PERMISSOES:' TO W-LP-DESC
           MOVE SPACES TO W-LP-PROG(1) W-LP-PROG(2) W-LP-PROG(3)
                          W-LP-PROG(4) W-LP-PROG(5)

           INITIALIZE PERM-REG-1
           MOVE USU-TIPO TO PERM-TIPO
           MOVE LOW-VALUES TO PERM-PROGRAMA
           START CPERM KEY >= PERM-CHAVE
              INVALID KEY MOVE '10' TO ST-PERM
           END-START

           PERFORM UNTIL NOT VAL-PERM
              READ CPERM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PERM
                 IF ST-PERM <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              IF PERM-TIPO NOT = USU-TIPO
                 EXIT PERFORM
              END-IF

              IF PERM-OK
                 ADD 1 TO W-QTD-PERM W-IND-PERM
                 MOVE PERM-PROGRAMA TO W-LP-PROG(W-IND-PERM)
                 IF W-IND-PERM = 5
                    PERFORM IMPRIME-LINHA-PERM
                 END-IF
              END-IF
           END-PERFORM

           IF W-QTD-PERM = 0
              MOVE 'NENHUM PROGRAMA LIBERADO NA MATRIZ'
                   TO W-LP-PROG(1)
              MOVE 1 TO W-IND-PERM
           END-IF
           IF W-IND-PERM > 0
              PERFORM IMPRIME-LINHA-PERM
           END-IF.

       IMPRIME-LINHA-PERM.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-LINHA-PERM AFTER 1
           ADD 1 TO W-CONTLIN
           MOVE 0 TO W-IND-PERM
           MOVE SPACES TO W-LP-DESC
           MOVE SPACES TO W-LP-PROG(1) W-LP-PROG(2) W-LP-PROG(3)
                          W-LP-PROG(4) W-LP-PROG(5).

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
              MOVE 'PRJ-RECERT-L' TO ERRL-PROG
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
