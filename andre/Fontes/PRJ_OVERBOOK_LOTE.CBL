       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-OVERBOOK-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_OVB.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_LOG.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_OVB.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_LOG.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-OVB                PIC  X(02).
               88 VAL-OVB            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  CAMPOS-CTRL-W.
               05 W-DIAS-JANELA           PIC  9(05) VALUE 90.
               05 W-FATOR-PERC            PIC  9(03) VALUE 50.
               05 W-TETO-LUG              PIC  9(02) VALUE 4.
               05 W-CAP-PADRAO            PIC  9(02) VALUE 30.
               05 W-AMOSTRA-MIN           PIC  9(05) VALUE 30.
               05 W-CAPACIDADE            PIC  9(02).
               05 W-MAX-LUG               PIC  9(02).
               05 W-SUGERIDO              PIC  9(05).
               05 W-SUG-ANT               PIC  9(02).
               05 W-TAXA                  PIC  9(03)V99.
               05 W-TIPO                  PIC  9(02).
               05 W-HOJE-J                PIC  9(09).
               05 W-VIA-J                 PIC  9(09).
               05 W-QTD-ROTAS             PIC  9(05) VALUE 0.
               05 W-QTD-PENDENTES         PIC  9(05) VALUE 0.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

           | embarcados e no-shows da janela por linha e tipo
           | (1-suburbano, 2-convencional), somados numa ?nica
           | leitura do BILHETE.ARQ
           03  W-ACUM-FRO OCCURS 999 TIMES.
               05 W-ACUM-TIPO OCCURS 2 TIMES.
                  07 W-ACUM-BASE          PIC  9(07).
                  07 W-ACUM-NOSHOW        PIC  9(07).

           03 CAMPOS-IMPRESSAO.
               05 W-CAB-OVB.
                  07 FILLER    PIC X(40) VALUE
                     'FRANQUIA DE OVERBOOKING POR LINHA'.
               05 W-CAB-OVB-2.
                  07 FILLER    PIC X(50) VALUE
                     'FROTA TIPO  VIAGENS NO-SHOW  TAXA%  SUGERIDO'.
                  07 FILLER    PIC X(20) VALUE
                     ' APROVADO SITUACAO'.
               05 W-LINHA-OVB.
                  07 WL-FRO    PIC ZZ9.
                  07 FILLER    PIC X(04) VALUE SPACES.
                  07 WL-TIPO   PIC 9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 WL-BASE   PIC Z(6)9.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-NS     PIC Z(6)9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 WL-TAXA   PIC ZZ9,99.
                  07 FILLER    PIC X(07) VALUE SPACES.
                  07 WL-SUG    PIC Z9.
                  07 FILLER    PIC X(07) VALUE SPACES.
                  07 WL-APR    PIC Z9.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-SIT    PIC X(10).
               05 W-LINHA-RESUMO.
                  07 FILLER    PIC X(09) VALUE 'LINHAS: '.
                  07 WR-ROT    PIC ZZZZ9.
                  07 FILLER    PIC X(30) VALUE
                     '  AGUARDANDO APROVACAO: '.
                  07 WR-PEN    PIC ZZZZ9.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | c?lculo da franquia de overbooking: taxa de no-show
           | das viagens dos ?ltimos PARAM 70 dias (default 90)
           | por linha e tipo, vezes a lota??o e o fator de
           | seguran?a do PARAM 71 (default 50%), limitada ao
           | PARAM 72 lugares (default 4). Abaixo de 30 bilhetes
           | na janela n?o h? amostra e a sugest?o ? zero. A
           | sugest?o s? vale depois de aprovada pelo supervisor
           | no PRJ_APROVA_OVB; at? l? a venda usa OVB-APROVADO

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN I-O COVERBOOK
           IF ST-OVB = '35'
              OPEN OUTPUT COVERBOOK
              CLOSE COVERBOOK
              OPEN I-O COVERBOOK.
           IF NOT VAL-OVB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPARAM
           IF ST-PARAM = '35'
              CONTINUE
           ELSE
              IF NOT VAL-PARAM
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM LE-PARAMETROS
              CLOSE CPARAM
           END-IF.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-HOJE-J = FUNCTION INTEGER-OF-DATE(
                              W-ANOAUXI-I * 10000 +
                              W-MESAUXI-I * 100 +
                              W-DIAAUXI-I)
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           INITIALIZE W-ACUM-FRO
           PERFORM VARRE-BILHETES

           OPEN OUTPUT PRINTF
           WRITE PRINTF-R FROM W-CAB-OVB AFTER 1
           WRITE PRINTF-R FROM W-CAB-OVB-2 AFTER 2
           PERFORM VARRE-FROTAS

           MOVE W-QTD-ROTAS     TO WR-ROT
           MOVE W-QTD-PENDENTES TO WR-PEN
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 2
           CLOSE PRINTF

           PERFORM GRAVA-LOG-CALCULO.

       FIM.
           CLOSE CBILHETE CFROTA COVERBOOK CLOG.
           EXIT PROGRAM
           STOP RUN.

       LE-PARAMETROS.
           INITIALIZE PARAM-REG-1
           MOVE 70 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-DIAS-JANELA
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 71 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-FATOR-PERC
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 72 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-TETO-LUG
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 1 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-CAP-PADRAO
           END-IF.

       VARRE-BILHETES.
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 IF ST-BIL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              | s? viagens j? decididas no port?o: embarcou ou
              | n?o compareceu
              IF (BIL-EMBARCADO OR BIL-NAO-EMBARCOU)
                 AND BIL-DATA NOT = 0
                 AND BIL-FRO > 0
                 AND (BIL-TIPO = 1 OR BIL-TIPO = 2)
                 PERFORM ACUMULA-BILHETE
              END-IF
           END-PERFORM.

       ACUMULA-BILHETE.
           MOVE BIL-DATA TO W-DATAUXI
           COMPUTE W-VIA-J = FUNCTION INTEGER-OF-DATE(
                             W-ANOAUXI * 10000 +
                             W-MESAUXI * 100 +
                             W-DIAAUXI)
           IF W-VIA-J > W-HOJE-J
              OR W-VIA-J + W-DIAS-JANELA < W-HOJE-J
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-ACUM-BASE(BIL-FRO, BIL-TIPO)
           IF BIL-NAO-EMBARCOU
              ADD 1 TO W-ACUM-NOSHOW(BIL-FRO, BIL-TIPO)
           END-IF.

       VARRE-FROTAS.
           INITIALIZE FRO-REG-1
           START CFROTA KEY >= FRO-ID
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT VAL-FRO
              READ CFROTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRO
                 IF ST-FRO <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              IF FRO-ID > 0
                 PERFORM VARYING W-TIPO FROM 1 BY 1 UNTIL W-TIPO > 2
                    PERFORM CALCULA-FRANQUIA
                 END-PERFORM
              END-IF
           END-PERFORM.

       CALCULA-FRANQUIA.
           INITIALIZE OVB-REG-1
           MOVE FRO-ID TO OVB-FRO
           MOVE W-TIPO TO OVB-TIPO
           READ COVERBOOK
           IF ST-OVB NOT = '23' AND NOT VAL-OVB
              PERFORM ERRO-ARQUIVO
           END-IF

           | linha sem movimento e sem franquia cadastrada n?o
           | entra no arquivo
           IF ST-OVB = '23' AND W-ACUM-BASE(FRO-ID, W-TIPO) = 0
              EXIT PARAGRAPH
           END-IF

           MOVE FRO-CAP TO W-CAPACIDADE
           IF W-CAPACIDADE = 0
              MOVE W-CAP-PADRAO TO W-CAPACIDADE
           END-IF
           | o quadro de poltronas da venda vai at? 60
           COMPUTE W-MAX-LUG = 60 - W-CAPACIDADE
           IF W-MAX-LUG > W-TETO-LUG
              MOVE W-TETO-LUG TO W-MAX-LUG
           END-IF

           MOVE 0 TO W-TAXA W-SUGERIDO
           IF W-ACUM-BASE(FRO-ID, W-TIPO) > 0
              COMPUTE W-TAXA ROUNDED =
                      W-ACUM-NOSHOW(FRO-ID, W-TIPO) * 100 /
                      W-ACUM-BASE(FRO-ID, W-TIPO)
           END-IF
           IF W-ACUM-BASE(FRO-ID, W-TIPO) >= W-AMOSTRA-MIN
              COMPUTE W-SUGERIDO =
                      W-CAPACIDADE * W-TAXA * W-FATOR-PERC / 10000
           END-IF
           IF W-SUGERIDO > W-MAX-LUG
              MOVE W-MAX-LUG TO W-SUGERIDO
           END-IF

           IF ST-OVB = '23'
              INITIALIZE OVB-REG-1
              MOVE FRO-ID TO OVB-FRO
              MOVE W-TIPO TO OVB-TIPO
              MOVE 0 TO OVB-APROVADO
              SET OVB-APROVADA TO TRUE
           END-IF
           MOVE OVB-SUGERIDO TO W-SUG-ANT

           MOVE W-ACUM-BASE(FRO-ID, W-TIPO)   TO OVB-QTD-BASE
           MOVE W-ACUM-NOSHOW(FRO-ID, W-TIPO) TO OVB-QTD-NOSHOW
           MOVE W-TAXA     TO OVB-TAXA
           MOVE W-SUGERIDO TO OVB-SUGERIDO
           MOVE W-DATASIS  TO OVB-DT-CALC

           | sugest?o igual ? franquia em vigor n?o precisa de
           | aprova??o; a mesma sugest?o j? recusada n?o volta
           | para a fila do supervisor
           EVALUATE TRUE
              WHEN OVB-SUGERIDO = OVB-APROVADO
                 SET OVB-APROVADA TO TRUE
              WHEN OVB-RECUSADA AND OVB-SUGERIDO = W-SUG-ANT
                 CONTINUE
              WHEN OTHER
                 SET OVB-PENDENTE TO TRUE
           END-EVALUATE

           IF ST-OVB = '23'
              WRITE OVB-REG-1
           ELSE
              REWRITE OVB-REG-1
           END-IF
           IF NOT VAL-OVB
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1 TO W-QTD-ROTAS
           IF OVB-PENDENTE
              ADD 1 TO W-QTD-PENDENTES
           END-IF
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           MOVE OVB-FRO        TO WL-FRO
           MOVE OVB-TIPO       TO WL-TIPO
           MOVE OVB-QTD-BASE   TO WL-BASE
           MOVE OVB-QTD-NOSHOW TO WL-NS
           MOVE OVB-TAXA       TO WL-TAXA
           MOVE OVB-SUGERIDO   TO WL-SUG
           MOVE OVB-APROVADO   TO WL-APR
           EVALUATE TRUE
              WHEN OVB-PENDENTE MOVE 'PENDENTE' TO WL-SIT
              WHEN OVB-RECUSADA MOVE 'RECUSADA' TO WL-SIT
              WHEN OTHER        MOVE 'APROVADA' TO WL-SIT
           END-EVALUATE
           WRITE PRINTF-R FROM W-LINHA-OVB AFTER 1.

       GRAVA-LOG-CALCULO.
           ACCEPT W-HORA FROM TIME
           INITIALIZE LOG-REG-1
           MOVE W-HORA TO LOG-HORA
           MOVE W-DATASIS TO LOG-DIA
           READ CLOG
           IF ST-LOG = '23'
              INITIALIZE LOG-REG-1
              MOVE W-HORA TO LOG-HORA
              MOVE W-DATASIS TO LOG-DIA
           ELSE
              IF NOT VAL-LOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           MOVE W-LOGIN-L TO LOG-USU
           MOVE 'Calculo da franquia de overbooking' TO LOG-REG
           MOVE 'OVERBOOK.AR' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 3 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
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
              MOVE 'PRJ-OVERBOOK' TO ERRL-PROG
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
