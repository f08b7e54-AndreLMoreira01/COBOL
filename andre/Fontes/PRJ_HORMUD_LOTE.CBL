       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-HORMUD-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_HMD.SL".
           COPY "PRJ_HIM.SL".
           COPY "PRJ_HORA.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_LOG.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_HMD.FD".
           COPY "PRJ_HIM.FD".
           COPY "PRJ_HORA.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_CLI.FD".
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
           03  ST-HMD                PIC  X(02).
               88 VAL-HMD            VALUE '00' THRU '09'.
           03  ST-HIM                PIC  X(02).
               88 VAL-HIM            VALUE '00' THRU '09'.
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  CAMPOS-CTRL-W.
               05 W-DIAS-PRAZO            PIC  9(03) VALUE 30.
               05 W-DIAS-RELATORIO        PIC  9(03) VALUE 30.
               05 W-HOJE-I                PIC  9(08).
               05 W-HOJE-J                PIC  9(09).
               05 W-PRAZO-DDMM            PIC  9(08).
               05 W-VIG-I                 PIC  9(08).
               05 W-INICIO-I              PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-PRAZO-J               PIC  9(09).
               05 W-QTD-MUDANCAS          PIC  9(05) VALUE 0.
               05 W-QTD-AVISOS            PIC  9(07) VALUE 0.
               05 W-QTD-BIL-MUD           PIC  9(05).
               05 W-TOT-SIT               PIC  9(07) OCCURS 4 TIMES.
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

           03 CAMPOS-MENSAGEM.
               05 W-TMPL-TIPO    PIC 9(02).
               05 W-TMPL-VARS.
                  07 W-TMV-NOME  PIC X(60).
                  07 W-TMV-ROTA  PIC X(60).
                  07 W-TMV-DATA  PIC 99/99/9999.
                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).

           03 CAMPOS-IMPRESSAO.
               05 W-CAB-HIM.
                  07 FILLER    PIC X(50) VALUE
                     'IMPACTO DE MUDANCA DE HORARIO NOS BILHETES'.
               05 W-CAB-HIM-2.
                  07 FILLER    PIC X(50) VALUE
                     'FROTA DATA       PART BILHETE          CLIENTE'.
                  07 FILLER    PIC X(50) VALUE
                     '        ANTES NOVA  PRAZO      SITUACAO'.
               05 W-LINHA-HIM.
                  07 WL-FRO    PIC ZZ9.
                  07 FILLER    PIC X(03) VALUE SPACES.
                  07 WL-DATA   PIC 99/99/9999.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-VIA    PIC 9.
                  07 FILLER    PIC X(04) VALUE SPACES.
                  07 WL-BIL    PIC 9(16).
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-CLI    PIC 9(11).
                  07 FILLER    PIC X(04) VALUE SPACES.
                  07 WL-ANT    PIC 99.99.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-NOVA   PIC 99.99.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-PRAZO  PIC 99/99/9999.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 WL-SIT    PIC X(12).
               05 W-LINHA-RESUMO.
                  07 FILLER    PIC X(12) VALUE 'AVISADOS: '.
                  07 WR-AVI    PIC ZZZZZZ9.
                  07 FILLER    PIC X(12) VALUE '  ACEITOU: '.
                  07 WR-ACE    PIC ZZZZZZ9.
                  07 FILLER    PIC X(13) VALUE '  REMARCOU: '.
                  07 WR-REM    PIC ZZZZZZ9.
                  07 FILLER    PIC X(13) VALUE '  CANCELOU: '.
                  07 WR-CAN    PIC ZZZZZZ9.

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
           | mudan?a de hor?rio com vig?ncia (PRJ_CAD_FRO): a
           | cada rodada avisa os portadores de bilhete
           | confirmado das partidas afetadas a partir da
           | vig?ncia, acerta a hora prevista das viagens j?
           | abertas e, chegado o dia, grava o hor?rio novo no
           | HORARIO.ARQ. O passageiro avisado tem PARAM 76 dias
           | (default 30) para remarcar ou cancelar sem multa
           | no guich?; depois disso, ou se viajar, conta como
           | aceite. O relat?rio lista os avisos dos ?ltimos 30
           | dias com a resposta de cada um

           OPEN I-O CHORMUD
           IF ST-HMD = '35'
              OPEN OUTPUT CHORMUD
              CLOSE CHORMUD
              OPEN I-O CHORMUD.
           IF NOT VAL-HMD
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CHORIMP
           IF ST-HIM = '35'
              OPEN OUTPUT CHORIMP
              CLOSE CHORIMP
              OPEN I-O CHORIMP.
           IF NOT VAL-HIM
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CHORARIO
           IF ST-HOR = '35'
              OPEN OUTPUT CHORARIO
              CLOSE CHORARIO
              OPEN I-O CHORARIO.
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CVIAGEM
           IF ST-VIA = '35'
              OPEN OUTPUT CVIAGEM
              CLOSE CVIAGEM
              OPEN I-O CVIAGEM.
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
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
           MOVE W-DATASIS TO W-HOJE-I
           COMPUTE W-HOJE-J = FUNCTION INTEGER-OF-DATE(W-HOJE-I)
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           COMPUTE W-PRAZO-J = W-HOJE-J + W-DIAS-PRAZO
           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(W-PRAZO-J)
           COMPUTE W-PRAZO-DDMM = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000

           PERFORM VARRE-MUDANCAS

           INITIALIZE W-TOT-SIT(1) W-TOT-SIT(2) W-TOT-SIT(3)
                      W-TOT-SIT(4)
           OPEN OUTPUT PRINTF
           WRITE PRINTF-R FROM W-CAB-HIM AFTER 1
           WRITE PRINTF-R FROM W-CAB-HIM-2 AFTER 2
           PERFORM VARRE-IMPACTOS

           MOVE W-TOT-SIT(1) TO WR-AVI
           MOVE W-TOT-SIT(2) TO WR-ACE
           MOVE W-TOT-SIT(3) TO WR-REM
           MOVE W-TOT-SIT(4) TO WR-CAN
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 2
           CLOSE PRINTF

           IF W-QTD-MUDANCAS > 0
              PERFORM GRAVA-LOG-MUDANCA
           END-IF.

       FIM.
           CLOSE CHORMUD CHORIMP CHORARIO CBILHETE CVIAGEM
                 CCLIENTE CLOG.
           EXIT PROGRAM
           STOP RUN.

       LE-PARAMETROS.
           INITIALIZE PARAM-REG-1
           MOVE 76 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-DIAS-PRAZO
           END-IF.

       VARRE-MUDANCAS.
           INITIALIZE HMD-REG-1
           START CHORMUD KEY >= HMD-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CHORMUD NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-HMD
                 EXIT PERFORM
              END-IF
              IF HMD-AGUARDANDO OR HMD-VIGENTE
                 PERFORM PROCESSA-MUDANCA
              END-IF
           END-PERFORM.

       PROCESSA-MUDANCA.
           | bilhetes e viagens contam da vig?ncia ou de hoje,
           | o que vier depois
           MOVE HMD-VIGENCIA TO W-DATAUXI
           COMPUTE W-VIG-I = W-ANOAUXI * 10000 +
                             W-MESAUXI * 100 + W-DIAAUXI
           MOVE W-VIG-I TO W-INICIO-I
           IF W-HOJE-I > W-INICIO-I
              MOVE W-HOJE-I TO W-INICIO-I
           END-IF

           MOVE 0 TO W-QTD-BIL-MUD
           PERFORM AVISA-BILHETES-MUDANCA
           PERFORM ATUALIZA-VIAGENS-MUDANCA

           IF HMD-AGUARDANDO AND W-VIG-I <= W-HOJE-I
              PERFORM APLICA-HORARIO
              SET HMD-CONCLUIDA TO TRUE
           END-IF
           IF HMD-VIGENTE
              SET HMD-CONCLUIDA TO TRUE
           END-IF
           MOVE W-DATASIS TO HMD-DT-PROC
           ADD W-QTD-BIL-MUD TO HMD-QTD-BIL
           REWRITE HMD-REG-1
           IF NOT VAL-HMD
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-MUDANCAS.

       AVISA-BILHETES-MUDANCA.
           INITIALIZE BIL-REG-1
           MOVE HMD-FRO TO BIL-FRO
           MOVE 0       TO BIL-DATA
           MOVE 0       TO BIL-VIA
           MOVE 0       TO BIL-TIPO
           MOVE 0       TO BIL-POL
           START CBILHETE KEY >= BIL-RK-2
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF BIL-FRO NOT = HMD-FRO
                 EXIT PERFORM
              END-IF
              IF BIL-VIA = HMD-NUM AND BIL-CONFIRMADO
                 MOVE BIL-DATA TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATA-I >= W-INICIO-I
                    PERFORM REGISTRA-IMPACTO
                 END-IF
              END-IF
           END-PERFORM.

       REGISTRA-IMPACTO.
           INITIALIZE HIM-REG-1
           MOVE BIL-NMR TO HIM-NMR-BIL
           READ CHORIMP
           IF VAL-HIM
              IF HIM-FRO = HMD-FRO AND HIM-VIA = HMD-NUM
                 AND HIM-HMD-SEQ = HMD-SEQ
                 | avisado em rodada anterior
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF ST-HIM <> '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           MOVE BIL-NMR       TO HIM-NMR-BIL
           MOVE BIL-FRO       TO HIM-FRO
           MOVE BIL-DATA      TO HIM-DATA
           MOVE BIL-VIA       TO HIM-VIA
           MOVE HMD-SEQ       TO HIM-HMD-SEQ
           MOVE BIL-CLI       TO HIM-CLI
           MOVE HMD-HORA-ANT  TO HIM-HORA-ANT
           MOVE HMD-HORA-NOVA TO HIM-HORA-NOVA
           MOVE W-DATASIS     TO HIM-DT-AVISO
           MOVE W-PRAZO-DDMM  TO HIM-PRAZO
           SET HIM-AVISADO    TO TRUE
           MOVE 0             TO HIM-DT-RESP
           MOVE SPACES        TO HIM-USU-RESP
           IF ST-HIM = '23'
              WRITE HIM-REG-1
           ELSE
              REWRITE HIM-REG-1
           END-IF
           IF NOT VAL-HIM
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-BIL-MUD W-QTD-AVISOS

           INITIALIZE CLI-REG-1
           MOVE BIL-CLI TO CLI-CPF
           READ CCLIENTE
           IF NOT VAL-CLI
              EXIT PARAGRAPH
           END-IF

           INITIALIZE W-TMPL-VARS
           MOVE CLI-NOME      TO W-TMV-NOME
           MOVE BIL-DATA      TO W-TMV-DATA
           MOVE HMD-HORA-NOVA TO W-TMV-HORA
           MOVE BIL-POL       TO W-TMV-POL
           MOVE BIL-NMR       TO W-TMV-BIL
           MOVE 14 TO W-TMPL-TIPO

           IF CLI-EMAIL NOT = SPACES
              MOVE SPACES TO W-MAIL-TXT1 W-MAIL-TXT2
              PERFORM MONTA-MENSAGEM-TEMPLATE
              CALL "PRJ_MAILQ_ENQ" USING CLI-EMAIL,
                   W-MAIL-TXT1, W-MAIL-TXT2
                 ON OVERFLOW CONTINUE
                 NOT OVERFLOW
                      CANCEL "PRJ_MAILQ_ENQ"
              END-CALL
           END-IF

           IF CLI-CEL NOT = 0 AND NOT CLI-SMS-RECUSADO
              MOVE SPACES TO W-MAIL-TXT1
              PERFORM MONTA-MENSAGEM-TEMPLATE
              CALL "PRJ_SMS_ENQ" USING CLI-CEL, W-MAIL-TXT1
                 ON OVERFLOW CONTINUE
                 NOT OVERFLOW
                      CANCEL "PRJ_SMS_ENQ"
              END-CALL
           END-IF.

       MONTA-MENSAGEM-TEMPLATE.
           CALL "PRJ_TMPL_MONTA" USING W-TMPL-TIPO, W-TMPL-VARS,
                W-MAIL-TXT1, W-MAIL-TXT2
              ON OVERFLOW CONTINUE
              NOT OVERFLOW
                   CANCEL "PRJ_TMPL_MONTA"
           END-CALL.

       ATUALIZA-VIAGENS-MUDANCA.
           | viagem j? aberta (primeira venda ou escala) com a
           | hora antiga passa a prever a nova
           INITIALIZE VIA-REG-1
           MOVE HMD-FRO TO VIA-FRO
           MOVE 0       TO VIA-DATA
           MOVE 0       TO VIA-NUM
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF
              IF VIA-FRO NOT = HMD-FRO
                 EXIT PERFORM
              END-IF
              IF VIA-NUM = HMD-NUM AND VIA-PROGRAMADA
                 AND (VIA-HR-PREV = 0 OR VIA-HR-PREV = HMD-HORA-ANT)
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATA-I >= W-INICIO-I
                    MOVE HMD-HORA-NOVA TO VIA-HR-PREV
                    REWRITE VIA-REG-1
                    IF NOT VAL-VIA
                       PERFORM ERRO-ARQUIVO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APLICA-HORARIO.
           INITIALIZE HOR-REG-1
           MOVE HMD-FRO TO HOR-FRO
           MOVE HMD-NUM TO HOR-NUM
           READ CHORARIO
           IF ST-HOR = '23'
              INITIALIZE HOR-REG-1
              MOVE HMD-FRO       TO HOR-FRO
              MOVE HMD-NUM       TO HOR-NUM
              MOVE HMD-HORA-NOVA TO HOR-HORA
              MOVE HMD-USU       TO HOR-USU
              WRITE HOR-REG-1
           ELSE
              IF NOT VAL-HOR
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE HMD-HORA-NOVA TO HOR-HORA
              MOVE HMD-USU       TO HOR-USU
              REWRITE HOR-REG-1
           END-IF
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO
           END-IF.

       VARRE-IMPACTOS.
           INITIALIZE HIM-REG-1
           START CHORIMP KEY >= HIM-NMR-BIL
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CHORIMP NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-HIM
                 EXIT PERFORM
              END-IF
              IF HIM-AVISADO
                 PERFORM CONFERE-RESPOSTA
              END-IF
              PERFORM IMPRIME-IMPACTO
           END-PERFORM.

       CONFERE-RESPOSTA.
           | a resposta normalmente vem do guich? (PRJ_EMT_BIL);
           | aqui fecha quem viajou, perdeu o prazo ou teve o
           | bilhete mexido por outro caminho
           INITIALIZE BIL-REG-1
           MOVE HIM-NMR-BIL TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF ST-BIL = '23'
              SET HIM-CANCELOU TO TRUE
           ELSE
              IF NOT VAL-BIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              EVALUATE TRUE
                 WHEN BIL-CANCELADO
                      SET HIM-CANCELOU TO TRUE
                 WHEN BIL-CONFIRMADO
                      AND (BIL-FRO NOT = HIM-FRO
                           OR BIL-DATA NOT = HIM-DATA
                           OR BIL-VIA NOT = HIM-VIA)
                      SET HIM-REMARCOU TO TRUE
                 WHEN BIL-CONFIRMADO
                      MOVE HIM-PRAZO TO W-DATAUXI
                      COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                         W-MESAUXI * 100 + W-DIAAUXI
                      IF W-DATA-I < W-HOJE-I
                         SET HIM-ACEITOU TO TRUE
                      END-IF
                 WHEN OTHER
                      SET HIM-ACEITOU TO TRUE
              END-EVALUATE
           END-IF

           IF NOT HIM-AVISADO
              MOVE W-DATASIS TO HIM-DT-RESP
              MOVE W-LOGIN-L TO HIM-USU-RESP
              REWRITE HIM-REG-1
              IF NOT VAL-HIM
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

       IMPRIME-IMPACTO.
           MOVE HIM-PRAZO TO W-DATAUXI
           COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                              W-MESAUXI * 100 + W-DIAAUXI
           IF FUNCTION INTEGER-OF-DATE(W-DATA-I) + W-DIAS-RELATORIO
              < W-HOJE-J
              EXIT PARAGRAPH
           END-IF

           MOVE HIM-FRO       TO WL-FRO
           MOVE HIM-DATA      TO WL-DATA
           MOVE HIM-VIA       TO WL-VIA
           MOVE HIM-NMR-BIL   TO WL-BIL
           MOVE HIM-CLI       TO WL-CLI
           MOVE HIM-HORA-ANT  TO WL-ANT
           MOVE HIM-HORA-NOVA TO WL-NOVA
           MOVE HIM-PRAZO     TO WL-PRAZO
           EVALUATE TRUE
              WHEN HIM-ACEITOU
                   MOVE 'ACEITOU'     TO WL-SIT
              WHEN HIM-REMARCOU
                   MOVE 'REMARCOU'    TO WL-SIT
              WHEN HIM-CANCELOU
                   MOVE 'CANCELOU'    TO WL-SIT
              WHEN OTHER
                   MOVE 'SEM RESPOSTA' TO WL-SIT
           END-EVALUATE
           ADD 1 TO W-TOT-SIT(HIM-SITUACAO)
           WRITE PRINTF-R FROM W-LINHA-HIM AFTER 1.

       GRAVA-LOG-MUDANCA.
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
           MOVE 'Mudanca de horario avisada aos passageiros'
                TO LOG-REG
           MOVE 'HORMUD.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-HORMUD-L' TO ERRL-PROG
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
