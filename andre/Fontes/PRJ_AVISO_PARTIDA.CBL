       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-AVISO-PARTIDA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_HORA.SL".
           COPY "PRJ_LMB.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_HORA.FD".
           COPY "PRJ_LMB.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-LMB                PIC  X(02).
               88 VAL-LMB            VALUE '00' THRU '09'.

           03  W-HORA-PART           PIC  9(04).
           03  REDEFINES W-HORA-PART.
               05 W-HH-PART          PIC  9(02).
               05 W-MM-PART          PIC  9(02).
           03  W-MIN-PART            PIC  9(05).
           03  W-PLATAFORMA          PIC  X(03).
           03  W-DATASIS             PIC  9(08).
           03  W-HORA                PIC  9(08).
           03  W-DATAUXI             PIC  9(08).
           03  REDEFINES W-DATAUXI.
               05 W-ANOAUXI-I        PIC  9(04).
               05 W-MESAUXI-I        PIC  9(02).
               05 W-DIAAUXI-I        PIC  9(02).

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

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

           COPY "PRJ_AVP.CPY".

       PROCEDURE DIVISION USING AREA-AVISO-PARTIDA.
       INICIO.
           | aviso ao portador de bilhete confirmado de uma
           | partida, pelos canais que o cliente mant?m no
           | cadastro: e-mail quando informado e SMS quando h?
           | celular sem opt-out, como os demais avisos
           | transacionais. O lembrete sai uma vez s? por
           | bilhete, mesmo com o lote rodando v?rias vezes
           | no dia; o alerta de atraso sai a cada ocorr?ncia

           MOVE 0 TO AVP-QTD

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF ST-VIA = '35'
              OPEN OUTPUT CVIAGEM
              CLOSE CVIAGEM
              OPEN INPUT CVIAGEM.
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CHORARIO
           IF ST-HOR = '35'
              OPEN OUTPUT CHORARIO
              CLOSE CHORARIO
              OPEN INPUT CHORARIO.
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLEMBRETE
           IF ST-LMB = '35'
              OPEN OUTPUT CLEMBRETE
              CLOSE CLEMBRETE
              OPEN I-O CLEMBRETE.
           IF NOT VAL-LMB
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           ACCEPT W-HORA FROM TIME

           PERFORM BUSCA-PARTIDA
           PERFORM AVISA-PASSAGEIROS.

       FIM.
           CLOSE CBILHETE CCLIENTE CVIAGEM CHORARIO CLEMBRETE.
           EXIT PROGRAM.

       BUSCA-PARTIDA.
           | hora da escala na viagem; sem ela vale o hor?rio
           | fixo da linha. No atraso a previs?o nova ? a hora
           | da partida somada aos minutos informados
           MOVE 0      TO W-HORA-PART
           MOVE SPACES TO W-PLATAFORMA

           INITIALIZE VIA-REG-1
           MOVE AVP-FRO  TO VIA-FRO
           MOVE AVP-DATA TO VIA-DATA
           MOVE AVP-NUM  TO VIA-NUM
           READ CVIAGEM
           IF VAL-VIA
              MOVE VIA-HR-PREV    TO W-HORA-PART
              MOVE VIA-PLATAFORMA TO W-PLATAFORMA
           END-IF

           IF W-HORA-PART = 0
              INITIALIZE HOR-REG-1
              MOVE AVP-FRO TO HOR-FRO
              MOVE AVP-NUM TO HOR-NUM
              READ CHORARIO
              IF VAL-HOR
                 MOVE HOR-HORA TO W-HORA-PART
              END-IF
           END-IF

           IF AVP-ATRASO AND AVP-ATRASO-MIN > 0
              COMPUTE W-MIN-PART = W-HH-PART * 60 + W-MM-PART +
                                   AVP-ATRASO-MIN
              COMPUTE W-MIN-PART = FUNCTION MOD(W-MIN-PART 1440)
              COMPUTE W-HH-PART = W-MIN-PART / 60
              COMPUTE W-MM-PART = FUNCTION MOD(W-MIN-PART 60)
           END-IF

           IF W-PLATAFORMA = SPACES
              MOVE '--' TO W-PLATAFORMA
           END-IF.

       AVISA-PASSAGEIROS.
           INITIALIZE BIL-REG-1
           MOVE AVP-FRO  TO BIL-FRO
           MOVE AVP-DATA TO BIL-DATA
           MOVE AVP-NUM  TO BIL-VIA
           MOVE 0        TO BIL-TIPO
           MOVE 0        TO BIL-POL
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
              IF (BIL-FRO NOT = AVP-FRO)
                 OR (BIL-DATA NOT = AVP-DATA)
                 OR (BIL-VIA NOT = AVP-NUM)
                 EXIT PERFORM
              END-IF

              IF BIL-CONFIRMADO
                 PERFORM AVISA-UM-PASSAGEIRO
              END-IF
           END-PERFORM.

       AVISA-UM-PASSAGEIRO.
           IF AVP-LEMBRETE
              INITIALIZE LMB-REG-1
              MOVE BIL-NMR TO LMB-NMR-BIL
              READ CLEMBRETE
              IF VAL-LMB
                 | lembrado em rodada anterior
                 EXIT PARAGRAPH
              END-IF
              IF ST-LMB <> '23'
                 PERFORM ERRO-ARQUIVO
              END-IF

              INITIALIZE LMB-REG-1
              MOVE BIL-NMR      TO LMB-NMR-BIL
              MOVE BIL-FRO      TO LMB-FRO
              MOVE BIL-DATA     TO LMB-DATA
              MOVE BIL-VIA      TO LMB-VIA
              MOVE BIL-CLI      TO LMB-CLI
              MOVE W-HORA-PART  TO LMB-HORA-PART
              MOVE W-PLATAFORMA TO LMB-PLATAFORMA
              MOVE W-DATASIS    TO LMB-DT-ENVIO
              MOVE W-HORA       TO LMB-HORA-ENVIO
              WRITE LMB-REG-1
              IF NOT VAL-LMB
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE 3 TO W-TMPL-TIPO
           ELSE
              MOVE 13 TO W-TMPL-TIPO
           END-IF

           INITIALIZE CLI-REG-1
           MOVE BIL-CLI TO CLI-CPF
           READ CCLIENTE
           IF NOT VAL-CLI
              EXIT PARAGRAPH
           END-IF

           INITIALIZE W-TMPL-VARS
           MOVE CLI-NOME     TO W-TMV-NOME
           MOVE BIL-DATA     TO W-TMV-DATA
           MOVE W-HORA-PART  TO W-TMV-HORA
           MOVE BIL-POL      TO W-TMV-POL
           MOVE BIL-NMR      TO W-TMV-BIL
           MOVE W-PLATAFORMA TO W-TMV-PLAT

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
           END-IF

           ADD 1 TO AVP-QTD.

       MONTA-MENSAGEM-TEMPLATE.
           CALL "PRJ_TMPL_MONTA" USING W-TMPL-TIPO, W-TMPL-VARS,
                W-MAIL-TXT1, W-MAIL-TXT2
              ON OVERFLOW CONTINUE
              NOT OVERFLOW
                   CANCEL "PRJ_TMPL_MONTA"
           END-CALL.

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
              MOVE 'PRJ-AVISO-PA' TO ERRL-PROG
              MOVE AVP-USU TO ERRL-USU
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
