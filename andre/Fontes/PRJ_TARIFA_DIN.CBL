       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-TARIFA-DIN.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_TDN.SL".
           COPY "PRJ_BIL.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_TDN.FD".
           COPY "PRJ_BIL.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-TDN                PIC  X(02).
               88 VAL-TDN            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  W-TDN-ATIVA           PIC  X(01).
               88 TDN-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-ACHOU-REGRA         PIC  X(01).
               88 ACHOU-REGRA        VALUE 'S' FALSE 'N'.
           03  W-ACHOU-FAIXA         PIC  X(01).
               88 ACHOU-FAIXA        VALUE 'S' FALSE 'N'.

           03  IND                   PIC  9(02).
           03  W-VENDIDOS            PIC  9(05).
           03  W-OCUP-CALC           PIC  9(05).
           03  W-DIAS-CALC           PIC S9(07).
           03  W-OCUP-MAX            PIC  9(03).
           03  W-DIAS-MAX            PIC  9(03).
           03  W-AJUSTE              PIC S9(03).
           03  W-TARIFA-NOVA         PIC  9(07)V99.
           03  W-TARIFA-LIM          PIC  9(07)V99.

           03  W-DIA-HOJE            PIC  9(08).
           03  W-DIA-VIAGEM          PIC  9(08).
           03  W-DATASIS             PIC  9(08).
           03  W-DATAUXI             PIC  9(08).
           03  REDEFINES W-DATAUXI.
               05 W-DIAAUXI          PIC  9(02).
               05 W-MESAUXI          PIC  9(02).
               05 W-ANOAUXI          PIC  9(04).
           03  REDEFINES W-DATAUXI.
               05 W-ANOAUXI-I        PIC  9(04).
               05 W-MESAUXI-I        PIC  9(02).
               05 W-DIAAUXI-I        PIC  9(02).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

           COPY "PRJ_TDM.CPY".

       PROCEDURE DIVISION USING AREA-TARIFA-DIN.
       INICIO.
           | tarifa dinamica por lotacao: a regra da linha
           | (TARIFADIN.ARQ, linha + tipo, tipo 0 vale para os
           | dois) tem ate 8 faixas de lotacao x dias para a
           | partida; vale a primeira faixa que casar e o
           | resultado fica entre o piso e o teto da regra,
           | ambos em % da tarifa recebida (0 = sem limite).
           | Venda no guiche, cotacao e disponibilidade da web
           | passam por aqui para cotar o mesmo preco

           MOVE 0 TO TDM-OCUP-PERC TDM-DIAS TDM-PERC TDM-VLR
           SET TDM-SEM-REGRA TO TRUE
           SET TDN-ATIVA TO FALSE

           IF TDM-FRO = 0 OR TDM-DATA = 0 OR TDM-TARIFA = 0
              PERFORM FIM
           END-IF

           OPEN INPUT CTARDIN
           IF ST-TDN = '35'
              PERFORM FIM
           END-IF
           IF NOT VAL-TDN
              PERFORM ERRO-ARQUIVO
           END-IF
           SET TDN-ATIVA TO TRUE

           PERFORM PROCURA-REGRA
           IF NOT ACHOU-REGRA
              PERFORM FIM
           END-IF

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           PERFORM CONTA-LOTACAO
           CLOSE CBILHETE

           PERFORM CALCULA-DIAS
           PERFORM APLICA-REGRA.

       FIM.
           IF TDN-ATIVA
              CLOSE CTARDIN
           END-IF
           EXIT PROGRAM.

       PROCURA-REGRA.
           | regra do tipo da partida; sem ela, a regra da linha
           | para os dois tipos
           SET ACHOU-REGRA TO FALSE
           INITIALIZE TDN-REG-1
           MOVE TDM-FRO  TO TDN-FRO
           MOVE TDM-TIPO TO TDN-TIPO
           READ CTARDIN
           IF VAL-TDN
              SET ACHOU-REGRA TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF ST-TDN NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE TDN-REG-1
           MOVE TDM-FRO TO TDN-FRO
           MOVE 0       TO TDN-TIPO
           READ CTARDIN
           IF VAL-TDN
              SET ACHOU-REGRA TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF ST-TDN NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF.

       CONTA-LOTACAO.
           | lotacao = bilhetes nao cancelados da partida sobre
           | a capacidade informada pelo chamador
           MOVE 0 TO W-VENDIDOS
           INITIALIZE BIL-REG-1
           MOVE TDM-FRO  TO BIL-FRO
           MOVE TDM-DATA TO BIL-DATA
           MOVE TDM-VIA  TO BIL-VIA
           MOVE TDM-TIPO TO BIL-TIPO
           MOVE 0        TO BIL-POL
           START CBILHETE KEY >= BIL-RK-2
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 PERFORM UNTIL 1 = 2
                    READ CBILHETE NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF NOT VAL-BIL
                       EXIT PERFORM
                    END-IF
                    IF (BIL-FRO NOT = TDM-FRO)
                       OR (BIL-DATA NOT = TDM-DATA)
                       OR (BIL-VIA NOT = TDM-VIA)
                       OR (BIL-TIPO NOT = TDM-TIPO)
                       EXIT PERFORM
                    END-IF
                    IF NOT BIL-CANCELADO
                       ADD 1 TO W-VENDIDOS
                    END-IF
                 END-PERFORM
           END-START

           IF TDM-CAPAC = 0
              MOVE 0 TO TDM-OCUP-PERC
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-OCUP-CALC = W-VENDIDOS * 100 / TDM-CAPAC
           IF W-OCUP-CALC > 999
              MOVE 999 TO W-OCUP-CALC
           END-IF
           MOVE W-OCUP-CALC TO TDM-OCUP-PERC.

       CALCULA-DIAS.
           | dias corridos de hoje ate a data da partida
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DIA-HOJE
           MOVE TDM-DATA TO W-DATAUXI
           COMPUTE W-DIA-VIAGEM = W-ANOAUXI * 10000 +
                                  W-MESAUXI * 100 + W-DIAAUXI
           COMPUTE W-DIAS-CALC =
                   FUNCTION INTEGER-OF-DATE(W-DIA-VIAGEM) -
                   FUNCTION INTEGER-OF-DATE(W-DIA-HOJE)
           IF W-DIAS-CALC < 0
              MOVE 0 TO W-DIAS-CALC
           END-IF
           IF W-DIAS-CALC > 999
              MOVE 999 TO W-DIAS-CALC
           END-IF
           MOVE W-DIAS-CALC TO TDM-DIAS.

       APLICA-REGRA.
           | faixa vazia (maximos e ajuste zerados) e ignorada;
           | maximo zerado numa faixa preenchida = sem limite
           SET TDM-OK TO TRUE
           SET ACHOU-FAIXA TO FALSE
           MOVE 0 TO W-AJUSTE
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 8
                                              OR ACHOU-FAIXA
              IF TDN-OCUP-MAX(IND) NOT = 0
                 OR TDN-DIAS-MAX(IND) NOT = 0
                 OR TDN-AJUSTE(IND) NOT = 0
                 MOVE TDN-OCUP-MAX(IND) TO W-OCUP-MAX
                 IF W-OCUP-MAX = 0
                    MOVE 999 TO W-OCUP-MAX
                 END-IF
                 MOVE TDN-DIAS-MAX(IND) TO W-DIAS-MAX
                 IF W-DIAS-MAX = 0
                    MOVE 999 TO W-DIAS-MAX
                 END-IF
                 IF TDM-OCUP-PERC >= TDN-OCUP-MIN(IND)
                    AND TDM-OCUP-PERC <= W-OCUP-MAX
                    AND TDM-DIAS >= TDN-DIAS-MIN(IND)
                    AND TDM-DIAS <= W-DIAS-MAX
                    SET ACHOU-FAIXA TO TRUE
                    MOVE TDN-AJUSTE(IND) TO W-AJUSTE
                 END-IF
              END-IF
           END-PERFORM

           COMPUTE W-TARIFA-NOVA ROUNDED =
                   TDM-TARIFA * (100 + W-AJUSTE) / 100

           IF TDN-PISO-PERC > 0
              COMPUTE W-TARIFA-LIM ROUNDED =
                      TDM-TARIFA * TDN-PISO-PERC / 100
              IF W-TARIFA-NOVA < W-TARIFA-LIM
                 MOVE W-TARIFA-LIM TO W-TARIFA-NOVA
              END-IF
           END-IF
           IF TDN-TETO-PERC > 0
              COMPUTE W-TARIFA-LIM ROUNDED =
                      TDM-TARIFA * TDN-TETO-PERC / 100
              IF W-TARIFA-NOVA > W-TARIFA-LIM
                 MOVE W-TARIFA-LIM TO W-TARIFA-NOVA
              END-IF
           END-IF
           IF W-TARIFA-NOVA > 99999,99
              MOVE 99999,99 TO W-TARIFA-NOVA
           END-IF

           COMPUTE TDM-VLR = W-TARIFA-NOVA - TDM-TARIFA
           COMPUTE TDM-PERC ROUNDED = TDM-VLR * 100 / TDM-TARIFA
           MOVE W-TARIFA-NOVA TO TDM-TARIFA.

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
              MOVE 'PRJ-TARIFA-D' TO ERRL-PROG
              MOVE TDM-USU TO ERRL-USU
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
