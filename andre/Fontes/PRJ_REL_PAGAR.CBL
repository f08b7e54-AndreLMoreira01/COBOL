       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-PAGAR.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_PAG.SL".
           COPY "PRJ_FOR.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_PAG.FD".
           COPY "PRJ_FOR.FD".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-VENC-1       PIC 9(08).
           03  SORT-FOR-1        PIC 9(06).
           03  SORT-NUM-1        PIC 9(08).
           03  SORT-PARC-1       PIC 9(02).
           03  SORT-QTD-PARC-1   PIC 9(02).
           03  SORT-DOC-1        PIC X(15).
           03  SORT-VALOR-1      PIC 9(09)V99.
           03  SORT-SIT-1        PIC 9(01).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-PAG                PIC  X(02).
               88 VAL-PAG            VALUE '00' THRU '09'.
           03  ST-FOR                PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
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

               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-DATAVEN-I             PIC  9(08).
               05 W-DATAHOJE-I            PIC  9(08).
               05 W-DIA-ANT               PIC  9(08).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-TOT-DIA               PIC  9(11)V99 VALUE 0.
               05 W-TOT-VENCIDO           PIC  9(11)V99 VALUE 0.
               05 W-TOT-A-VENCER          PIC  9(11)V99 VALUE 0.
               05 W-TOT-REMESSA           PIC  9(11)V99 VALUE 0.
               05 W-QTD-PARCELAS          PIC  9(07) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-VENC  PIC 99/99/9999B(2).
                  07 W-L1-NUM   PIC 9(08).
                  07 FILLER     PIC X(01) VALUE '/'.
                  07 W-L1-PARC  PIC 99.
                  07 FILLER     PIC X(01) VALUE '-'.
                  07 W-L1-QTD   PIC 99B(2).
                  07 W-L1-FOR   PIC 9(06)B.
                  07 W-L1-NOME  PIC X(30)B.
                  07 W-L1-DOC   PIC X(15)B.
                  07 W-L1-VALOR PIC ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-L1-SIT   PIC X(10)B.
                  07 W-L1-VENCIDA PIC X(07).

               05 W-LINHA-DIA.
                  07 FILLER     PIC X(56) VALUE SPACES.
                  07 FILLER     PIC X(20) VALUE
                     'TOTAL DO DIA        '.
                  07 W-LD-TOT   PIC ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'VENCIMENTO  TITULO/PC-QT  FORNECEDOR    '.
                  07 FILLER     PIC X(40) VALUE
                     '                           DOCUMENTO    '.
                  07 FILLER     PIC X(30) VALUE
                     '              VALOR  SITUACAO'.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'PARCELAS LISTADAS:                  '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'TOTAL VENCIDO E NAO PAGO:           '.
                  07 W-R2-TOT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'TOTAL A VENCER:                     '.
                  07 W-R3-TOT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(36) VALUE
                     'DOS QUAIS JA EM REMESSA AO BANCO:   '.
                  07 W-R4-TOT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'CONTAS A PAGAR - AGENDA DE VENCIMENTOS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(17) VALUE
                     'VENCIMENTOS ATE: '.
                  07 W-C2-FIN  PIC 99/99/9999.
                  07 FILLER    PIC X(33) VALUE
                     '  (INCLUI VENCIDAS EM ABERTO)'.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-PAGAR'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-DATAINI-L                    PIC 9(08).
       77  W-DATAFIN-L                    PIC 9(08).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATAINI-L, W-DATAFIN-L,
                                W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | parcelas em aberto ou em remessa com vencimento no
           | periodo, em ordem de vencimento, com total por dia;
           | as ja vencidas e nao pagas entram sempre, marcadas
           | VENCIDA, para nao sumirem da agenda; datas em aaaammdd

           OPEN INPUT CPAGAR
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFORNEC
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

           MOVE W-DATAINI-L TO W-DATAINI-I
           IF W-DATAFIN-L = 0
              MOVE 99999999 TO W-DATAFIN-I
           ELSE
              MOVE W-DATAFIN-L TO W-DATAFIN-I
           END-IF

           ACCEPT W-DATAHOJE-I FROM CENTURY-DATE

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN
           MOVE 0 TO W-DIA-ANT

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-VENC-1 SORT-FOR-1
                                     SORT-NUM-1 SORT-PARC-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CPAGAR CFORNEC.
           EXIT PROGRAM
           STOP RUN.

       INPUTPROCE.
           INITIALIZE PAG-REG-1
           START CPAGAR KEY >= PAG-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG
                 EXIT PERFORM
              END-IF

              IF PAG-ABERTO OR PAG-NA-REMESSA
                 MOVE PAG-VENC TO W-DATAUXI
                 COMPUTE W-DATAVEN-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAVEN-I <= W-DATAFIN-I
                    AND (W-DATAVEN-I >= W-DATAINI-I
                         OR W-DATAVEN-I < W-DATAHOJE-I)
                    INITIALIZE SORT-REGISTR-1
                    MOVE W-DATAVEN-I  TO SORT-VENC-1
                    MOVE PAG-FOR      TO SORT-FOR-1
                    MOVE PAG-NUM      TO SORT-NUM-1
                    MOVE PAG-PARC     TO SORT-PARC-1
                    MOVE PAG-QTD-PARC TO SORT-QTD-PARC-1
                    MOVE PAG-DOC      TO SORT-DOC-1
                    MOVE PAG-VALOR    TO SORT-VALOR-1
                    MOVE PAG-SITUACAO TO SORT-SIT-1
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-VENC-1 NOT = W-DIA-ANT
                 PERFORM IMPRIME-TOTAL-DIA
                 MOVE SORT-VENC-1 TO W-DIA-ANT
              END-IF

              PERFORM TESTA-QUEBRA-PAGINA

              MOVE SORT-VENC-1 TO W-DATAUXI
              COMPUTE W-DATAVEN-I = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATAVEN-I     TO W-L1-VENC
              MOVE SORT-NUM-1      TO W-L1-NUM
              MOVE SORT-PARC-1     TO W-L1-PARC
              MOVE SORT-QTD-PARC-1 TO W-L1-QTD
              MOVE SORT-FOR-1      TO W-L1-FOR
              MOVE SORT-DOC-1      TO W-L1-DOC
              MOVE SORT-VALOR-1    TO W-L1-VALOR

              INITIALIZE FOR-REG-1
              MOVE SORT-FOR-1 TO FOR-COD
              READ CFORNEC
              IF VAL-FOR
                 MOVE FOR-NOME TO W-L1-NOME
              ELSE
                 MOVE '*** NAO CADASTRADO' TO W-L1-NOME
              END-IF

              MOVE SORT-SIT-1 TO PAG-SITUACAO
              IF PAG-NA-REMESSA
                 MOVE 'REMESSA' TO W-L1-SIT
                 ADD SORT-VALOR-1 TO W-TOT-REMESSA
              ELSE
                 MOVE 'ABERTO'  TO W-L1-SIT
              END-IF

              IF SORT-VENC-1 < W-DATAHOJE-I
                 MOVE 'VENCIDA' TO W-L1-VENCIDA
                 ADD SORT-VALOR-1 TO W-TOT-VENCIDO
              ELSE
                 MOVE SPACES    TO W-L1-VENCIDA
                 ADD SORT-VALOR-1 TO W-TOT-A-VENCER
              END-IF

              WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
              ADD 1 TO W-CONTLIN
              ADD 1 TO W-QTD-PARCELAS
              ADD SORT-VALOR-1 TO W-TOT-DIA
           END-PERFORM

           PERFORM IMPRIME-TOTAL-DIA.

       IMPRIME-TOTAL-DIA.
           IF W-DIA-ANT = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-TOT-DIA TO W-LD-TOT
           WRITE PRINTF-R FROM W-LINHA-DIA AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN
           MOVE 0 TO W-TOT-DIA.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-PARCELAS TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-TOT-VENCIDO TO W-R2-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-TOT-A-VENCER TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           MOVE W-TOT-REMESSA TO W-R4-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1.

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
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
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

           MOVE W-DATAFIN-I TO W-DATAUXI
           COMPUTE W-DATAVEN-I = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATAVEN-I TO W-C2-FIN
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 5 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI-L ' A ' W-DATAFIN-L
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

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
              MOVE 'PRJ-REL-PAGAR' TO ERRL-PROG
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
