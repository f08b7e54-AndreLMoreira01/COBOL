       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-AUSENCIA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_AUS.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_MOT.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_AUS.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_MOT.FD".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-MOT-1        PIC X(10).
           03  SORT-AUS-INI-1    PIC 9(08).
           03  SORT-VIA-DATA-1   PIC 9(08).
           03  SORT-HR-PREV-1    PIC 9(04).
           03  SORT-FRO-1        PIC 9(03).
           03  SORT-NUM-1        PIC 9(01).
           03  SORT-AUS-FIM-1    PIC 9(08).
           03  SORT-TIPO-1       PIC 9(01).
           03  SORT-APROV-1      PIC X(10).
           03  SORT-VEICULO-1    PIC X(08).
           03  SORT-COBRADOR-1   PIC X(10).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-AUS                PIC  X(02).
               88 VAL-AUS            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
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
               05 W-AUS-INI-I             PIC  9(08).
               05 W-AUS-FIM-I             PIC  9(08).
               05 W-VIA-I                 PIC  9(08).
               05 W-DATA-EDIT             PIC  9(08).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-TAB               PIC  9(05) VALUE 0.
               05 W-IND                   PIC  9(05).
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.
               05 W-MOT-ANT               PIC  X(10) VALUE SPACES.
               05 W-INI-ANT               PIC  9(08) VALUE 0.

               05 W-QTD-AUSENCIAS         PIC  9(07) VALUE 0.
               05 W-QTD-PARTIDAS          PIC  9(07) VALUE 0.

           | ausencias do periodo pedido, com as datas em
           | aaaammdd para o confronto com as partidas
           03  W-TAB-AUSENCIA.
               05 W-TA-ITEM OCCURS 2000 TIMES.
                  07 W-TA-MOT             PIC X(10).
                  07 W-TA-INI-I           PIC 9(08).
                  07 W-TA-FIM-I           PIC 9(08).
                  07 W-TA-TIPO            PIC 9(01).
                  07 W-TA-APROV           PIC X(10).

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-AUS.
                  07 W-LA-MOT   PIC X(10)B(2).
                  07 W-LA-NOME  PIC X(30)B(2).
                  07 W-LA-TIPO  PIC X(10)B(2).
                  07 FILLER     PIC X(03) VALUE 'DE '.
                  07 W-LA-INI   PIC 99/99/9999.
                  07 FILLER     PIC X(03) VALUE ' A '.
                  07 W-LA-FIM   PIC 99/99/9999B(2).
                  07 FILLER     PIC X(14) VALUE 'APROVADO POR: '.
                  07 W-LA-APROV PIC X(10).

               05 W-LINHA-1.
                  07 FILLER     PIC X(06) VALUE SPACES.
                  07 W-L1-FRO   PIC 999B(4).
                  07 W-L1-DATA  PIC 99/99/9999B(3).
                  07 W-L1-NUM   PIC 9B(6).
                  07 W-L1-HH    PIC 99.
                  07 FILLER     PIC X(01) VALUE ':'.
                  07 W-L1-MM    PIC 99B(3).
                  07 W-L1-VEI   PIC X(08)B(3).
                  07 W-L1-COB   PIC X(10).

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'MOTORISTA   NOME                        '.
                  07 FILLER     PIC X(40) VALUE
                     '    AUSENCIA    PERIODO                 '.
               05 W-LINHA-TIT-2.
                  07 FILLER     PIC X(40) VALUE
                     '      FROTA  DATA        PARTIDA HORA   '.
                  07 FILLER     PIC X(40) VALUE
                     ' VEICULO    COBRADOR                    '.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'AUSENCIAS COM PARTIDA ESCALADA:     '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS A REESCALAR:               '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'AUSENCIAS FORA DA TABELA (LIMITE):  '.
                  07 W-R3-QTD  PIC ZZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'AUSENCIAS DE MOTORISTA - PARTIDAS A REESCALAR'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(09) VALUE
                     'PERIODO: '.
                  07 W-C2-INI  PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 W-C2-FIN  PIC 99/99/9999.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-AUSENCIA'.
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
           | ausencias de motorista (ferias, atestado, folga,
           | suspensao) que tocam o periodo pedido e as partidas
           | do VIAGEM.ARQ, ainda nao realizadas nem canceladas,
           | escaladas com o motorista dentro da ausencia - o
           | despacho reescala a partir desta lista; sem data
           | inicial vale hoje, sem data final vai ate o fim do
           | cadastro; datas de linkage em aaaammdd

           OPEN INPUT CAUSENCIA
           IF NOT VAL-AUS
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           IF W-DATAINI-L = 0
              ACCEPT W-DATAINI-I FROM CENTURY-DATE
           ELSE
              MOVE W-DATAINI-L TO W-DATAINI-I
           END-IF
           IF W-DATAFIN-L = 0
              MOVE 99999999 TO W-DATAFIN-I
           ELSE
              MOVE W-DATAFIN-L TO W-DATAFIN-I
           END-IF

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           PERFORM CARREGA-AUSENCIAS

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-MOT-1 SORT-AUS-INI-1
                                     SORT-VIA-DATA-1 SORT-HR-PREV-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CAUSENCIA CVIAGEM CMOTORISTA.
           EXIT PROGRAM
           STOP RUN.

       CARREGA-AUSENCIAS.
           INITIALIZE AUS-REG-1
           START CAUSENCIA KEY >= AUS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CAUSENCIA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-AUS
                 EXIT PERFORM
              END-IF

              MOVE AUS-DT-INI TO W-DATAUXI
              COMPUTE W-AUS-INI-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
              MOVE AUS-DT-FIM TO W-DATAUXI
              COMPUTE W-AUS-FIM-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
              IF W-AUS-INI-I <= W-DATAFIN-I
                 AND W-AUS-FIM-I >= W-DATAINI-I
                 IF W-QTD-TAB >= 2000
                    ADD 1 TO W-QTD-ESTOURO
                 ELSE
                    ADD 1 TO W-QTD-TAB
                    MOVE AUS-MOT       TO W-TA-MOT(W-QTD-TAB)
                    MOVE W-AUS-INI-I   TO W-TA-INI-I(W-QTD-TAB)
                    MOVE W-AUS-FIM-I   TO W-TA-FIM-I(W-QTD-TAB)
                    MOVE AUS-TIPO      TO W-TA-TIPO(W-QTD-TAB)
                    MOVE AUS-APROVADOR TO W-TA-APROV(W-QTD-TAB)
                 END-IF
              END-IF
           END-PERFORM.

       INPUTPROCE.
           IF W-QTD-TAB = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE VIA-REG-1
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

              IF VIA-MOTORISTA NOT = SPACES
                 AND NOT VIA-CANCELADA
                 AND NOT VIA-ENCERRADA
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-VIA-I = W-ANOAUXI * 10000 +
                                   W-MESAUXI * 100 +
                                   W-DIAAUXI
                 PERFORM VARYING W-IND FROM 1 BY 1
                         UNTIL W-IND > W-QTD-TAB
                    IF W-TA-MOT(W-IND) = VIA-MOTORISTA
                       AND W-VIA-I >= W-TA-INI-I(W-IND)
                       AND W-VIA-I <= W-TA-FIM-I(W-IND)
                       INITIALIZE SORT-REGISTR-1
                       MOVE VIA-MOTORISTA       TO SORT-MOT-1
                       MOVE W-TA-INI-I(W-IND)   TO SORT-AUS-INI-1
                       MOVE W-VIA-I             TO SORT-VIA-DATA-1
                       MOVE VIA-HR-PREV         TO SORT-HR-PREV-1
                       MOVE VIA-FRO             TO SORT-FRO-1
                       MOVE VIA-NUM             TO SORT-NUM-1
                       MOVE W-TA-FIM-I(W-IND)   TO SORT-AUS-FIM-1
                       MOVE W-TA-TIPO(W-IND)    TO SORT-TIPO-1
                       MOVE W-TA-APROV(W-IND)   TO SORT-APROV-1
                       MOVE VIA-VEICULO         TO SORT-VEICULO-1
                       MOVE VIA-COBRADOR        TO SORT-COBRADOR-1
                       RELEASE SORT-REGISTR-1
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-MOT-1 NOT = W-MOT-ANT
                 OR SORT-AUS-INI-1 NOT = W-INI-ANT
                 PERFORM IMPRIME-AUSENCIA
              END-IF

              PERFORM TESTA-QUEBRA-PAGINA

              MOVE SORT-FRO-1       TO W-L1-FRO
              MOVE SORT-VIA-DATA-1  TO W-DATAUXI
              COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATA-EDIT      TO W-L1-DATA
              MOVE SORT-NUM-1       TO W-L1-NUM
              MOVE SORT-HR-PREV-1   TO W-HHMM-AUX
              MOVE W-HH-AUX         TO W-L1-HH
              MOVE W-MM-AUX         TO W-L1-MM
              MOVE SORT-VEICULO-1   TO W-L1-VEI
              MOVE SORT-COBRADOR-1  TO W-L1-COB

              WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
              ADD 1 TO W-CONTLIN
              ADD 1 TO W-QTD-PARTIDAS
           END-PERFORM.

       IMPRIME-AUSENCIA.
           MOVE SORT-MOT-1     TO W-MOT-ANT
           MOVE SORT-AUS-INI-1 TO W-INI-ANT
           ADD 1 TO W-QTD-AUSENCIAS

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SORT-MOT-1 TO W-LA-MOT
           INITIALIZE MOT-REG-1
           MOVE SORT-MOT-1 TO MOT-ID
           READ CMOTORISTA
           IF VAL-MOT
              MOVE MOT-NOME TO W-LA-NOME
           ELSE
              MOVE '*** NAO CADASTRADO' TO W-LA-NOME
           END-IF

           MOVE SORT-TIPO-1 TO AUS-TIPO
           EVALUATE TRUE
              WHEN AUS-FERIAS    MOVE 'FERIAS'    TO W-LA-TIPO
              WHEN AUS-ATESTADO  MOVE 'ATESTADO'  TO W-LA-TIPO
              WHEN AUS-FOLGA     MOVE 'FOLGA'     TO W-LA-TIPO
              WHEN AUS-SUSPENSAO MOVE 'SUSPENSAO' TO W-LA-TIPO
              WHEN OTHER         MOVE SPACES      TO W-LA-TIPO
           END-EVALUATE

           MOVE SORT-AUS-INI-1 TO W-DATAUXI
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-LA-INI
           MOVE SORT-AUS-FIM-1 TO W-DATAUXI
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-LA-FIM
           MOVE SORT-APROV-1 TO W-LA-APROV

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-AUS AFTER 1
           ADD 2 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-AUSENCIAS TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-PARTIDAS TO W-R2-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R3-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT AFTER 1
              WRITE PRINTF-R FROM W-LINHA-TIT-2 AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 3 TO W-CONTLIN
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

           MOVE W-DATAINI-I TO W-DATAUXI
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-C2-INI
           IF W-DATAFIN-I = 99999999
              MOVE 0 TO W-C2-FIN
           ELSE
              MOVE W-DATAFIN-I TO W-DATAUXI
              COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATA-EDIT TO W-C2-FIN
           END-IF
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
              MOVE 'PRJ-REL-AUSENCIA' TO ERRL-PROG
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
