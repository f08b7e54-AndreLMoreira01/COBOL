       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-MULTA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_MUL.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_PARAM.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_MUL.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_PARAM.FD".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-PRAZO-1      PIC 9(08).
           03  SORT-AUTO-1       PIC X(15).
           03  SORT-VEICULO-1    PIC X(08).
           03  SORT-DATA-1       PIC 9(08).
           03  SORT-HORA-1       PIC 9(04).
           03  SORT-INFRACAO-1   PIC X(06).
           03  SORT-VALOR-1      PIC 9(07)V99.
           03  SORT-MOTORISTA-1  PIC X(10).
           03  SORT-RECURSO-1    PIC 9(01).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-MUL                PIC  X(02).
               88 VAL-MUL            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
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

               05 W-DATAFIN-I             PIC  9(08).
               05 W-DATAPRZ-I             PIC  9(08).
               05 W-DATAHOJE-I            PIC  9(08).
               05 W-DATA-EDIT             PIC  9(08).
               05 W-DIAS-ANTEC            PIC  9(03) VALUE 10.
               05 W-DIAS-REST             PIC S9(05).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-MULTAS            PIC  9(07) VALUE 0.
               05 W-QTD-VENCIDAS          PIC  9(07) VALUE 0.
               05 W-QTD-SEM-CONDUTOR      PIC  9(07) VALUE 0.
               05 W-TOT-VALOR             PIC  9(11)V99 VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-PRAZO PIC 99/99/9999B(2).
                  07 W-L1-DIAS  PIC -ZZZ9B(2).
                  07 W-L1-AUTO  PIC X(15)B(2).
                  07 W-L1-PLACA PIC X(08)B(2).
                  07 W-L1-DATA  PIC 99/99/9999B.
                  07 W-L1-HH    PIC 99.
                  07 FILLER     PIC X(01) VALUE ':'.
                  07 W-L1-MM    PIC 99B(2).
                  07 W-L1-INFR  PIC X(06)B(2).
                  07 W-L1-VALOR PIC Z.ZZZ.ZZ9,99B(2).
                  07 W-L1-MOT   PIC X(10)B.
                  07 W-L1-NOME  PIC X(25)B.
                  07 W-L1-SIT   PIC X(14).

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'PRAZO        DIAS  AUTO DE INFRACAO PLAC'.
                  07 FILLER     PIC X(40) VALUE
                     'A     DATA E HORA       INFRACAO       V'.
                  07 FILLER     PIC X(48) VALUE
                     'ALOR  CONDUTOR SUGERIDO                         '.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'MULTAS COM INDICACAO PENDENTE:      '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'DAS QUAIS COM PRAZO JA VENCIDO:     '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'DAS QUAIS SEM CONDUTOR DEFINIDO:    '.
                  07 W-R3-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(36) VALUE
                     'VALOR TOTAL DAS MULTAS LISTADAS:    '.
                  07 W-R4-TOT  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'MULTAS - PRAZO DE INDICACAO DO CONDUTOR'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE
                     'PRAZO ATE: '.
                  07 W-C2-FIN  PIC 99/99/9999.
                  07 FILLER    PIC X(40) VALUE
                     '  (INCLUI PRAZOS JA VENCIDOS)'.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-MULTA'.
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
           | multas sem indicacao do condutor enviada cujo prazo
           | vence ate a data final (sem data final, hoje mais
           | a antecedencia do PARAM 41, padrao 10 dias), em
           | ordem de prazo; as de prazo vencido entram sempre;
           | recurso deferido cancela a multa e ela sai da lista;
           | datas de linkage em aaaammdd

           OPEN INPUT CMULTA
           IF NOT VAL-MUL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           ACCEPT W-DATAHOJE-I FROM CENTURY-DATE

           IF W-DATAFIN-L = 0
              COMPUTE W-DATAFIN-I = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(W-DATAHOJE-I)
                      + W-DIAS-ANTEC)
           ELSE
              MOVE W-DATAFIN-L TO W-DATAFIN-I
           END-IF

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-PRAZO-1 SORT-AUTO-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CMULTA CMOTORISTA.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 41 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-DIAS-ANTEC
           END-IF

           CLOSE CPARAM.

       INPUTPROCE.
           INITIALIZE MUL-REG-1
           START CMULTA KEY >= MUL-AUTO
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CMULTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MUL
                 EXIT PERFORM
              END-IF

              IF MUL-DT-IDENT = 0 AND NOT MUL-RECURSO-DEFERIDO
                 MOVE MUL-PRAZO TO W-DATAUXI
                 COMPUTE W-DATAPRZ-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAPRZ-I <= W-DATAFIN-I
                    INITIALIZE SORT-REGISTR-1
                    MOVE W-DATAPRZ-I   TO SORT-PRAZO-1
                    MOVE MUL-AUTO      TO SORT-AUTO-1
                    MOVE MUL-VEICULO   TO SORT-VEICULO-1
                    MOVE MUL-DATA      TO SORT-DATA-1
                    MOVE MUL-HORA      TO SORT-HORA-1
                    MOVE MUL-INFRACAO  TO SORT-INFRACAO-1
                    MOVE MUL-VALOR     TO SORT-VALOR-1
                    MOVE MUL-MOTORISTA TO SORT-MOTORISTA-1
                    MOVE MUL-RECURSO   TO SORT-RECURSO-1
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              PERFORM TESTA-QUEBRA-PAGINA

              MOVE SORT-PRAZO-1 TO W-DATAUXI
              COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATA-EDIT      TO W-L1-PRAZO
              COMPUTE W-DIAS-REST =
                      FUNCTION INTEGER-OF-DATE(SORT-PRAZO-1) -
                      FUNCTION INTEGER-OF-DATE(W-DATAHOJE-I)
              MOVE W-DIAS-REST      TO W-L1-DIAS
              MOVE SORT-AUTO-1      TO W-L1-AUTO
              MOVE SORT-VEICULO-1   TO W-L1-PLACA
              MOVE SORT-DATA-1      TO W-L1-DATA
              MOVE SORT-HORA-1      TO W-HHMM-AUX
              MOVE W-HH-AUX         TO W-L1-HH
              MOVE W-MM-AUX         TO W-L1-MM
              MOVE SORT-INFRACAO-1  TO W-L1-INFR
              MOVE SORT-VALOR-1     TO W-L1-VALOR
              MOVE SORT-MOTORISTA-1 TO W-L1-MOT

              MOVE SPACES TO W-L1-NOME
              IF SORT-MOTORISTA-1 = SPACES
                 MOVE '*** A IDENTIFICAR' TO W-L1-NOME
                 ADD 1 TO W-QTD-SEM-CONDUTOR
              ELSE
                 INITIALIZE MOT-REG-1
                 MOVE SORT-MOTORISTA-1 TO MOT-ID
                 READ CMOTORISTA
                 IF VAL-MOT
                    MOVE MOT-NOME TO W-L1-NOME
                 ELSE
                    MOVE '*** NAO CADASTRADO' TO W-L1-NOME
                 END-IF
              END-IF

              MOVE SORT-RECURSO-1 TO MUL-RECURSO
              EVALUATE TRUE
                 WHEN SORT-PRAZO-1 < W-DATAHOJE-I
                    MOVE 'PRAZO VENCIDO' TO W-L1-SIT
                    ADD 1 TO W-QTD-VENCIDAS
                 WHEN MUL-EM-RECURSO
                    MOVE 'EM RECURSO'    TO W-L1-SIT
                 WHEN OTHER
                    MOVE SPACES          TO W-L1-SIT
              END-EVALUATE

              WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
              ADD 1 TO W-CONTLIN
              ADD 1 TO W-QTD-MULTAS
              ADD SORT-VALOR-1 TO W-TOT-VALOR
           END-PERFORM.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-MULTAS TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-VENCIDAS TO W-R2-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-QTD-SEM-CONDUTOR TO W-R3-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           MOVE W-TOT-VALOR TO W-R4-TOT
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
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-C2-FIN
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
              MOVE 'PRJ-REL-MULTA' TO ERRL-PROG
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
