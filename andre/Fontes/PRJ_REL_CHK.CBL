       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-CHK.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_CKL.SL".
           COPY "PRJ_CHI.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_CKL.FD".
           COPY "PRJ_CHI.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-CHK                PIC  X(02).
               88 VAL-CHK            VALUE '00' THRU '09'.
           03  W-CHK-ATIVA           PIC  X(01) VALUE 'N'.
               88 CHK-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-CHI                PIC  X(02).
               88 VAL-CHI            VALUE '00' THRU '09'.
           03  W-CHI-ATIVA           PIC  X(01) VALUE 'N'.
               88 CHI-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 VIAGEM-LIBERADA    VALUE 'S' FALSE 'N'.

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
               05 W-DATAVIA-I             PIC  9(08).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-ITENS             PIC  9(02).
               05 W-QTD-PEND              PIC  9(02).
               05 W-QTD-REPR              PIC  9(02).
               05 W-QTD-CRIT              PIC  9(02).
               05 W-LIBERADOR             PIC  X(10).

               05 W-QTD-ENCERRADAS        PIC  9(07) VALUE 0.
               05 W-QTD-LIMPAS            PIC  9(07) VALUE 0.
               05 W-QTD-SEM-CHECKLIST     PIC  9(07) VALUE 0.
               05 W-QTD-INCOMPLETAS       PIC  9(07) VALUE 0.
               05 W-QTD-REPROVADAS        PIC  9(07) VALUE 0.
               05 W-QTD-LIBERADAS         PIC  9(07) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-DATA  PIC 99/99/9999B.
                  07 W-L1-FRO   PIC 999B.
                  07 W-L1-NUM   PIC 9B(2).
                  07 W-L1-VEI   PIC X(08)B.
                  07 W-L1-MOT   PIC X(10)B.
                  07 W-L1-PREV  PIC 99.99B.
                  07 W-L1-REAL  PIC 99.99B.
                  07 W-L1-PEND  PIC Z9B(2).
                  07 W-L1-REPR  PIC Z9B(2).
                  07 W-L1-CRIT  PIC Z9B(2).
                  07 W-L1-SIT   PIC X(50).

               05 W-LINHA-ITEM.
                  07 FILLER     PIC X(06) VALUE SPACES.
                  07 FILLER     PIC X(06) VALUE 'ITEM '.
                  07 W-LI-ITEM  PIC 99B.
                  07 W-LI-DESC  PIC X(40)B.
                  07 W-LI-CRIT  PIC X(08)B.
                  07 FILLER     PIC X(10) VALUE 'INSPETOR: '.
                  07 W-LI-INSP  PIC X(10)B.
                  07 W-LI-OBS   PIC X(40).

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'DATA       FRO P  VEICULO  MOTORISTA  PR'.
                  07 FILLER     PIC X(40) VALUE
                     'EV  REAL  PEN REP CRI SITUACAO DO CHECKL'.
                  07 FILLER     PIC X(03) VALUE
                     'IST'.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS ENCERRADAS NO PERIODO:     '.
                  07 W-R1-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'COM CHECKLIST LIMPO:                '.
                  07 W-R2-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'SEM CHECKLIST:                      '.
                  07 W-R3-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(36) VALUE
                     'COM CHECKLIST INCOMPLETO:           '.
                  07 W-R4-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-5.
                  07 FILLER    PIC X(36) VALUE
                     'COM ITEM REPROVADO:                 '.
                  07 W-R5-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-6.
                  07 FILLER    PIC X(36) VALUE
                     'LIBERADAS PELO SUPERVISOR:          '.
                  07 W-R6-TOT  PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'PARTIDAS SEM CHECKLIST DE SAIDA LIMPO'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(09) VALUE 'PERIODO: '.
                  07 W-C2-INI  PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 W-C2-FIN  PIC 99/99/9999.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-CHK'.
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
           | partidas encerradas no periodo que sairam sem o
           | checklist de saida limpo: sem checklist, com item
           | ativo nao inspecionado, com item reprovado ou
           | liberadas pelo supervisor; os itens reprovados
           | saem abaixo da partida; datas em aaaammdd

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCHKLIST
           IF VAL-CHK
              SET CHK-ATIVA TO TRUE
           END-IF

           OPEN INPUT CCHKITEM
           IF VAL-CHI
              SET CHI-ATIVA TO TRUE
           END-IF

           MOVE W-DATAINI-L TO W-DATAINI-I
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

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM LISTA-PARTIDAS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CVIAGEM.
           IF CHK-ATIVA
              CLOSE CCHKLIST
           END-IF.
           IF CHI-ATIVA
              CLOSE CCHKITEM
           END-IF.
           EXIT PROGRAM
           STOP RUN.

       LISTA-PARTIDAS.
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

              IF VIA-ENCERRADA
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-DATAVIA-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAVIA-I >= W-DATAINI-I
                    AND W-DATAVIA-I <= W-DATAFIN-I
                    ADD 1 TO W-QTD-ENCERRADAS
                    PERFORM APURA-CHECKLIST
                    PERFORM CLASSIFICA-PARTIDA
                 END-IF
              END-IF
           END-PERFORM.

       APURA-CHECKLIST.
           | mesma conferencia do encerramento do embarque:
           | itens ativos do cadastro contra o que foi
           | inspecionado na partida
           MOVE 0 TO W-QTD-ITENS W-QTD-PEND W-QTD-REPR W-QTD-CRIT
           SET VIAGEM-LIBERADA TO FALSE
           MOVE SPACES TO W-LIBERADOR
           IF NOT CHK-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CHK-REG-1
           MOVE VIA-FRO  TO CHK-FRO
           MOVE VIA-DATA TO CHK-DATA
           MOVE VIA-NUM  TO CHK-NUM
           MOVE 0        TO CHK-ITEM
           START CCHKLIST KEY >= CHK-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCHKLIST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CHK
                 EXIT PERFORM
              END-IF
              IF CHK-FRO NOT = VIA-FRO
                 OR CHK-DATA NOT = VIA-DATA
                 OR CHK-NUM NOT = VIA-NUM
                 EXIT PERFORM
              END-IF
              EVALUATE TRUE
                 WHEN CHK-LIBERADO
                    SET VIAGEM-LIBERADA TO TRUE
                    MOVE CHK-INSPETOR TO W-LIBERADOR
                 WHEN CHK-REPROVADO
                    ADD 1 TO W-QTD-ITENS
                    ADD 1 TO W-QTD-REPR
                    IF CHK-ITEM-CRITICO
                       ADD 1 TO W-QTD-CRIT
                    END-IF
                 WHEN OTHER
                    ADD 1 TO W-QTD-ITENS
              END-EVALUATE
           END-PERFORM

           IF NOT CHI-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CHI-REG-1
           START CCHKITEM KEY >= CHI-COD
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCHKITEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CHI
                 EXIT PERFORM
              END-IF
              IF CHI-EM-USO
                 INITIALIZE CHK-REG-1
                 MOVE VIA-FRO  TO CHK-FRO
                 MOVE VIA-DATA TO CHK-DATA
                 MOVE VIA-NUM  TO CHK-NUM
                 MOVE CHI-COD  TO CHK-ITEM
                 READ CCHKLIST
                 IF NOT VAL-CHK
                    ADD 1 TO W-QTD-PEND
                 END-IF
              END-IF
           END-PERFORM.

       CLASSIFICA-PARTIDA.
           IF W-QTD-PEND = 0 AND W-QTD-REPR = 0
              AND NOT VIAGEM-LIBERADA
              AND (W-QTD-ITENS > 0 OR NOT CHI-ATIVA)
              ADD 1 TO W-QTD-LIMPAS
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-L1-SIT
           EVALUATE TRUE
              WHEN W-QTD-ITENS = 0 AND NOT VIAGEM-LIBERADA
                 ADD 1 TO W-QTD-SEM-CHECKLIST
                 MOVE 'SAIU SEM CHECKLIST' TO W-L1-SIT
              WHEN VIAGEM-LIBERADA
                 ADD 1 TO W-QTD-LIBERADAS
                 STRING 'LIBERADA PELO SUPERVISOR ' DELIMITED BY SIZE
                        W-LIBERADOR                DELIMITED BY SIZE
                        INTO W-L1-SIT
              WHEN W-QTD-CRIT > 0
                 ADD 1 TO W-QTD-REPROVADAS
                 MOVE 'ITEM CRITICO REPROVADO' TO W-L1-SIT
              WHEN W-QTD-REPR > 0
                 ADD 1 TO W-QTD-REPROVADAS
                 MOVE 'ITEM NAO CRITICO REPROVADO' TO W-L1-SIT
              WHEN OTHER
                 ADD 1 TO W-QTD-INCOMPLETAS
                 MOVE 'CHECKLIST INCOMPLETO' TO W-L1-SIT
           END-EVALUATE

           PERFORM TESTA-QUEBRA-PAGINA

           MOVE VIA-DATA      TO W-L1-DATA
           MOVE VIA-FRO       TO W-L1-FRO
           MOVE VIA-NUM       TO W-L1-NUM
           MOVE VIA-VEICULO   TO W-L1-VEI
           MOVE VIA-MOTORISTA TO W-L1-MOT
           MOVE VIA-HR-PREV   TO W-L1-PREV
           MOVE VIA-HR-REAL   TO W-L1-REAL
           MOVE W-QTD-PEND    TO W-L1-PEND
           MOVE W-QTD-REPR    TO W-L1-REPR
           MOVE W-QTD-CRIT    TO W-L1-CRIT
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN

           IF W-QTD-REPR > 0
              PERFORM LISTA-ITENS-REPROVADOS
           END-IF.

       LISTA-ITENS-REPROVADOS.
           INITIALIZE CHK-REG-1
           MOVE VIA-FRO  TO CHK-FRO
           MOVE VIA-DATA TO CHK-DATA
           MOVE VIA-NUM  TO CHK-NUM
           MOVE 0        TO CHK-ITEM
           START CCHKLIST KEY >= CHK-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCHKLIST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CHK
                 EXIT PERFORM
              END-IF
              IF CHK-FRO NOT = VIA-FRO
                 OR CHK-DATA NOT = VIA-DATA
                 OR CHK-NUM NOT = VIA-NUM
                 EXIT PERFORM
              END-IF
              IF CHK-REPROVADO
                 MOVE CHK-ITEM TO W-LI-ITEM
                 MOVE SPACES TO W-LI-DESC
                 IF CHI-ATIVA
                    INITIALIZE CHI-REG-1
                    MOVE CHK-ITEM TO CHI-COD
                    READ CCHKITEM
                    IF VAL-CHI
                       MOVE CHI-DESC TO W-LI-DESC
                    END-IF
                 END-IF
                 IF CHK-ITEM-CRITICO
                    MOVE 'CRITICO' TO W-LI-CRIT
                 ELSE
                    MOVE SPACES TO W-LI-CRIT
                 END-IF
                 MOVE CHK-INSPETOR TO W-LI-INSP
                 MOVE CHK-OBS      TO W-LI-OBS
                 PERFORM TESTA-QUEBRA-PAGINA
                 WRITE PRINTF-R FROM W-LINHA-ITEM AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-ENCERRADAS TO W-R1-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-LIMPAS TO W-R2-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-QTD-SEM-CHECKLIST TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           MOVE W-QTD-INCOMPLETAS TO W-R4-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1
           MOVE W-QTD-REPROVADAS TO W-R5-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-5 AFTER 1
           MOVE W-QTD-LIBERADAS TO W-R6-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-6 AFTER 1.

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

           MOVE W-DATAINI-I TO W-DATAUXI
           COMPUTE W-DATAVIA-I = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATAVIA-I TO W-C2-INI
           MOVE W-DATAFIN-I TO W-DATAUXI
           COMPUTE W-DATAVIA-I = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATAVIA-I TO W-C2-FIN
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
              MOVE 'PRJ-REL-CHK' TO ERRL-PROG
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
