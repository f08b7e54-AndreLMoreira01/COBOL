       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-SINISTRO.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_SIN.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_FRO.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_SIN.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_FRO.FD".

       SD  SORTER.

       | tipo 1 motorista, 2 veiculo, 3 linha (frota); cada
       | partida do periodo entra com uma viagem e cada
       | sinistro com um sinistro, nos tres agrupamentos
       01  SORT-REGISTR-1.
           03  SORT-TIPO-1       PIC 9(01).
           03  SORT-CHAVE-1      PIC X(10).
           03  SORT-VIAGENS-1    PIC 9(01).
           03  SORT-SINISTROS-1  PIC 9(01).
           03  SORT-FERIDOS-1    PIC 9(03).
           03  SORT-DANOS-1      PIC 9(07)V99.
           03  SORT-INDENIZ-1    PIC 9(07)V99.

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-SIN                PIC  X(02).
               88 VAL-SIN            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
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
               05 W-DATAVIA-I             PIC  9(08).
               05 W-DATA-EDIT             PIC  9(08).
               05 W-FRO-AUX               PIC  9(03).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-TIPO-ANT              PIC  9(01) VALUE 0.
               05 W-CHAVE-ANT             PIC  X(10).
               05 W-GRP-VIAGENS           PIC  9(07) VALUE 0.
               05 W-GRP-SINISTROS         PIC  9(05) VALUE 0.
               05 W-GRP-FERIDOS           PIC  9(05) VALUE 0.
               05 W-GRP-DANOS             PIC  9(09)V99 VALUE 0.
               05 W-GRP-INDENIZ           PIC  9(09)V99 VALUE 0.
               05 W-TIP-VIAGENS           PIC  9(07) VALUE 0.
               05 W-TIP-SINISTROS         PIC  9(05) VALUE 0.
               05 W-TIP-FERIDOS           PIC  9(05) VALUE 0.
               05 W-TIP-DANOS             PIC  9(09)V99 VALUE 0.
               05 W-TIP-INDENIZ           PIC  9(09)V99 VALUE 0.
               05 W-CUSTO-LIQ             PIC  9(09)V99 VALUE 0.
               05 W-FREQ                  PIC  9(05)V99 VALUE 0.

               05 W-LINHA-TIPO.
                  07 FILLER     PIC X(16) VALUE
                     'SINISTROS POR '.
                  07 W-LT-DESC  PIC X(20).

               05 W-LINHA-1.
                  07 W-L1-CHAVE PIC X(10)B(2).
                  07 W-L1-NOME  PIC X(30)B(2).
                  07 W-L1-VIAG  PIC ZZZ.ZZ9B(2).
                  07 W-L1-SIN   PIC ZZ.ZZ9B(2).
                  07 W-L1-FREQ  PIC ZZ.ZZ9,99B(2).
                  07 W-L1-FER   PIC ZZ.ZZ9B(2).
                  07 W-L1-DANOS PIC ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-L1-INDEN PIC ZZZ.ZZZ.ZZ9,99B(2).
                  07 W-L1-LIQ   PIC ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'CHAVE       NOME                        '.
                  07 FILLER     PIC X(40) VALUE
                     '    VIAGENS SINIST. P/100 VIAG FERIDOS  '.
                  07 FILLER     PIC X(56) VALUE
                     '   CUSTO DANOS      INDENIZADO   CUSTO LIQUIDO  '.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'ACIDENTES - FREQUENCIA E CUSTO DOS SINISTROS'.
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
               'PRJ-REL-SINISTRO'.
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
           | acidentes do periodo por motorista, por veiculo e
           | por linha: quantidade, frequencia por 100 partidas
           | realizadas, feridos, custo dos danos, indenizacao
           | recebida e custo liquido; so saem as chaves com
           | sinistro, mas o total de cada quebra conta todas as
           | partidas; datas de linkage em aaaammdd

           OPEN INPUT CSINISTRO
           IF NOT VAL-SIN
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

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
           SORT SORTER ASCENDING KEY SORT-TIPO-1 SORT-CHAVE-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CSINISTRO CVIAGEM CMOTORISTA CFROTA.
           EXIT PROGRAM
           STOP RUN.

       INPUTPROCE.
           PERFORM LIBERA-VIAGENS
           PERFORM LIBERA-SINISTROS.

       LIBERA-VIAGENS.
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

              IF NOT VIA-CANCELADA
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-DATAVIA-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAVIA-I >= W-DATAINI-I
                    AND W-DATAVIA-I <= W-DATAFIN-I
                    INITIALIZE SORT-REGISTR-1
                    MOVE 1 TO SORT-VIAGENS-1
                    IF VIA-MOTORISTA NOT = SPACES
                       MOVE 1             TO SORT-TIPO-1
                       MOVE VIA-MOTORISTA TO SORT-CHAVE-1
                       RELEASE SORT-REGISTR-1
                    END-IF
                    IF VIA-VEICULO NOT = SPACES
                       MOVE 2             TO SORT-TIPO-1
                       MOVE VIA-VEICULO   TO SORT-CHAVE-1
                       RELEASE SORT-REGISTR-1
                    END-IF
                    MOVE 3       TO SORT-TIPO-1
                    MOVE VIA-FRO TO SORT-CHAVE-1
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM.

       LIBERA-SINISTROS.
           INITIALIZE SIN-REG-1
           START CSINISTRO KEY >= SIN-NUM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CSINISTRO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SIN
                 EXIT PERFORM
              END-IF

              MOVE SIN-DATA TO W-DATAUXI
              COMPUTE W-DATAVIA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
              IF W-DATAVIA-I >= W-DATAINI-I
                 AND W-DATAVIA-I <= W-DATAFIN-I
                 INITIALIZE SORT-REGISTR-1
                 MOVE 1               TO SORT-SINISTROS-1
                 MOVE SIN-QTD-FERIDOS TO SORT-FERIDOS-1
                 MOVE SIN-VLR-DANOS   TO SORT-DANOS-1
                 MOVE SIN-VLR-INDENIZ TO SORT-INDENIZ-1
                 MOVE 1             TO SORT-TIPO-1
                 MOVE SIN-MOTORISTA TO SORT-CHAVE-1
                 RELEASE SORT-REGISTR-1
                 MOVE 2             TO SORT-TIPO-1
                 MOVE SIN-VEICULO   TO SORT-CHAVE-1
                 RELEASE SORT-REGISTR-1
                 MOVE 3             TO SORT-TIPO-1
                 MOVE SIN-FRO       TO SORT-CHAVE-1
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-TIPO-1 NOT = W-TIPO-ANT
                 OR SORT-CHAVE-1 NOT = W-CHAVE-ANT
                 PERFORM IMPRIME-GRUPO
                 IF SORT-TIPO-1 NOT = W-TIPO-ANT
                    PERFORM IMPRIME-TOTAL-TIPO
                    MOVE SORT-TIPO-1 TO W-TIPO-ANT
                    PERFORM IMPRIME-TITULO-TIPO
                 END-IF
                 MOVE SORT-CHAVE-1 TO W-CHAVE-ANT
              END-IF

              ADD SORT-VIAGENS-1   TO W-GRP-VIAGENS
              ADD SORT-SINISTROS-1 TO W-GRP-SINISTROS
              ADD SORT-FERIDOS-1   TO W-GRP-FERIDOS
              ADD SORT-DANOS-1     TO W-GRP-DANOS
              ADD SORT-INDENIZ-1   TO W-GRP-INDENIZ
           END-PERFORM

           PERFORM IMPRIME-GRUPO
           PERFORM IMPRIME-TOTAL-TIPO.

       IMPRIME-TITULO-TIPO.
           EVALUATE W-TIPO-ANT
              WHEN 1 MOVE 'MOTORISTA' TO W-LT-DESC
              WHEN 2 MOVE 'VEICULO'   TO W-LT-DESC
              WHEN 3 MOVE 'LINHA'     TO W-LT-DESC
           END-EVALUATE
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-TIPO AFTER 1
           ADD 2 TO W-CONTLIN.

       IMPRIME-GRUPO.
           IF W-TIPO-ANT = 0
              EXIT PARAGRAPH
           END-IF

           ADD W-GRP-VIAGENS   TO W-TIP-VIAGENS
           ADD W-GRP-SINISTROS TO W-TIP-SINISTROS
           ADD W-GRP-FERIDOS   TO W-TIP-FERIDOS
           ADD W-GRP-DANOS     TO W-TIP-DANOS
           ADD W-GRP-INDENIZ   TO W-TIP-INDENIZ

           IF W-GRP-SINISTROS > 0
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE W-CHAVE-ANT TO W-L1-CHAVE
              MOVE SPACES TO W-L1-NOME
              EVALUATE W-TIPO-ANT
                 WHEN 1
                    INITIALIZE MOT-REG-1
                    MOVE W-CHAVE-ANT TO MOT-ID
                    READ CMOTORISTA
                    IF VAL-MOT
                       MOVE MOT-NOME TO W-L1-NOME
                    ELSE
                       MOVE '*** NAO CADASTRADO' TO W-L1-NOME
                    END-IF
                 WHEN 3
                    MOVE W-CHAVE-ANT(1:3) TO W-FRO-AUX
                    INITIALIZE FRO-REG-1
                    MOVE W-FRO-AUX TO FRO-ID
                    READ CFROTA
                    IF VAL-FRO
                       MOVE FRO-DESC TO W-L1-NOME
                    ELSE
                       MOVE '*** NAO CADASTRADA' TO W-L1-NOME
                    END-IF
              END-EVALUATE
              MOVE W-GRP-VIAGENS   TO W-L1-VIAG
              MOVE W-GRP-SINISTROS TO W-L1-SIN
              MOVE W-GRP-FERIDOS   TO W-L1-FER
              MOVE W-GRP-DANOS     TO W-L1-DANOS
              MOVE W-GRP-INDENIZ   TO W-L1-INDEN
              PERFORM CALCULA-FREQ-CUSTO-GRUPO
              WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF

           MOVE 0 TO W-GRP-VIAGENS W-GRP-SINISTROS W-GRP-FERIDOS
                     W-GRP-DANOS W-GRP-INDENIZ.

       CALCULA-FREQ-CUSTO-GRUPO.
           | sinistro sem partida no periodo (viagem apagada)
           | fica sem frequencia
           IF W-GRP-VIAGENS > 0
              COMPUTE W-FREQ ROUNDED =
                      W-GRP-SINISTROS * 100 / W-GRP-VIAGENS
           ELSE
              MOVE 0 TO W-FREQ
           END-IF
           MOVE W-FREQ TO W-L1-FREQ
           IF W-GRP-DANOS > W-GRP-INDENIZ
              COMPUTE W-CUSTO-LIQ = W-GRP-DANOS - W-GRP-INDENIZ
           ELSE
              MOVE 0 TO W-CUSTO-LIQ
           END-IF
           MOVE W-CUSTO-LIQ TO W-L1-LIQ.

       IMPRIME-TOTAL-TIPO.
           IF W-TIPO-ANT = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE 'TOTAL'         TO W-L1-CHAVE
           MOVE SPACES          TO W-L1-NOME
           MOVE W-TIP-VIAGENS   TO W-L1-VIAG W-GRP-VIAGENS
           MOVE W-TIP-SINISTROS TO W-L1-SIN  W-GRP-SINISTROS
           MOVE W-TIP-FERIDOS   TO W-L1-FER
           MOVE W-TIP-DANOS     TO W-L1-DANOS W-GRP-DANOS
           MOVE W-TIP-INDENIZ   TO W-L1-INDEN W-GRP-INDENIZ
           PERFORM CALCULA-FREQ-CUSTO-GRUPO
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN

           MOVE 0 TO W-GRP-VIAGENS W-GRP-SINISTROS W-GRP-FERIDOS
                     W-GRP-DANOS W-GRP-INDENIZ
           MOVE 0 TO W-TIP-VIAGENS W-TIP-SINISTROS W-TIP-FERIDOS
                     W-TIP-DANOS W-TIP-INDENIZ.

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
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-C2-INI
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
              MOVE 'PRJ-REL-SINIS' TO ERRL-PROG
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
