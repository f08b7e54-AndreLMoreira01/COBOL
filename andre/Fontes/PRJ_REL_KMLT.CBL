           COPY "PRJ_ABA.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_ITI.SL".
           COPY "PRJ_MVE.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
           COPY "PRJ_ABA.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_ITI.FD".
           COPY "PRJ_MVE.FD".

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-ITI            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  ST-MVE                PIC  X(02).
               88 VAL-MVE            VALUE '00' THRU '09'.
           03  W-MVE-ATIVA           PIC  X(01) VALUE 'N'.
               88 MVE-ATIVA          VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-DATAINI               PIC  99/99/9999.
               05 W-KM-HIS                PIC  9(07) VALUE 0.
               05 W-KML-PER               PIC  9(03)V99 VALUE 0.
               05 W-KML-HIS               PIC  9(03)V99 VALUE 0.
               05 W-MAN-PER               PIC S9(09)V99 VALUE 0.
               05 W-MAN-KM                PIC S9(05)V9999 VALUE 0.
               05 W-CMB-PER               PIC  9(09)V99 VALUE 0.
               05 W-LIT-TNQ-PER           PIC  9(07)V99 VALUE 0.
               05 W-CMB-KM                PIC  9(05)V9999 VALUE 0.

           | km estimado por linha a partir das escalas do
           | ve?culo (VIAGEM.ARQ) e do marco final do
                  07 W-L3-KML  PIC ZZ9,99B(3).
                  07 W-L3-ALERTA PIC X(40).

               05 W-LINHA-5.
                  07 FILLER    PIC X(22) VALUE
                     'MANUTENCAO PERIODO: '.
                  07 W-L5-MAN  PIC -(8)9,99B(3).
                  07 FILLER    PIC X(14) VALUE 'CUSTO/KM: '.
                  07 W-L5-MKM  PIC -(4)9,9999.

               05 W-LINHA-6.
                  07 FILLER    PIC X(22) VALUE
                     'COMBUSTIVEL PERIODO: '.
                  07 W-L6-CMB  PIC Z(8)9,99B(3).
                  07 FILLER    PIC X(14) VALUE 'CUSTO/KM: '.
                  07 W-L6-CKM  PIC Z(4)9,9999B(3).
                  07 FILLER    PIC X(22) VALUE
                     'LITROS DO TANQUE: '.
                  07 W-L6-TNQ  PIC ZZZZZ9,99.

               05 W-LINHA-4.
                  07 FILLER    PIC X(09) VALUE '  LINHA: '.
                  07 W-L4-FRO  PIC 999B(3).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

           COPY "PRJ_TNS.CPY".

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-KMLT'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           IF NOT VAL-ITI
              PERFORM ERRO-ARQUIVO.

           | base sem almoxarifado imprime o consumo como antes
           OPEN INPUT CMOVEST
           IF ST-MVE = '35'
              SET MVE-ATIVA TO FALSE
           ELSE
              IF NOT VAL-MVE
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET MVE-ATIVA TO TRUE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW

       FIM.
           CLOSE CVEICULO CABASTEC CVIAGEM CITINER.
           IF MVE-ATIVA
              CLOSE CMOVEST.
           CLOSE WINDOW JANELA-PRINCIPAL.

           EXIT PROGRAM
                  INITIALIZE W-NROPAGI
                  MOVE 800 TO W-CONTLIN

                  PERFORM ABRE-SPOOL-REL
                  | saida da bomba da garagem vale o custo medio das
                  | entregas do tanque ate o fim do periodo
                  MOVE W-DATAFIN-I TO TNS-DATA-I
                  CALL "PRJ_TANQUE_SALDO" USING AREA-SALDO-TANQUE
                  CANCEL "PRJ_TANQUE_SALDO"

                  OPEN OUTPUT PRINTF
                  PERFORM IMPRIME-VEICULOS
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       IMPRIME-VEICULOS.
              END-IF

              PERFORM ACUMULA-CONSUMO-VEICULO
              PERFORM ACUMULA-MANUTENCAO-VEICULO
              IF W-LIT-HIS > 0 OR W-MAN-PER NOT = 0
                 PERFORM IMPRIME-VEICULO
              END-IF
           END-PERFORM.
                                    W-DIAAUXI
              IF W-DATAABA-I >= W-DATAINI-I AND <= W-DATAFIN-I
                 ADD ABA-LITROS TO W-LIT-PER
                 IF ABA-ORIGEM NOT NUMERIC
                    MOVE 0 TO ABA-ORIGEM
                 END-IF
                 IF ABA-DO-TANQUE
                    ADD ABA-LITROS TO W-LIT-TNQ-PER
                    COMPUTE W-CMB-PER ROUNDED = W-CMB-PER +
                            ABA-LITROS * TNS-CUSTO-MEDIO
                 ELSE
                    ADD ABA-VLR-TOTAL TO W-CMB-PER
                 END-IF
                 IF W-ODO-MIN-PER = 0 OR ABA-ODOMETRO < W-ODO-MIN-PER
                    MOVE ABA-ODOMETRO TO W-ODO-MIN-PER
                 END-IF
           IF W-LIT-HIS > 0
              COMPUTE W-KML-HIS ROUNDED = W-KM-HIS / W-LIT-HIS
           END-IF
           IF W-KM-PER > 0
              COMPUTE W-CMB-KM ROUNDED = W-CMB-PER / W-KM-PER
           END-IF

           PERFORM ACUMULA-VIAGENS-VEICULO.

       ACUMULA-MANUTENCAO-VEICULO.
           | pecas, pneus e lubrificantes entregues ao veiculo
           | no periodo, liquido das devolucoes (a saida grava
           | valor negativo no almoxarifado)
           MOVE 0 TO W-MAN-PER W-MAN-KM
           IF NOT MVE-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE MVE-REG-1
           MOVE VEI-PLACA TO MVE-PLACA
           START CMOVEST KEY >= MVE-PLACA
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CMOVEST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MVE
                 EXIT PERFORM
              END-IF
              IF MVE-PLACA NOT = VEI-PLACA
                 EXIT PERFORM
              END-IF
              IF MVE-SAIDA OR MVE-DEVOLUCAO
                 MOVE MVE-DATA TO W-DATAUXI
                 COMPUTE W-DATAABA-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAABA-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    SUBTRACT MVE-VALOR FROM W-MAN-PER
                 END-IF
              END-IF
           END-PERFORM
           IF W-KM-PER > 0
              COMPUTE W-MAN-KM ROUNDED = W-MAN-PER / W-KM-PER
           END-IF.

       ACUMULA-VIAGENS-VEICULO.
           INITIALIZE VIA-REG-1
           START CVIAGEM KEY >= VIA-CHAVE
                   TO W-L3-ALERTA
           END-IF
           WRITE PRINTF-R FROM W-LINHA-3 AFTER 1

           MOVE W-MAN-PER TO W-L5-MAN
           MOVE W-MAN-KM  TO W-L5-MKM
           WRITE PRINTF-R FROM W-LINHA-5 AFTER 1

           MOVE W-CMB-PER     TO W-L6-CMB
           MOVE W-CMB-KM      TO W-L6-CKM
           MOVE W-LIT-TNQ-PER TO W-L6-TNQ
           WRITE PRINTF-R FROM W-LINHA-6 AFTER 1
           ADD 5 TO W-CONTLIN

           PERFORM VARYING W-IND-FRO FROM 1 BY 1
                   UNTIL W-IND-FRO > W-QTD-FROS

           MOVE 3 TO W-CONTLIN.

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

           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI(1:10) ' A ' W-DATAFIN(1:10)
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
