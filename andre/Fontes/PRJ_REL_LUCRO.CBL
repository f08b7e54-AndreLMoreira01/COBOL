           COPY "PRJ_FRO.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_CTO.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_MVE.SL".
           COPY "PRJ_DEP.SL".
           COPY "PRJ_ABA.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.


           COPY "PRJ_FRO.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_CTO.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_MVE.FD".
           COPY "PRJ_DEP.FD".
           COPY "PRJ_ABA.FD".

       FD  PRINTF LABEL RECORD OMITTED.

           03  SORT-QTD-1        PIC 9(05).
           03  SORT-TOT-1        PIC 9(10)V99.
           03  SORT-CST-1        PIC 9(10)V99.
           03  SORT-MAN-1        PIC 9(10)V99.
           03  SORT-DEP-1        PIC 9(10)V99.
           03  SORT-DSL-1        PIC 9(10)V99.

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
               88 VAL-CTO            VALUE '00' THRU '09'.
           03  W-CTO-ATIVA           PIC  X(01) VALUE 'N'.
               88 CTO-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-MVE                PIC  X(02).
               88 VAL-MVE            VALUE '00' THRU '09'.
           03  W-MVE-ATIVA           PIC  X(01) VALUE 'N'.
               88 MVE-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-DEP                PIC  X(02).
               88 VAL-DEP            VALUE '00' THRU '09'.
           03  W-DEP-ATIVA           PIC  X(01) VALUE 'N'.
               88 DEP-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-ABA                PIC  X(02).
               88 VAL-ABA            VALUE '00' THRU '09'.
           03  W-ABA-ATIVA           PIC  X(01) VALUE 'N'.
               88 ABA-ATIVA          VALUE 'S' FALSE 'N'.

           03  CAMPOS-TELA-W.
               05 W-DATAINI               PIC  99/99/9999.
               05 W-DATACST-I             PIC  9(08).
               05 W-OCUPACAO              PIC  9(05)V99 VALUE 0.

           | custo de manutencao (almoxarifado) de cada veiculo
           | no periodo e quantas viagens ele fez, para ratear
           | entre as frotas pelas viagens; a depreciacao do
           | veiculo no periodo (PRJ-DEPREC-LOTE) e rateada do
           | mesmo jeito, assim como o diesel tirado da bomba da
           | garagem, valorizado pelo custo medio do tanque
               05 W-MAN-FRO               PIC  9(10)V99 VALUE 0.
               05 W-DEP-FRO               PIC  9(10)V99 VALUE 0.
               05 W-DSL-FRO               PIC  9(10)V99 VALUE 0.
               05 W-PLACA-MAN             PIC  X(08).
               05 W-QTD-MAN               PIC  9(03) VALUE 0.
               05 W-IND-MAN               PIC  9(03).
               05 W-MAN-TAB OCCURS 500 TIMES.
                  07 W-MT-PLACA           PIC X(08).
                  07 W-MT-CUSTO           PIC S9(09)V99.
                  07 W-MT-VIAGENS         PIC 9(05).
                  07 W-MT-DEPREC          PIC 9(09)V99.
                  07 W-MT-DIESEL          PIC 9(09)V99.

               05 W-LINHA-1.
                  07 FILLER    PIC X(08) VALUE 'FROTA: '.
                  07 W-L1-FRO  PIC 999B.
                  07 FILLER    PIC X(20) VALUE 'LUCRO: R$'.
                  07 W-L4-LUC  PIC -(8)9,99.

               05 W-LINHA-5.
                  07 FILLER    PIC X(40) VALUE
                     '  DOS QUAIS MANUTENCAO (RATEIO): R$'.
                  07 W-L5-MAN  PIC Z(8)9,99.

               05 W-LINHA-6.
                  07 FILLER    PIC X(40) VALUE
                     '  DOS QUAIS DEPRECIACAO (RATEIO): R$'.
                  07 W-L6-DEP  PIC Z(8)9,99.

               05 W-LINHA-7.
                  07 FILLER    PIC X(40) VALUE
                     '  DOS QUAIS DIESEL TANQUE (RATEIO): R$'.
                  07 W-L7-DSL  PIC Z(8)9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'RELATORIO DE RENTABILIDADE DE ROTAS'.
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

           COPY "PRJ_TNS.CPY".

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-LUCRO'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
              SET CTO-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CVIAGEM
           IF ST-VIA = '35'
              OPEN OUTPUT CVIAGEM
              CLOSE CVIAGEM
              OPEN INPUT CVIAGEM.
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOVEST
           IF ST-MVE = '35'
              SET MVE-ATIVA TO FALSE
           ELSE
              IF NOT VAL-MVE
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET MVE-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CDEPREC
           IF ST-DEP = '35'
              SET DEP-ATIVA TO FALSE
           ELSE
              IF NOT VAL-DEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET DEP-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CABASTEC
           IF ST-ABA = '35'
              SET ABA-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ABA
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ABA-ATIVA TO TRUE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
           CLOSE CFROTA CBILHETE.
           IF CTO-ATIVA
              CLOSE CCUSTOVIA.
           CLOSE CVIAGEM.
           IF MVE-ATIVA
              CLOSE CMOVEST.
           IF DEP-ATIVA
              CLOSE CDEPREC.
           IF ABA-ATIVA
              CLOSE CABASTEC.
           CLOSE WINDOW JANELA-PRINCIPAL.

           CANCEL SORT.
                  INITIALIZE W-NROPAGI
                  MOVE 800 TO W-CONTLIN

                  PERFORM MONTA-MANUTENCAO-VEICULOS

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  INITIALIZE FRO-REG-1
                  START CFROTA KEY >= FRO-ID
                          OUTPUT PROCEDURE OUTPUTPROC
                  END-IF
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       INPUTPROCE.
              END-IF

              INITIALIZE SORT-REGISTR-1
                         W-QTD-FRO W-TOT-FRO W-CST-FRO W-MAN-FRO
                         W-DEP-FRO W-DSL-FRO

              MOVE 0 TO BIL-FRO
              MOVE 0 TO BIL-DATA BIL-VIA BIL-TIPO
              END-IF

              PERFORM ACUMULA-CUSTOS-FROTA
              PERFORM ACUMULA-MANUTENCAO-FROTA
              ADD W-MAN-FRO TO W-CST-FRO
              ADD W-DEP-FRO TO W-CST-FRO
              ADD W-DSL-FRO TO W-CST-FRO

              MOVE FRO-ID    TO SORT-FRO-1
              MOVE FRO-DESC  TO SORT-DESC-1
              MOVE W-QTD-FRO TO SORT-QTD-1
              MOVE W-TOT-FRO TO SORT-TOT-1
              MOVE W-CST-FRO TO SORT-CST-1
              MOVE W-MAN-FRO TO SORT-MAN-1
              MOVE W-DEP-FRO TO SORT-DEP-1
              MOVE W-DSL-FRO TO SORT-DSL-1
              RELEASE SORT-REGISTR-1
           END-PERFORM.

              END-IF
           END-PERFORM.

       MONTA-MANUTENCAO-VEICULOS.
           | pecas entregues a cada veiculo no periodo, liquido
           | das devolucoes; a saida grava valor negativo
           MOVE 0 TO W-QTD-MAN
           INITIALIZE W-MAN-TAB
           PERFORM MONTA-PECAS-VEICULOS
           PERFORM MONTA-DEPRECIACAO-VEICULOS
           PERFORM MONTA-DIESEL-VEICULOS

           IF W-QTD-MAN = 0
              EXIT PARAGRAPH
           END-IF

           | viagens de cada veiculo no periodo (base do rateio)
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
                 COMPUTE W-DATACST-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATACST-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    PERFORM VARYING W-IND-MAN FROM 1 BY 1
                            UNTIL W-IND-MAN > W-QTD-MAN
                       IF W-MT-PLACA(W-IND-MAN) = VIA-VEICULO
                          ADD 1 TO W-MT-VIAGENS(W-IND-MAN)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       MONTA-PECAS-VEICULOS.
           IF NOT MVE-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MVE-REG-1
           START CMOVEST KEY >= MVE-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CMOVEST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MVE
                 EXIT PERFORM
              END-IF
              IF MVE-SAIDA OR MVE-DEVOLUCAO
                 MOVE MVE-DATA TO W-DATAUXI
                 COMPUTE W-DATACST-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATACST-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    MOVE MVE-PLACA TO W-PLACA-MAN
                    PERFORM LOCALIZA-VEICULO-MAN
                    IF W-IND-MAN > 0
                       SUBTRACT MVE-VALOR
                           FROM W-MT-CUSTO(W-IND-MAN)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       MONTA-DEPRECIACAO-VEICULOS.
           | depreciacao mensal contabilizada dentro do periodo
           IF NOT DEP-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE DEP-REG-1
           START CDEPREC KEY >= DEP-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CDEPREC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DEP
                 EXIT PERFORM
              END-IF
              IF DEP-MENSAL AND DEP-VALOR > 0
                 MOVE DEP-DT-CONTAB TO W-DATAUXI
                 COMPUTE W-DATACST-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATACST-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    MOVE DEP-PLACA TO W-PLACA-MAN
                    PERFORM LOCALIZA-VEICULO-MAN
                    IF W-IND-MAN > 0
                       ADD DEP-VALOR TO W-MT-DEPREC(W-IND-MAN)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       MONTA-DIESEL-VEICULOS.
           | o combustivel apontado por viagem (CTO-COMBUSTIVEL) e
           | o comprado em posto na estrada; o diesel da bomba da
           | garagem nao passa pelo apontamento e entra aqui, pelo
           | custo medio das entregas do tanque ate o fim do periodo
           IF NOT ABA-ATIVA
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATAFIN-I TO TNS-DATA-I
           CALL "PRJ_TANQUE_SALDO" USING AREA-SALDO-TANQUE
           CANCEL "PRJ_TANQUE_SALDO"
           IF TNS-CUSTO-MEDIO = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ABA-REG-1
           MOVE LOW-VALUES TO ABA-CHAVE
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 EXIT PERFORM
              END-IF
              IF ABA-ORIGEM NOT NUMERIC
                 MOVE 0 TO ABA-ORIGEM
              END-IF
              IF ABA-DO-TANQUE
                 MOVE ABA-DATA TO W-DATAUXI
                 COMPUTE W-DATACST-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATACST-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    MOVE ABA-PLACA TO W-PLACA-MAN
                    PERFORM LOCALIZA-VEICULO-MAN
                    IF W-IND-MAN > 0
                       COMPUTE W-MT-DIESEL(W-IND-MAN) ROUNDED =
                               W-MT-DIESEL(W-IND-MAN) +
                               ABA-LITROS * TNS-CUSTO-MEDIO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       LOCALIZA-VEICULO-MAN.
           PERFORM VARYING W-IND-MAN FROM 1 BY 1
                   UNTIL W-IND-MAN > W-QTD-MAN
              IF W-MT-PLACA(W-IND-MAN) = W-PLACA-MAN
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-MAN < 500
              ADD 1 TO W-QTD-MAN
              MOVE W-QTD-MAN TO W-IND-MAN
              MOVE W-PLACA-MAN TO W-MT-PLACA(W-IND-MAN)
           ELSE
              MOVE 0 TO W-IND-MAN
           END-IF.

       ACUMULA-MANUTENCAO-FROTA.
           | cada viagem da frota no periodo leva a sua parte
           | do custo de manutencao, da depreciacao e do diesel
           | do tanque do veiculo que a fez
           IF W-QTD-MAN = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE VIA-REG-1
           MOVE FRO-ID TO VIA-FRO
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
              IF VIA-FRO NOT = FRO-ID
                 EXIT PERFORM
              END-IF
              IF NOT VIA-CANCELADA
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-DATACST-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATACST-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    PERFORM VARYING W-IND-MAN FROM 1 BY 1
                            UNTIL W-IND-MAN > W-QTD-MAN
                       IF W-MT-PLACA(W-IND-MAN) = VIA-VEICULO
                          AND W-MT-VIAGENS(W-IND-MAN) > 0
                          IF W-MT-CUSTO(W-IND-MAN) > 0
                             COMPUTE W-MAN-FRO ROUNDED = W-MAN-FRO +
                                     W-MT-CUSTO(W-IND-MAN) /
                                     W-MT-VIAGENS(W-IND-MAN)
                          END-IF
                          IF W-MT-DEPREC(W-IND-MAN) > 0
                             COMPUTE W-DEP-FRO ROUNDED = W-DEP-FRO +
                                     W-MT-DEPREC(W-IND-MAN) /
                                     W-MT-VIAGENS(W-IND-MAN)
                          END-IF
                          IF W-MT-DIESEL(W-IND-MAN) > 0
                             COMPUTE W-DSL-FRO ROUNDED = W-DSL-FRO +
                                     W-MT-DIESEL(W-IND-MAN) /
                                     W-MT-VIAGENS(W-IND-MAN)
                          END-IF
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
              MOVE W-LUCRO-FRO TO W-L4-LUC
              WRITE PRINTF-R FROM W-LINHA-4 AFTER 1

              MOVE SORT-MAN-1  TO W-L5-MAN
              WRITE PRINTF-R FROM W-LINHA-5 AFTER 1

              MOVE SORT-DEP-1  TO W-L6-DEP
              WRITE PRINTF-R FROM W-LINHA-6 AFTER 1

              MOVE SORT-DSL-1  TO W-L7-DSL
              WRITE PRINTF-R FROM W-LINHA-7 AFTER 1

              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 9 TO W-CONTLIN
           END-PERFORM.

       TESTA-QUEBRA-PAGINA.

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
