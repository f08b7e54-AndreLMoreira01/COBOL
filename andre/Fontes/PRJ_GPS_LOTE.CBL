       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-GPS-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_OCO.SL".
           COPY "PRJ_OCM.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_SUS.SL".

           SELECT GPSEVT ASSIGN TO 'GPSEVT.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-GPS.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_OCO.FD".
           COPY "PRJ_OCM.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_SUS.FD".

       | arquivo diario do rastreador: um evento por linha,
       | data em aaaammdd e hora em hhmmss
       FD  GPSEVT
           LABEL RECORD STANDARD.
       01  GPS-REG-1.
           03 GPS-PLACA                  PIC X(08).
           03 GPS-DATA                   PIC 9(08).
           03 GPS-HORA                   PIC 9(06).
           03 GPS-TIPO                   PIC X(01).
              88 GPS-SAIDA-TERMINAL      VALUE 'S'.
              88 GPS-CHEGADA-TERMINAL    VALUE 'C'.
              88 GPS-PARADA              VALUE 'P'.
              88 GPS-POSICAO             VALUE 'V'.
           03 GPS-LOCAL                  PIC X(20).
           03 GPS-VELOC                  PIC 9(03).
           03 GPS-PARADA-MIN             PIC 9(04).
           03 FILLER                     PIC X(10).

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
           03  ST-OCO                PIC  X(02).
               88 VAL-OCO            VALUE '00' THRU '09'.
           03  ST-OCM                PIC  X(02).
               88 VAL-OCM            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-GPS                PIC  X(02).
               88 VAL-GPS            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-OCM-ATIVA           PIC  X(01) VALUE 'N'.
               88 OCM-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-MSG-SUS             PIC  X(40).
           03  FILLER                PIC  X(01) VALUE ' '.
               88 EM-REPROCESSO      VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 JA-SUSPENSO        VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 OCORRENCIA-GRAVADA VALUE 'S' FALSE ' '.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

           03  CAMPOS-PARM-W.
               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATAVIA-I             PIC  9(08).
               05 W-DATA-EVT              PIC  9(08).

               05 W-HHMMSS-AUX            PIC  9(06).
               05 REDEFINES W-HHMMSS-AUX.
                  07 W-HH-EVT             PIC  9(02).
                  07 W-MM-EVT             PIC  9(02).
                  07 W-SS-EVT             PIC  9(02).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-EVT               PIC  9(04).
               05 W-MIN-INICIO            PIC  9(04).
               05 W-MAIOR-INICIO          PIC  9(04).
               05 W-DIFERENCA             PIC S9(04).
               05 W-MENOR-DIF             PIC  9(04).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DIA-HOJE              PIC  9(08).

               | limites da telemetria: velocidade maxima em km/h
               | (PARAM 36, padrao 100), parada minima fora do
               | terminal em minutos (PARAM 37, padrao 20) e os
               | motivos de ocorrencia gravados para excesso de
               | velocidade (PARAM 38) e parada (PARAM 39)
               05 W-VELOC-MAX             PIC  9(03) VALUE 100.
               05 W-PARADA-MAX            PIC  9(04) VALUE 20.
               05 W-COD-EXCESSO           PIC  9(02) VALUE 0.
               05 W-COD-PARADA            PIC  9(02) VALUE 0.

               05 W-QTD-TAB               PIC  9(05) VALUE 0.
               05 W-IND                   PIC  9(05).
               05 W-IND-VIA               PIC  9(05).
               05 W-ACHOU                 PIC  9(01).
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.

               05 W-COD-OCO               PIC  9(02).
               05 W-TEXTO-OCO             PIC  X(60).
               05 W-ATRASO-OCO            PIC  9(04).
               05 W-SEQ-OCO               PIC  9(02).
               05 W-HORA                  PIC  9(08).

               05 W-QTD-EVT               PIC  9(07) VALUE 0.
               05 W-QTD-FORA              PIC  9(07) VALUE 0.
               05 W-QTD-IGNORADOS         PIC  9(07) VALUE 0.
               05 W-QTD-PARTIDAS          PIC  9(07) VALUE 0.
               05 W-QTD-CHEGADAS          PIC  9(07) VALUE 0.
               05 W-QTD-VIA-ATU           PIC  9(07) VALUE 0.
               05 W-QTD-EXCESSO           PIC  9(07) VALUE 0.
               05 W-QTD-PARADAS           PIC  9(07) VALUE 0.
               05 W-QTD-SUSPENSOS         PIC  9(07) VALUE 0.

           | partidas do periodo com veiculo escalado; a
           | telemetria casa pela placa e pela data, e a
           | partida e a chegada apuradas so vao para a
           | VIAGEM.ARQ no fim da rodada
           03  W-TAB-VIAGEM.
               05 W-TV-ITEM OCCURS 5000 TIMES.
                  07 W-TV-FRO             PIC 9(03).
                  07 W-TV-DATA            PIC 9(08).
                  07 W-TV-NUM             PIC 9(01).
                  07 W-TV-VEI             PIC X(08).
                  07 W-TV-PREV-MIN        PIC 9(04).
                  07 W-TV-SAIDA-MIN       PIC 9(04).
                  07 W-TV-CHEG-MIN        PIC 9(04).
                  07 W-TV-GPS-SAIDA       PIC 9(01).
                  07 W-TV-GPS-CHEG        PIC 9(01).

           03  CAMPOS-IMPRESSAO-W.
               05 W-ED-HORA.
                  07 W-ED-HH              PIC 99.
                  07 FILLER               PIC X(01) VALUE ':'.
                  07 W-ED-MM              PIC 99.
               05 W-ED-VELOC              PIC ZZ9.
               05 W-ED-MIN                PIC ZZZ9.

               05 W-LINHA-1.
                  07 FILLER    PIC X(07) VALUE 'PLACA: '.
                  07 W-L1-PLACA PIC X(08)B(2).
                  07 FILLER    PIC X(06) VALUE 'DATA: '.
                  07 W-L1-DATA PIC 99/99/9999B(2).
                  07 FILLER    PIC X(06) VALUE 'HORA: '.
                  07 W-L1-HORA PIC X(05)B(2).
                  07 FILLER    PIC X(06) VALUE 'TIPO: '.
                  07 W-L1-TIPO PIC X(01)B(2).
                  07 W-L1-MSG  PIC X(60).

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'EVENTOS LIDOS:                      '.
                  07 W-R1-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'EVENTOS FORA DO PERIODO:            '.
                  07 W-R2-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'POSICOES SEM VIAGEM (IGNORADAS):    '.
                  07 W-R3-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS APURADAS:                  '.
                  07 W-R4-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-5.
                  07 FILLER    PIC X(36) VALUE
                     'CHEGADAS APURADAS:                  '.
                  07 W-R5-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-6.
                  07 FILLER    PIC X(36) VALUE
                     'VIAGENS ATUALIZADAS:                '.
                  07 W-R6-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-7.
                  07 FILLER    PIC X(36) VALUE
                     'OCORRENCIAS DE EXCESSO VELOCIDADE:  '.
                  07 W-R7-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-8.
                  07 FILLER    PIC X(36) VALUE
                     'OCORRENCIAS DE PARADA FORA TERMINAL:'.
                  07 W-R8-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-9.
                  07 FILLER    PIC X(36) VALUE
                     'REGISTROS SUSPENSOS NESTA RODADA:   '.
                  07 W-R9-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-10.
                  07 FILLER    PIC X(36) VALUE
                     'VIAGENS ALEM DA TABELA (NAO VER.):  '.
                  07 W-R10-TOT PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'IMPORTACAO DA TELEMETRIA (GPS) DAS VIAGENS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(09) VALUE 'PERIODO: '.
                  07 W-C2-INI  PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 W-C2-FIN  PIC 99/99/9999.

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
           | le o arquivo de eventos do rastreador (GPSEVT.ARQ),
           | casa cada evento com a partida do veiculo no dia,
           | apura a partida e a chegada reais e grava excesso
           | de velocidade e parada fora do terminal como
           | ocorrencia da viagem; evento sem viagem vai para o
           | suspense; datas de linkage em aaaammdd

           OPEN I-O CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN I-O COCORREN
           IF ST-OCO = '35'
              OPEN OUTPUT COCORREN
              CLOSE COCORREN
              OPEN I-O COCORREN.
           IF NOT VAL-OCO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT COCOMTV
           IF VAL-OCM
              SET OCM-ATIVA TO TRUE
           END-IF

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSUSPENSE
           IF ST-SUS = '35'
              OPEN OUTPUT CSUSPENSE
              CLOSE CSUSPENSE
              OPEN I-O CSUSPENSE.
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS.

           ACCEPT W-DIA-HOJE FROM CENTURY-DATE
           MOVE W-DIA-HOJE TO W-DATAUXI
           COMPUTE W-DIA-HOJE = W-ANOAUXI-I +
                                W-MESAUXI-I * 10000 +
                                W-DIAAUXI-I * 1000000

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

           OPEN OUTPUT PRINTF
           PERFORM CARREGA-VIAGENS
           PERFORM REPROCESSA-SUSPENSE
           PERFORM PROCESSA-EVENTOS
           PERFORM ATUALIZA-VIAGENS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF.

       FIM.
           CLOSE CVIAGEM COCORREN CSEQ CSUSPENSE.
           IF OCM-ATIVA
              CLOSE COCOMTV
           END-IF.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 36 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-VELOC-MAX
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 37 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-PARADA-MAX
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 38 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-COD-EXCESSO
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 39 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-COD-PARADA
           END-IF

           CLOSE CPARAM.

       CARREGA-VIAGENS.
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

              IF NOT VIA-CANCELADA AND VIA-VEICULO NOT = SPACES
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-DATAVIA-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAVIA-I >= W-DATAINI-I
                    AND W-DATAVIA-I <= W-DATAFIN-I
                    PERFORM GUARDA-VIAGEM
                 END-IF
              END-IF
           END-PERFORM.

       GUARDA-VIAGEM.
           IF W-QTD-TAB >= 5000
              ADD 1 TO W-QTD-ESTOURO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-QTD-TAB
           MOVE VIA-FRO     TO W-TV-FRO(W-QTD-TAB)
           MOVE VIA-DATA    TO W-TV-DATA(W-QTD-TAB)
           MOVE VIA-NUM     TO W-TV-NUM(W-QTD-TAB)
           MOVE VIA-VEICULO TO W-TV-VEI(W-QTD-TAB)
           MOVE VIA-HR-PREV TO W-HHMM-AUX
           COMPUTE W-TV-PREV-MIN(W-QTD-TAB) =
                   W-HH-AUX * 60 + W-MM-AUX
           MOVE 0 TO W-TV-SAIDA-MIN(W-QTD-TAB)
                     W-TV-CHEG-MIN(W-QTD-TAB)
                     W-TV-GPS-SAIDA(W-QTD-TAB)
                     W-TV-GPS-CHEG(W-QTD-TAB).

       PROCESSA-EVENTOS.
           OPEN INPUT GPSEVT
           IF ST-GPS = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-GPS
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM UNTIL 1 = 2
              READ GPSEVT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-GPS
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-EVT
              IF GPS-DATA < W-DATAINI-I OR GPS-DATA > W-DATAFIN-I
                 ADD 1 TO W-QTD-FORA
              ELSE
                 PERFORM TRATA-EVENTO
              END-IF
           END-PERFORM

           CLOSE GPSEVT.

       TRATA-EVENTO.
           | W-ACHOU volta 1 quando o evento foi absorvido pela
           | viagem (ou era so posicao sem interesse) e 0
           | quando foi para o suspense
           MOVE 1 TO W-ACHOU

           MOVE GPS-DATA TO W-DATAUXI
           COMPUTE W-DATA-EVT = W-ANOAUXI-I +
                                W-MESAUXI-I * 10000 +
                                W-DIAAUXI-I * 1000000
           MOVE GPS-HORA TO W-HHMMSS-AUX
           COMPUTE W-MIN-EVT = W-HH-EVT * 60 + W-MM-EVT
           MOVE W-HH-EVT TO W-ED-HH
           MOVE W-MM-EVT TO W-ED-MM

           IF GPS-SAIDA-TERMINAL
              PERFORM LOCALIZA-PARTIDA
           ELSE
              PERFORM LOCALIZA-VIAGEM-EM-CURSO
           END-IF

           IF W-IND-VIA = 0
              | posicao de rotina com o carro fora de viagem
              | (garagem, manobra) nao interessa; o resto vai
              | para o suspense
              IF GPS-POSICAO AND GPS-VELOC NOT > W-VELOC-MAX
                 ADD 1 TO W-QTD-IGNORADOS
              ELSE
                 MOVE 0 TO W-ACHOU
                 IF NOT EM-REPROCESSO
                    MOVE 'EVENTO GPS SEM VIAGEM DO VEICULO'
                         TO W-MSG-SUS
                    MOVE 'GS' TO SUS-COD
                    PERFORM SUSPENDE-EVENTO
                 END-IF
              END-IF
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN GPS-SAIDA-TERMINAL
                 IF W-TV-GPS-SAIDA(W-IND-VIA) = 0
                    OR W-MIN-EVT < W-TV-SAIDA-MIN(W-IND-VIA)
                    MOVE W-MIN-EVT TO W-TV-SAIDA-MIN(W-IND-VIA)
                    IF W-TV-GPS-SAIDA(W-IND-VIA) = 0
                       ADD 1 TO W-QTD-PARTIDAS
                    END-IF
                    MOVE 1 TO W-TV-GPS-SAIDA(W-IND-VIA)
                 END-IF
              WHEN GPS-CHEGADA-TERMINAL
                 IF W-TV-GPS-CHEG(W-IND-VIA) = 0
                    OR W-MIN-EVT < W-TV-CHEG-MIN(W-IND-VIA)
                    MOVE W-MIN-EVT TO W-TV-CHEG-MIN(W-IND-VIA)
                    IF W-TV-GPS-CHEG(W-IND-VIA) = 0
                       ADD 1 TO W-QTD-CHEGADAS
                    END-IF
                    MOVE 1 TO W-TV-GPS-CHEG(W-IND-VIA)
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE

           IF GPS-VELOC > W-VELOC-MAX
              MOVE GPS-VELOC TO W-ED-VELOC
              MOVE SPACES TO W-TEXTO-OCO
              STRING 'EXCESSO DE VELOCIDADE ' DELIMITED BY SIZE
                     W-ED-VELOC               DELIMITED BY SIZE
                     ' KM/H AS '              DELIMITED BY SIZE
                     W-ED-HORA                DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     GPS-LOCAL                DELIMITED BY SIZE
                     INTO W-TEXTO-OCO
              MOVE W-COD-EXCESSO TO W-COD-OCO
              MOVE 0 TO W-ATRASO-OCO
              PERFORM REGISTRA-OCORRENCIA-GPS
              IF OCORRENCIA-GRAVADA
                 ADD 1 TO W-QTD-EXCESSO
              END-IF
           END-IF

           IF GPS-PARADA AND GPS-PARADA-MIN >= W-PARADA-MAX
              MOVE GPS-PARADA-MIN TO W-ED-MIN
              MOVE SPACES TO W-TEXTO-OCO
              STRING 'PARADA NAO PROGRAMADA ' DELIMITED BY SIZE
                     W-ED-MIN                 DELIMITED BY SIZE
                     ' MIN AS '               DELIMITED BY SIZE
                     W-ED-HORA                DELIMITED BY SIZE
                     ' '                      DELIMITED BY SIZE
                     GPS-LOCAL                DELIMITED BY SIZE
                     INTO W-TEXTO-OCO
              MOVE W-COD-PARADA TO W-COD-OCO
              MOVE GPS-PARADA-MIN TO W-ATRASO-OCO
              PERFORM REGISTRA-OCORRENCIA-GPS
              IF OCORRENCIA-GRAVADA
                 ADD 1 TO W-QTD-PARADAS
              END-IF
           END-IF.

       LOCALIZA-PARTIDA.
           | a saida do terminal casa com a partida do veiculo
           | no dia cujo horario previsto fica mais perto
           MOVE 0 TO W-IND-VIA
           MOVE 9999 TO W-MENOR-DIF
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-TAB
              IF W-TV-VEI(W-IND) = GPS-PLACA
                 AND W-TV-DATA(W-IND) = W-DATA-EVT
                 COMPUTE W-DIFERENCA =
                         W-MIN-EVT - W-TV-PREV-MIN(W-IND)
                 IF W-DIFERENCA < 0
                    COMPUTE W-DIFERENCA = W-DIFERENCA * -1
                 END-IF
                 IF W-DIFERENCA < W-MENOR-DIF
                    MOVE W-DIFERENCA TO W-MENOR-DIF
                    MOVE W-IND TO W-IND-VIA
                 END-IF
              END-IF
           END-PERFORM.

       LOCALIZA-VIAGEM-EM-CURSO.
           | chegada, parada e posicao pertencem a ultima
           | partida do veiculo no dia que ja tinha saido na
           | hora do evento (saida do GPS ou, sem ela, a
           | prevista)
           MOVE 0 TO W-IND-VIA
           MOVE 0 TO W-MAIOR-INICIO
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-TAB
              IF W-TV-VEI(W-IND) = GPS-PLACA
                 AND W-TV-DATA(W-IND) = W-DATA-EVT
                 IF W-TV-GPS-SAIDA(W-IND) = 1
                    MOVE W-TV-SAIDA-MIN(W-IND) TO W-MIN-INICIO
                 ELSE
                    MOVE W-TV-PREV-MIN(W-IND) TO W-MIN-INICIO
                 END-IF
                 IF W-MIN-INICIO <= W-MIN-EVT
                    AND (W-IND-VIA = 0
                         OR W-MIN-INICIO >= W-MAIOR-INICIO)
                    MOVE W-MIN-INICIO TO W-MAIOR-INICIO
                    MOVE W-IND TO W-IND-VIA
                 END-IF
              END-IF
           END-PERFORM.

       REGISTRA-OCORRENCIA-GPS.
           | o mesmo evento relido (arquivo reenviado ou
           | suspenso reapresentado) nao duplica a ocorrencia;
           | motivo nao configurado deixa o evento no suspense
           | ate o PARAM ser acertado
           SET OCORRENCIA-GRAVADA TO FALSE
           IF W-COD-OCO = 0
              MOVE 0 TO W-ACHOU
              IF NOT EM-REPROCESSO
                 MOVE 'MOTIVO DE OCORRENCIA GPS NAO CONFIGURADO'
                      TO W-MSG-SUS
                 MOVE 'GM' TO SUS-COD
                 PERFORM SUSPENDE-EVENTO
              END-IF
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-SEQ-OCO
           INITIALIZE OCO-REG-1
           MOVE W-TV-FRO(W-IND-VIA)  TO OCO-FRO
           MOVE W-TV-DATA(W-IND-VIA) TO OCO-DATA
           MOVE W-TV-NUM(W-IND-VIA)  TO OCO-NUM
           MOVE 0                    TO OCO-SEQ
           START COCORREN KEY >= OCO-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ COCORREN NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-OCO
                 EXIT PERFORM
              END-IF
              IF OCO-FRO NOT = W-TV-FRO(W-IND-VIA)
                 OR OCO-DATA NOT = W-TV-DATA(W-IND-VIA)
                 OR OCO-NUM NOT = W-TV-NUM(W-IND-VIA)
                 EXIT PERFORM
              END-IF
              IF OCO-COD = W-COD-OCO AND OCO-TEXTO = W-TEXTO-OCO
                 EXIT PARAGRAPH
              END-IF
              MOVE OCO-SEQ TO W-SEQ-OCO
           END-PERFORM

           IF W-SEQ-OCO >= 99
              EXIT PARAGRAPH
           END-IF

           INITIALIZE OCM-REG-1
           IF OCM-ATIVA
              MOVE W-COD-OCO TO OCM-COD
              READ COCOMTV
              IF NOT VAL-OCM
                 INITIALIZE OCM-REG-1
              END-IF
           END-IF

           ACCEPT W-HORA FROM TIME
           INITIALIZE OCO-REG-1
           MOVE W-TV-FRO(W-IND-VIA)  TO OCO-FRO
           MOVE W-TV-DATA(W-IND-VIA) TO OCO-DATA
           MOVE W-TV-NUM(W-IND-VIA)  TO OCO-NUM
           COMPUTE OCO-SEQ = W-SEQ-OCO + 1
           MOVE W-COD-OCO    TO OCO-COD
           MOVE W-TEXTO-OCO  TO OCO-TEXTO
           MOVE W-ATRASO-OCO TO OCO-ATRASO-MIN
           MOVE OCM-AREA     TO OCO-AREA
           MOVE W-DIA-HOJE   TO OCO-DIA
           MOVE W-HORA       TO OCO-HORA
           MOVE W-LOGIN-L    TO OCO-USU
           WRITE OCO-REG-1
           IF NOT VAL-OCO
              PERFORM ERRO-ARQUIVO
           END-IF
           SET OCORRENCIA-GRAVADA TO TRUE

           MOVE W-TEXTO-OCO TO W-L1-MSG
           PERFORM IMPRIME-EVENTO.

       SUSPENDE-EVENTO.
           PERFORM TESTA-SUSPENSO-EVENTO
           IF JA-SUSPENSO
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SUS-IMAGEM
           MOVE GPS-REG-1 TO SUS-IMAGEM(1:60)
           PERFORM GRAVA-SUSPENSE

           MOVE W-MSG-SUS TO W-L1-MSG
           PERFORM IMPRIME-EVENTO.

       TESTA-SUSPENSO-EVENTO.
           | o mesmo evento nao e suspenso de novo quando o
           | arquivo do rastreador e reprocessado
           SET JA-SUSPENSO TO FALSE
           INITIALIZE SUS-REG-1
           MOVE 0 TO SUS-SEQ
           START CSUSPENSE KEY >= SUS-SEQ
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CSUSPENSE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SUS
                 EXIT PERFORM
              END-IF
              IF SUS-LOTE = 'PRJ-GPS-LOTE'
                 AND (SUS-PENDENTE OR SUS-REAPRESENTAR)
                 AND SUS-IMAGEM(1:60) = GPS-REG-1
                 SET JA-SUSPENSO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       GRAVA-SUSPENSE.
           INITIALIZE SEQ-REG-1
           MOVE 'SUSPENSE' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'SUSPENSE' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           REWRITE SEQ-REG-1

           | SUS-COD e SUS-IMAGEM chegam prontos de quem chama
           MOVE SEQ-ULTIMO TO SUS-SEQ
           MOVE 'PRJ-GPS-LOTE' TO SUS-LOTE
           MOVE W-MSG-SUS TO SUS-MSG
           MOVE SPACES TO SUS-MTV-DESCARTE
           MOVE W-DIA-HOJE TO SUS-DIA
           ACCEPT SUS-HORA FROM TIME
           SET SUS-PENDENTE TO TRUE
           MOVE W-LOGIN-L TO SUS-USU
           WRITE SUS-REG-1
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-SUSPENSOS.

       REPROCESSA-SUSPENSE.
           | eventos reapresentados na tela de suspensos (placa
           | corrigida na viagem, motivo configurado) voltam
           | pelo mesmo casamento do arquivo do rastreador
           SET EM-REPROCESSO TO TRUE
           INITIALIZE SUS-REG-1
           MOVE 0 TO SUS-SEQ
           START CSUSPENSE KEY >= SUS-SEQ
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CSUSPENSE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SUS
                 EXIT PERFORM
              END-IF

              IF SUS-LOTE = 'PRJ-GPS-LOTE'
                 AND SUS-REAPRESENTAR
                 MOVE SUS-IMAGEM(1:60) TO GPS-REG-1
                 ADD 1 TO W-QTD-EVT
                 PERFORM TRATA-EVENTO
                 IF W-ACHOU = 1
                    SET SUS-REPROCESSADO TO TRUE
                 ELSE
                    SET SUS-PENDENTE TO TRUE
                 END-IF
                 REWRITE SUS-REG-1
                 IF NOT VAL-SUS
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM
           SET EM-REPROCESSO TO FALSE.

       ATUALIZA-VIAGENS.
           | so regrava a partida que teve saida ou chegada
           | apurada pelo GPS; a hora real digitada no
           | embarque da lugar a do rastreador
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-TAB
              IF W-TV-GPS-SAIDA(W-IND) = 1
                 OR W-TV-GPS-CHEG(W-IND) = 1
                 INITIALIZE VIA-REG-1
                 MOVE W-TV-FRO(W-IND)  TO VIA-FRO
                 MOVE W-TV-DATA(W-IND) TO VIA-DATA
                 MOVE W-TV-NUM(W-IND)  TO VIA-NUM
                 READ CVIAGEM
                 IF VAL-VIA
                    IF W-TV-GPS-SAIDA(W-IND) = 1
                       DIVIDE W-TV-SAIDA-MIN(W-IND) BY 60
                              GIVING W-HH-AUX REMAINDER W-MM-AUX
                       MOVE W-HHMM-AUX TO VIA-HR-REAL
                    END-IF
                    IF W-TV-GPS-CHEG(W-IND) = 1
                       DIVIDE W-TV-CHEG-MIN(W-IND) BY 60
                              GIVING W-HH-AUX REMAINDER W-MM-AUX
                       MOVE W-HHMM-AUX TO VIA-HR-CHEG
                    END-IF
                    REWRITE VIA-REG-1
                    IF NOT VAL-VIA
                       PERFORM ERRO-ARQUIVO
                    END-IF
                    ADD 1 TO W-QTD-VIA-ATU
                 END-IF
              END-IF
           END-PERFORM.

       IMPRIME-EVENTO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE GPS-PLACA  TO W-L1-PLACA
           MOVE W-DATA-EVT TO W-L1-DATA
           MOVE W-ED-HORA  TO W-L1-HORA
           MOVE GPS-TIPO   TO W-L1-TIPO
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-EVT TO W-R1-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-FORA TO W-R2-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-QTD-IGNORADOS TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           MOVE W-QTD-PARTIDAS TO W-R4-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1
           MOVE W-QTD-CHEGADAS TO W-R5-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-5 AFTER 1
           MOVE W-QTD-VIA-ATU TO W-R6-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-6 AFTER 1
           MOVE W-QTD-EXCESSO TO W-R7-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-7 AFTER 1
           MOVE W-QTD-PARADAS TO W-R8-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-8 AFTER 1
           MOVE W-QTD-SUSPENSOS TO W-R9-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-9 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R10-TOT
              WRITE PRINTF-R FROM W-LINHA-RESUMO-10 AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

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
              MOVE 'PRJ-GPS-LOTE' TO ERRL-PROG
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
