       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-TAG-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_CTO.SL".
           COPY "PRJ_FRT.SL".

           SELECT TAGPED ASSIGN TO 'TAGPED.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-TAG.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_CTO.FD".
           COPY "PRJ_FRT.FD".

       | extrato mensal da operadora da tag de pedagio: uma
       | passagem por linha, data em aaaammdd e hora em hhmmss
       FD  TAGPED
           LABEL RECORD STANDARD.
       01  TAG-REG-1.
           03 TAG-PLACA                  PIC X(08).
           03 TAG-DATA                   PIC 9(08).
           03 TAG-HORA                   PIC 9(06).
           03 TAG-PRACA                  PIC X(30).
           03 TAG-VALOR                  PIC 9(05)V99.
           03 FILLER                     PIC X(11).

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
           03  ST-CTO                PIC  X(02).
               88 VAL-CTO            VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  W-FRT-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRT-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-TAG                PIC  X(02).
               88 VAL-TAG            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

           03  CAMPOS-PARM-W.
               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-CARGA-INI-I           PIC  9(08).

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
               05 W-DATA-ANT-I            PIC  9(08).
               05 W-DATA-PASS             PIC  9(08).

               05 W-HHMMSS-AUX            PIC  9(06).
               05 REDEFINES W-HHMMSS-AUX.
                  07 W-HH-EVT             PIC  9(02).
                  07 W-MM-EVT             PIC  9(02).
                  07 W-SS-EVT             PIC  9(02).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-PASS              PIC  9(04).
               05 W-MAIOR-INICIO          PIC  9(04).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DIA-HOJE              PIC  9(08).

               05 W-QTD-TAB               PIC  9(05) VALUE 0.
               05 W-QTD-FRT               PIC  9(05) VALUE 0.
               05 W-IND                   PIC  9(05).
               05 W-IND-VIA               PIC  9(05).
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.

               05 W-QTD-PASS              PIC  9(07) VALUE 0.
               05 W-QTD-FORA              PIC  9(07) VALUE 0.
               05 W-QTD-VIAGEM            PIC  9(07) VALUE 0.
               05 W-QTD-FRETAM            PIC  9(07) VALUE 0.
               05 W-QTD-SEM-VIAGEM        PIC  9(07) VALUE 0.
               05 W-QTD-PREENCHIDAS       PIC  9(07) VALUE 0.
               05 W-QTD-CONFEREM          PIC  9(07) VALUE 0.
               05 W-QTD-DIVERGENTES       PIC  9(07) VALUE 0.
               05 W-TOT-SEM-VIAGEM        PIC  9(09)V99 VALUE 0.
               05 W-TOT-FRETAM            PIC  9(09)V99 VALUE 0.

           | partidas do periodo (e do dia anterior, para a
           | viagem que passa da meia-noite) com veiculo
           | escalado; o pedagio somado do extrato so vai para
           | a CUSTOVIA.ARQ no fim da rodada
           03  W-TAB-VIAGEM.
               05 W-TV-ITEM OCCURS 5000 TIMES.
                  07 W-TV-FRO             PIC 9(03).
                  07 W-TV-DATA            PIC 9(08).
                  07 W-TV-DATA-I          PIC 9(08).
                  07 W-TV-NUM             PIC 9(01).
                  07 W-TV-VEI             PIC X(08).
                  07 W-TV-INI-MIN         PIC 9(04).
                  07 W-TV-FIM-MIN         PIC 9(04).
                  07 W-TV-VIRA-DIA        PIC 9(01).
                  07 W-TV-QTD-PASS        PIC 9(03).
                  07 W-TV-PEDAGIO         PIC 9(07)V99.

           | fretamentos contratados com veiculo, com o periodo
           | em aaaammdd
           03  W-TAB-FRETAM.
               05 W-TF-ITEM OCCURS 500 TIMES.
                  07 W-TF-NUM             PIC 9(08).
                  07 W-TF-VEI             PIC X(08).
                  07 W-TF-INI-I           PIC 9(08).
                  07 W-TF-FIM-I           PIC 9(08).

           03  CAMPOS-IMPRESSAO-W.
               05 W-ED-HORA.
                  07 W-ED-HH              PIC 99.
                  07 FILLER               PIC X(01) VALUE ':'.
                  07 W-ED-MM              PIC 99.

               05 W-LINHA-1.
                  07 FILLER    PIC X(07) VALUE 'PLACA: '.
                  07 W-L1-PLACA PIC X(08)B(2).
                  07 W-L1-DATA PIC 99/99/9999B(2).
                  07 W-L1-HORA PIC X(05)B(2).
                  07 W-L1-PRACA PIC X(30)B(2).
                  07 W-L1-VALOR PIC ZZ.ZZ9,99B(2).
                  07 W-L1-MSG  PIC X(40).

               05 W-LINHA-2.
                  07 FILLER    PIC X(08) VALUE 'VIAGEM: '.
                  07 W-L2-FRO  PIC 999B.
                  07 W-L2-DATA PIC 99/99/9999B.
                  07 W-L2-NUM  PIC 9B(2).
                  07 W-L2-VEI  PIC X(08)B(2).
                  07 FILLER    PIC X(10) VALUE 'DIGITADO: '.
                  07 W-L2-DIG  PIC ZZ.ZZ9,99B(2).
                  07 FILLER    PIC X(09) VALUE 'EXTRATO: '.
                  07 W-L2-EXT  PIC ZZZ.ZZ9,99B(2).
                  07 FILLER    PIC X(23) VALUE
                     'PEDAGIO DIVERGENTE'.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'PASSAGENS LIDAS:                    '.
                  07 W-R1-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'PASSAGENS FORA DO PERIODO:          '.
                  07 W-R2-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'PASSAGENS CASADAS COM VIAGEM:       '.
                  07 W-R3-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(36) VALUE
                     'PASSAGENS EM FRETAMENTO:            '.
                  07 W-R4-TOT  PIC ZZZZZZ9.
                  07 FILLER    PIC X(05) VALUE '  R$'.
                  07 W-R4-VLR  PIC ZZZ.ZZZ.ZZ9,99.
               05 W-LINHA-RESUMO-5.
                  07 FILLER    PIC X(36) VALUE
                     'PASSAGENS SEM VIAGEM NEM FRETAMENTO:'.
                  07 W-R5-TOT  PIC ZZZZZZ9.
                  07 FILLER    PIC X(05) VALUE '  R$'.
                  07 W-R5-VLR  PIC ZZZ.ZZZ.ZZ9,99.
               05 W-LINHA-RESUMO-6.
                  07 FILLER    PIC X(36) VALUE
                     'VIAGENS COM PEDAGIO PREENCHIDO:     '.
                  07 W-R6-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-7.
                  07 FILLER    PIC X(36) VALUE
                     'VIAGENS COM PEDAGIO CONFERIDO:      '.
                  07 W-R7-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-8.
                  07 FILLER    PIC X(36) VALUE
                     'VIAGENS COM PEDAGIO DIVERGENTE:     '.
                  07 W-R8-TOT  PIC ZZZZZZ9.
               05 W-LINHA-RESUMO-9.
                  07 FILLER    PIC X(36) VALUE
                     'VIAGENS ALEM DA TABELA (NAO VER.):  '.
                  07 W-R9-TOT  PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'IMPORTACAO DO EXTRATO DA TAG DE PEDAGIO'.
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
           | le o extrato da tag (TAGPED.ARQ) e casa cada
           | passagem com a partida do veiculo em curso na
           | hora; o total do extrato preenche o pedagio da
           | CUSTOVIA.ARQ ainda zerado ou confere o digitado;
           | passagem sem viagem nem fretamento sai listada
           | como uso do veiculo fora da escala; datas de
           | linkage em aaaammdd

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCUSTOVIA
           IF ST-CTO = '35'
              OPEN OUTPUT CCUSTOVIA
              CLOSE CCUSTOVIA
              OPEN I-O CCUSTOVIA.
           IF NOT VAL-CTO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFRETAM
           IF VAL-FRT
              SET FRT-ATIVA TO TRUE
           END-IF

           ACCEPT W-DIA-HOJE FROM CENTURY-DATE

           MOVE W-DATAINI-L TO W-DATAINI-I
           IF W-DATAFIN-L = 0
              MOVE W-DIA-HOJE TO W-DATAFIN-I
           ELSE
              MOVE W-DATAFIN-L TO W-DATAFIN-I
           END-IF
           IF W-DATAINI-I = 0
              MOVE 0 TO W-CARGA-INI-I
           ELSE
              COMPUTE W-CARGA-INI-I = FUNCTION DATE-OF-INTEGER(
                      FUNCTION INTEGER-OF-DATE(W-DATAINI-I) - 1)
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
           IF FRT-ATIVA
              PERFORM CARREGA-FRETAMENTOS
           END-IF
           PERFORM PROCESSA-PASSAGENS
           PERFORM ATUALIZA-CUSTOS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF.

       FIM.
           CLOSE CVIAGEM CCUSTOVIA.
           IF FRT-ATIVA
              CLOSE CFRETAM
           END-IF.
           EXIT PROGRAM
           STOP RUN.

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
                 IF W-DATAVIA-I >= W-CARGA-INI-I
                    AND W-DATAVIA-I <= W-DATAFIN-I
                    PERFORM GUARDA-VIAGEM
                 END-IF
              END-IF
           END-PERFORM.

       GUARDA-VIAGEM.
           | inicio pela partida real (embarque ou GPS) ou, sem
           | ela, pela prevista; sem chegada apurada a viagem
           | fica em curso ate o fim do dia; chegada menor que
           | a partida e viagem que virou o dia
           IF W-QTD-TAB >= 5000
              ADD 1 TO W-QTD-ESTOURO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-QTD-TAB
           MOVE VIA-FRO     TO W-TV-FRO(W-QTD-TAB)
           MOVE VIA-DATA    TO W-TV-DATA(W-QTD-TAB)
           MOVE W-DATAVIA-I TO W-TV-DATA-I(W-QTD-TAB)
           MOVE VIA-NUM     TO W-TV-NUM(W-QTD-TAB)
           MOVE VIA-VEICULO TO W-TV-VEI(W-QTD-TAB)
           IF VIA-HR-REAL > 0
              MOVE VIA-HR-REAL TO W-HHMM-AUX
           ELSE
              MOVE VIA-HR-PREV TO W-HHMM-AUX
           END-IF
           COMPUTE W-TV-INI-MIN(W-QTD-TAB) =
                   W-HH-AUX * 60 + W-MM-AUX
           MOVE 0 TO W-TV-VIRA-DIA(W-QTD-TAB)
           IF VIA-HR-CHEG = 0
              MOVE 1440 TO W-TV-FIM-MIN(W-QTD-TAB)
           ELSE
              MOVE VIA-HR-CHEG TO W-HHMM-AUX
              COMPUTE W-TV-FIM-MIN(W-QTD-TAB) =
                      W-HH-AUX * 60 + W-MM-AUX
              IF W-TV-FIM-MIN(W-QTD-TAB) < W-TV-INI-MIN(W-QTD-TAB)
                 MOVE 1 TO W-TV-VIRA-DIA(W-QTD-TAB)
              END-IF
           END-IF
           MOVE 0 TO W-TV-QTD-PASS(W-QTD-TAB)
                     W-TV-PEDAGIO(W-QTD-TAB).

       CARREGA-FRETAMENTOS.
           INITIALIZE FRT-REG-1
           START CFRETAM KEY >= FRT-NUM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFRETAM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRT
                 EXIT PERFORM
              END-IF

              IF NOT FRT-CANCELADO AND FRT-VEICULO NOT = SPACES
                 AND W-QTD-FRT < 500
                 ADD 1 TO W-QTD-FRT
                 MOVE FRT-NUM     TO W-TF-NUM(W-QTD-FRT)
                 MOVE FRT-VEICULO TO W-TF-VEI(W-QTD-FRT)
                 MOVE FRT-DT-INI  TO W-DATAUXI
                 COMPUTE W-TF-INI-I(W-QTD-FRT) =
                         W-ANOAUXI * 10000 +
                         W-MESAUXI * 100 + W-DIAAUXI
                 MOVE FRT-DT-FIM  TO W-DATAUXI
                 COMPUTE W-TF-FIM-I(W-QTD-FRT) =
                         W-ANOAUXI * 10000 +
                         W-MESAUXI * 100 + W-DIAAUXI
                 IF W-TF-FIM-I(W-QTD-FRT) = 0
                    MOVE W-TF-INI-I(W-QTD-FRT)
                      TO W-TF-FIM-I(W-QTD-FRT)
                 END-IF
              END-IF
           END-PERFORM.

       PROCESSA-PASSAGENS.
           OPEN INPUT TAGPED
           IF ST-TAG = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-TAG
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM UNTIL 1 = 2
              READ TAGPED NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TAG
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-PASS
              IF TAG-DATA < W-DATAINI-I OR TAG-DATA > W-DATAFIN-I
                 ADD 1 TO W-QTD-FORA
              ELSE
                 PERFORM TRATA-PASSAGEM
              END-IF
           END-PERFORM

           CLOSE TAGPED.

       TRATA-PASSAGEM.
           MOVE TAG-HORA TO W-HHMMSS-AUX
           COMPUTE W-MIN-PASS = W-HH-EVT * 60 + W-MM-EVT
           MOVE W-HH-EVT TO W-ED-HH
           MOVE W-MM-EVT TO W-ED-MM
           MOVE TAG-DATA TO W-DATAUXI
           COMPUTE W-DATA-PASS = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000

           PERFORM LOCALIZA-VIAGEM-EM-CURSO
           IF W-IND-VIA = 0
              PERFORM LOCALIZA-VIAGEM-VIRADA
           END-IF

           IF W-IND-VIA > 0
              ADD 1 TO W-QTD-VIAGEM
              ADD 1 TO W-TV-QTD-PASS(W-IND-VIA)
              ADD TAG-VALOR TO W-TV-PEDAGIO(W-IND-VIA)
              EXIT PARAGRAPH
           END-IF

           PERFORM LOCALIZA-FRETAMENTO
           IF W-IND > 0
              ADD 1 TO W-QTD-FRETAM
              ADD TAG-VALOR TO W-TOT-FRETAM
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-QTD-SEM-VIAGEM
           ADD TAG-VALOR TO W-TOT-SEM-VIAGEM
           MOVE 'SEM VIAGEM NEM FRETAMENTO - FORA DA ESCALA'
             TO W-L1-MSG
           PERFORM IMPRIME-PASSAGEM.

       LOCALIZA-VIAGEM-EM-CURSO.
           | a passagem pertence a ultima partida do veiculo no
           | dia que ja tinha saido e ainda nao tinha chegado
           MOVE 0 TO W-IND-VIA
           MOVE 0 TO W-MAIOR-INICIO
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-TAB
              IF W-TV-VEI(W-IND) = TAG-PLACA
                 AND W-TV-DATA-I(W-IND) = TAG-DATA
                 AND W-TV-INI-MIN(W-IND) <= W-MIN-PASS
                 AND (W-TV-VIRA-DIA(W-IND) = 1
                      OR W-TV-FIM-MIN(W-IND) >= W-MIN-PASS)
                 IF W-IND-VIA = 0
                    OR W-TV-INI-MIN(W-IND) >= W-MAIOR-INICIO
                    MOVE W-TV-INI-MIN(W-IND) TO W-MAIOR-INICIO
                    MOVE W-IND TO W-IND-VIA
                 END-IF
              END-IF
           END-PERFORM.

       LOCALIZA-VIAGEM-VIRADA.
           | madrugada: viagem do dia anterior que chegou
           | depois da meia-noite
           COMPUTE W-DATA-ANT-I = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(TAG-DATA) - 1)
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-TAB
              IF W-TV-VEI(W-IND) = TAG-PLACA
                 AND W-TV-DATA-I(W-IND) = W-DATA-ANT-I
                 AND W-TV-VIRA-DIA(W-IND) = 1
                 AND W-TV-FIM-MIN(W-IND) >= W-MIN-PASS
                 MOVE W-IND TO W-IND-VIA
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LOCALIZA-FRETAMENTO.
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-FRT
              IF W-TF-VEI(W-IND) = TAG-PLACA
                 AND W-TF-INI-I(W-IND) <= TAG-DATA
                 AND W-TF-FIM-I(W-IND) >= TAG-DATA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IND > W-QTD-FRT
              MOVE 0 TO W-IND
           END-IF.

       ATUALIZA-CUSTOS.
           | pedagio zerado recebe o total do extrato; o ja
           | digitado a partir do recibo e so conferido, e a
           | diferenca sai listada para o trafego apurar
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-TAB
              IF W-TV-QTD-PASS(W-IND) > 0
                 PERFORM ATUALIZA-UM-CUSTO
              END-IF
           END-PERFORM.

       ATUALIZA-UM-CUSTO.
           INITIALIZE CTO-REG-1
           MOVE W-TV-FRO(W-IND)  TO CTO-FRO
           MOVE W-TV-DATA(W-IND) TO CTO-DATA
           MOVE W-TV-NUM(W-IND)  TO CTO-NUM
           READ CCUSTOVIA
           IF ST-CTO = '23'
              INITIALIZE CTO-REG-1
              MOVE W-TV-FRO(W-IND)     TO CTO-FRO
              MOVE W-TV-DATA(W-IND)    TO CTO-DATA
              MOVE W-TV-NUM(W-IND)     TO CTO-NUM
              MOVE W-TV-PEDAGIO(W-IND) TO CTO-PEDAGIO
              MOVE 'PEDAGIO PELO EXTRATO DA TAG' TO CTO-OBS
              MOVE W-DIA-HOJE TO W-DATAUXI
              COMPUTE CTO-DT-INC = W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
              MOVE W-LOGIN-L TO CTO-USU
              WRITE CTO-REG-1
              IF NOT VAL-CTO
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-PREENCHIDAS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CTO
              PERFORM ERRO-ARQUIVO
           END-IF

           EVALUATE TRUE
              WHEN CTO-PEDAGIO = 0
                 MOVE W-TV-PEDAGIO(W-IND) TO CTO-PEDAGIO
                 MOVE W-LOGIN-L TO CTO-USU
                 REWRITE CTO-REG-1
                 IF NOT VAL-CTO
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 ADD 1 TO W-QTD-PREENCHIDAS
              WHEN CTO-PEDAGIO = W-TV-PEDAGIO(W-IND)
                 ADD 1 TO W-QTD-CONFEREM
              WHEN OTHER
                 ADD 1 TO W-QTD-DIVERGENTES
                 PERFORM IMPRIME-DIVERGENCIA
           END-EVALUATE.

       IMPRIME-PASSAGEM.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE TAG-PLACA   TO W-L1-PLACA
           MOVE W-DATA-PASS TO W-L1-DATA
           MOVE W-ED-HORA   TO W-L1-HORA
           MOVE TAG-PRACA   TO W-L1-PRACA
           MOVE TAG-VALOR   TO W-L1-VALOR
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           ADD 1 TO W-CONTLIN.

       IMPRIME-DIVERGENCIA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-TV-FRO(W-IND)     TO W-L2-FRO
           MOVE W-TV-DATA(W-IND)    TO W-L2-DATA
           MOVE W-TV-NUM(W-IND)     TO W-L2-NUM
           MOVE W-TV-VEI(W-IND)     TO W-L2-VEI
           MOVE CTO-PEDAGIO         TO W-L2-DIG
           MOVE W-TV-PEDAGIO(W-IND) TO W-L2-EXT
           WRITE PRINTF-R FROM W-LINHA-2 AFTER 1

           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-PASS TO W-R1-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-FORA TO W-R2-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-QTD-VIAGEM TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           MOVE W-QTD-FRETAM TO W-R4-TOT
           MOVE W-TOT-FRETAM TO W-R4-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1
           MOVE W-QTD-SEM-VIAGEM TO W-R5-TOT
           MOVE W-TOT-SEM-VIAGEM TO W-R5-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO-5 AFTER 1
           MOVE W-QTD-PREENCHIDAS TO W-R6-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-6 AFTER 1
           MOVE W-QTD-CONFEREM TO W-R7-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-7 AFTER 1
           MOVE W-QTD-DIVERGENTES TO W-R8-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-8 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R9-TOT
              WRITE PRINTF-R FROM W-LINHA-RESUMO-9 AFTER 1
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
              MOVE 'PRJ-TAG-LOTE' TO ERRL-PROG
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
