       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ROTACAO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VEI.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_CID.SL".
           COPY "PRJ_HORA.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_VLY.SL".
           COPY "PRJ_ROT.SL".
           COPY "PRJ_PARAM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VEI.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_CID.FD".
           COPY "PRJ_HORA.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_VLY.FD".
           COPY "PRJ_ROT.FD".
           COPY "PRJ_PARAM.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-VLY                PIC  X(02).
               88 VAL-VLY            VALUE '00' THRU '09'.
           03  W-VLY-ATIVA           PIC  X(01) VALUE 'N'.
               88 VLY-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-ROT                PIC  X(02).
               88 VAL-ROT            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
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

               05 W-DATA-ALVO-I           PIC  9(08).
               05 W-DATA-ALVO             PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-FRT-INI-I             PIC  9(08).
               05 W-FRT-FIM-I             PIC  9(08).
               05 W-DATA-J                PIC  9(09).
               05 W-DUR-PADRAO-MIN        PIC  9(05) VALUE 240.
               05 W-GIRO-MIN              PIC  9(04) VALUE 30.
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-AUX               PIC  9(05).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-VEI               PIC  9(03) VALUE 0.
               05 W-QTD-PART              PIC  9(03) VALUE 0.
               05 W-QTD-ROT               PIC  9(03) VALUE 0.
               05 W-IND                   PIC  9(03).
               05 W-IND-VEI               PIC  9(03).
               05 W-IND-P                 PIC  9(03).
               05 W-IND-Q                 PIC  9(03).
               05 W-IND-R                 PIC  9(03).
               05 W-MELHOR-VEI            PIC  9(03).
               05 W-MELHOR-PONTOS         PIC  9(09).
               05 W-PONTOS                PIC  9(09).
               05 W-CID-A                 PIC  9(03).
               05 W-CID-B                 PIC  9(03).
               05 W-KM-VAZIO              PIC  9(04).
               05 W-KM-DIF                PIC S9(05).
               05 W-KM-PERNA              PIC  9(04).
               05 W-SERVE                 PIC  X(01).
                  88 VEICULO-SERVE        VALUE 'S' FALSE 'N'.

               05 W-QTD-ESCALADA          PIC  9(05) VALUE 0.
               05 W-QTD-PROPOSTA          PIC  9(05) VALUE 0.
               05 W-QTD-SEM-ONIBUS        PIC  9(05) VALUE 0.
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.
               05 W-KM-TOTAL              PIC  9(07) VALUE 0.

           | cidades pelo codigo, com a localizacao (CID-LOC)
           | que da a distancia em km do deslocamento vazio
           03  W-TAB-CIDADE.
               05 W-TC-ITEM OCCURS 999 TIMES.
                  07 W-TC-LOC             PIC 9(04).
                  07 W-TC-NOME            PIC X(15).

           | veiculos do cadastro: disponibilidade no dia,
           | poltronas executivo/leito do layout, onde o onibus
           | esta (ultima chegada) e a hora em minutos em que
           | fica livre para a proxima partida
           03  W-TAB-VEICULO.
               05 W-TV-ITEM OCCURS 300 TIMES.
                  07 W-TV-PLACA           PIC X(08).
                  07 W-TV-LUG             PIC 9(02).
                  07 W-TV-DISP            PIC X(01).
                  07 W-TV-EXEC            PIC 9(02).
                  07 W-TV-LEITO           PIC 9(02).
                  07 W-TV-ULT-DATA        PIC 9(08).
                  07 W-TV-ULT-FRO         PIC 9(03).
                  07 W-TV-CID             PIC 9(03).
                  07 W-TV-LIVRE           PIC 9(04).
                  07 W-TV-ROT             PIC 9(03).
                  07 W-TV-SEQ             PIC 9(02).
                  07 W-TV-KM              PIC 9(05).

           | partidas do dia em ordem de horario, com a lotacao
           | exigida (frota ou vendidos, o maior) e os lugares
           | vendidos em classe executivo e leito
           03  W-TAB-PARTIDA.
               05 W-TP-ITEM OCCURS 300 TIMES.
                  07 W-TP-FRO             PIC 9(03).
                  07 W-TP-NUM             PIC 9(01).
                  07 W-TP-HR-PART         PIC 9(04).
                  07 W-TP-MIN             PIC 9(04).
                  07 W-TP-CHEG-MIN        PIC 9(04).
                  07 W-TP-ORI             PIC 9(03).
                  07 W-TP-DES             PIC 9(03).
                  07 W-TP-CAP             PIC 9(03).
                  07 W-TP-EXEC            PIC 9(02).
                  07 W-TP-LEITO           PIC 9(02).
                  07 W-TP-PLACA-FIXA      PIC X(08).
                  07 W-TP-VEI-FIXO        PIC 9(03).
                  07 W-TP-VEI             PIC 9(03).
                  07 W-TP-CID-ANT         PIC 9(03).
                  07 W-TP-KM              PIC 9(04).
                  07 W-TP-SIT             PIC 9(01).
           03  W-TP-AUX                   PIC X(51).

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-ROT.
                  07 FILLER      PIC X(08) VALUE 'ROTACAO '.
                  07 W-LR-ROT    PIC ZZ9.
                  07 FILLER      PIC X(08) VALUE '  PLACA '.
                  07 W-LR-PLACA  PIC X(08).
                  07 FILLER      PIC X(10) VALUE '  LUGARES '.
                  07 W-LR-LUG    PIC Z9.
                  07 FILLER      PIC X(11) VALUE '  PARTIDAS '.
                  07 W-LR-QTD    PIC Z9.
                  07 FILLER      PIC X(11) VALUE '  KM VAZIO '.
                  07 W-LR-KM     PIC ZZ.ZZ9.

               05 W-LINHA-PERNA.
                  07 FILLER      PIC X(04) VALUE SPACES.
                  07 W-LP-HH     PIC 99.
                  07 FILLER      PIC X(01) VALUE ':'.
                  07 W-LP-MM     PIC 99.
                  07 FILLER      PIC X(07) VALUE ' FROTA '.
                  07 W-LP-FRO    PIC ZZ9.
                  07 FILLER      PIC X(01) VALUE '/'.
                  07 W-LP-NUM    PIC 9.
                  07 FILLER      PIC X(02) VALUE SPACES.
                  07 W-LP-ORI    PIC X(15).
                  07 FILLER      PIC X(03) VALUE ' > '.
                  07 W-LP-DES    PIC X(15).
                  07 FILLER      PIC X(08) VALUE '  CHEGA '.
                  07 W-LP-CH-HH  PIC 99.
                  07 FILLER      PIC X(01) VALUE ':'.
                  07 W-LP-CH-MM  PIC 99.
                  07 FILLER      PIC X(08) VALUE '  VAZIO '.
                  07 W-LP-KM     PIC Z.ZZ9.
                  07 FILLER      PIC X(09) VALUE ' KM DESDE'.
                  07 FILLER      PIC X(01) VALUE SPACE.
                  07 W-LP-ANT    PIC X(15).
                  07 FILLER      PIC X(02) VALUE SPACES.
                  07 W-LP-SIT    PIC X(12).

               05 W-LINHA-SEM.
                  07 FILLER      PIC X(04) VALUE SPACES.
                  07 W-LS-HH     PIC 99.
                  07 FILLER      PIC X(01) VALUE ':'.
                  07 W-LS-MM     PIC 99.
                  07 FILLER      PIC X(07) VALUE ' FROTA '.
                  07 W-LS-FRO    PIC ZZ9.
                  07 FILLER      PIC X(01) VALUE '/'.
                  07 W-LS-NUM    PIC 9.
                  07 FILLER      PIC X(02) VALUE SPACES.
                  07 W-LS-ORI    PIC X(15).
                  07 FILLER      PIC X(03) VALUE ' > '.
                  07 W-LS-DES    PIC X(15).
                  07 FILLER      PIC X(10) VALUE '  LUGARES '.
                  07 W-LS-CAP    PIC ZZ9.
                  07 FILLER      PIC X(07) VALUE '  EXEC '.
                  07 W-LS-EXEC   PIC Z9.
                  07 FILLER      PIC X(08) VALUE '  LEITO '.
                  07 W-LS-LEITO  PIC Z9.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS DO DIA:                    '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'JA ESCALADAS NO VIAGEM:             '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'PLACAS PROPOSTAS:                   '.
                  07 W-R3-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-4.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS SEM ONIBUS COMPATIVEL:     '.
                  07 W-R4-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-5.
                  07 FILLER    PIC X(36) VALUE
                     'ONIBUS EM ROTACAO:                  '.
                  07 W-R5-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-6.
                  07 FILLER    PIC X(36) VALUE
                     'KM VAZIOS DE REPOSICIONAMENTO:      '.
                  07 W-R6-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-7.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS FORA DA TABELA (LIMITE):   '.
                  07 W-R7-QTD  PIC ZZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'PLANO DE ROTACAO DE ONIBUS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(18) VALUE
                     'DATA DA OPERACAO: '.
                  07 W-C2-DATA PIC 99/99/9999.
                  07 FILLER    PIC X(17) VALUE
                     '   GIRO MINIMO: '.
                  07 W-C2-GIRO PIC ZZZ9.
                  07 FILLER    PIC X(04) VALUE ' MIN'.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-ROTACAO-LOTE'.
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

       77  W-DATA-L                       PIC 9(08).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATA-L,
                                W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | plano de rotacao dos onibus para um dia de operacao:
           | encadeia as partidas do VIAGEM.ARQ em ordem de
           | horario, cada onibus saindo de onde chegou, com a
           | duracao da viagem (chegada prevista ou PARAM 30),
           | o giro minimo na rodoviaria (PARAM 84, minutos), a
           | lotacao e as poltronas executivo/leito vendidas
           | contra o layout (VEILAY.ARQ); fora os onibus em
           | manutencao, baixados, em revisao no dia ou presos
           | a fretamento. Partida ja escalada fica com a placa
           | e so move o onibus. A proposta vai para ROTACAO.ARQ
           | e o despachante aceita no PRJ_ROTACAO; o relatorio
           | mostra cada rotacao com os km vazios que ela pede.
           | Sem data vale amanha; data de linkage em aaaammdd

           OPEN INPUT CVEICULO
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFRETAM
           IF NOT VAL-FRT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CHORARIO
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVEILAY
           IF ST-VLY = '35'
              SET VLY-ATIVA TO FALSE
           ELSE
              IF NOT VAL-VLY
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET VLY-ATIVA TO TRUE
           END-IF.

           OPEN I-O CROTACAO
           IF ST-ROT = '35'
              OPEN OUTPUT CROTACAO
              CLOSE CROTACAO
              OPEN I-O CROTACAO.
           IF NOT VAL-ROT
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           IF W-DATA-L = 0
              ACCEPT W-DATA-I FROM CENTURY-DATE
              COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(W-DATA-I)
              COMPUTE W-DATA-ALVO-I =
                      FUNCTION DATE-OF-INTEGER(W-DATA-J + 1)
           ELSE
              MOVE W-DATA-L TO W-DATA-ALVO-I
           END-IF
           MOVE W-DATA-ALVO-I TO W-DATAUXI
           COMPUTE W-DATA-ALVO = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           PERFORM CARREGA-CIDADES
           PERFORM CARREGA-VEICULOS
           PERFORM CARREGA-LAYOUTS
           PERFORM CARREGA-FRETAMENTOS
           PERFORM CARREGA-PARTIDAS
           PERFORM POSICIONA-VEICULOS
           PERFORM ORDENA-PARTIDAS
           PERFORM MONTA-ROTACOES
           PERFORM GRAVA-PLANO

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM IMPRIME-ROTACOES
           PERFORM IMPRIME-SEM-ONIBUS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CVEICULO CVIAGEM CFRETAM CFROTA CCIDADE CHORARIO
                 CBILHETE CROTACAO.
           IF VLY-ATIVA
              CLOSE CVEILAY.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 30 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              COMPUTE W-DUR-PADRAO-MIN = PARAM-VALOR * 60
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 84 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0 AND PARAM-VALOR < 1000
              MOVE PARAM-VALOR TO W-GIRO-MIN
           END-IF

           CLOSE CPARAM.

       CARREGA-CIDADES.
           INITIALIZE W-TAB-CIDADE
           INITIALIZE CID-REG-1
           START CCIDADE KEY >= CID-ID
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCIDADE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CID
                 EXIT PERFORM
              END-IF
              IF CID-ID > 0
                 MOVE CID-LOC  TO W-TC-LOC(CID-ID)
                 MOVE CID-NOME TO W-TC-NOME(CID-ID)
              END-IF
           END-PERFORM.

       CARREGA-VEICULOS.
           | so o onibus ativo e sem revisao marcada para o dia
           | entra no plano; os outros ficam na tabela para
           | seguir as partidas em que ja estao escalados
           INITIALIZE W-TAB-VEICULO
           INITIALIZE VEI-REG-1
           START CVEICULO KEY >= VEI-PLACA
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVEICULO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VEI
                 EXIT PERFORM
              END-IF
              IF W-QTD-VEI >= 300
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-QTD-VEI
              MOVE VEI-PLACA   TO W-TV-PLACA(W-QTD-VEI)
              MOVE VEI-LUGARES TO W-TV-LUG(W-QTD-VEI)
              MOVE 'N'         TO W-TV-DISP(W-QTD-VEI)
              IF VEI-ATIVO
                 MOVE 'S' TO W-TV-DISP(W-QTD-VEI)
              END-IF
              IF VEI-PROX-REV-DT = W-DATA-ALVO
                 MOVE 'R' TO W-TV-DISP(W-QTD-VEI)
              END-IF
           END-PERFORM.

       LOCALIZA-VEICULO.
           MOVE 0 TO W-IND-VEI
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-VEI
              IF W-TV-PLACA(W-IND) = VEI-PLACA
                 MOVE W-IND TO W-IND-VEI
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       CARREGA-LAYOUTS.
           | sem layout o onibus so tem poltrona convencional
           IF NOT VLY-ATIVA
              EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VEI-PLACA
           INITIALIZE VLY-REG-1
           START CVEILAY KEY >= VLY-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVEILAY NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VLY
                 EXIT PERFORM
              END-IF
              IF VLY-PLACA NOT = VEI-PLACA
                 MOVE VLY-PLACA TO VEI-PLACA
                 PERFORM LOCALIZA-VEICULO
              END-IF
              IF W-IND-VEI > 0
                 EVALUATE VLY-CLASSE
                    WHEN 2 ADD 1 TO W-TV-EXEC(W-IND-VEI)
                    WHEN 3 ADD 1 TO W-TV-LEITO(W-IND-VEI)
                 END-EVALUATE
              END-IF
           END-PERFORM.

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
                 MOVE FRT-DT-INI TO W-DATAUXI
                 COMPUTE W-FRT-INI-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 MOVE FRT-DT-FIM TO W-DATAUXI
                 COMPUTE W-FRT-FIM-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-FRT-INI-I <= W-DATA-ALVO-I
                    AND W-FRT-FIM-I >= W-DATA-ALVO-I
                    MOVE FRT-VEICULO TO VEI-PLACA
                    PERFORM LOCALIZA-VEICULO
                    IF W-IND-VEI > 0
                       MOVE 'F' TO W-TV-DISP(W-IND-VEI)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CARREGA-PARTIDAS.
           | uma volta no VIAGEM.ARQ: as partidas do dia e, para
           | cada placa, a ultima viagem antes dele (onde o
           | onibus amanhece)
           INITIALIZE W-TAB-PARTIDA
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
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
                 IF W-DATA-I = W-DATA-ALVO-I
                    PERFORM GUARDA-PARTIDA
                 END-IF
                 IF W-DATA-I < W-DATA-ALVO-I
                    AND VIA-VEICULO NOT = SPACES
                    PERFORM GUARDA-ULTIMA-VIAGEM
                 END-IF
              END-IF
           END-PERFORM.

       GUARDA-ULTIMA-VIAGEM.
           MOVE VIA-VEICULO TO VEI-PLACA
           PERFORM LOCALIZA-VEICULO
           IF W-IND-VEI = 0
              EXIT PARAGRAPH
           END-IF
           IF W-DATA-I >= W-TV-ULT-DATA(W-IND-VEI)
              MOVE W-DATA-I TO W-TV-ULT-DATA(W-IND-VEI)
              MOVE VIA-FRO  TO W-TV-ULT-FRO(W-IND-VEI)
           END-IF.

       GUARDA-PARTIDA.
           IF W-QTD-PART >= 300
              ADD 1 TO W-QTD-ESTOURO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FRO-REG-1
           MOVE VIA-FRO TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              INITIALIZE FRO-REG-1
           END-IF

           ADD 1 TO W-QTD-PART
           MOVE W-QTD-PART TO W-IND-P
           MOVE VIA-FRO     TO W-TP-FRO(W-IND-P)
           MOVE VIA-NUM     TO W-TP-NUM(W-IND-P)
           MOVE FRO-ORI     TO W-TP-ORI(W-IND-P)
           MOVE FRO-DES     TO W-TP-DES(W-IND-P)
           MOVE FRO-CAP     TO W-TP-CAP(W-IND-P)

           MOVE VIA-HR-PREV TO W-HHMM-AUX
           IF W-HHMM-AUX = 0
              INITIALIZE HOR-REG-1
              MOVE VIA-FRO TO HOR-FRO
              MOVE VIA-NUM TO HOR-NUM
              READ CHORARIO
              IF VAL-HOR
                 MOVE HOR-HORA TO W-HHMM-AUX
              END-IF
           END-IF
           MOVE W-HHMM-AUX TO W-TP-HR-PART(W-IND-P)
           COMPUTE W-TP-MIN(W-IND-P) = W-HH-AUX * 60 + W-MM-AUX

           | chegada prevista da viagem; passando da meia-noite
           | conta no dia seguinte
           COMPUTE W-TP-CHEG-MIN(W-IND-P) =
                   W-TP-MIN(W-IND-P) + W-DUR-PADRAO-MIN
           IF VIA-HR-CHEG > 0 AND VIA-HR-CHEG NOT = W-HHMM-AUX
              MOVE VIA-HR-CHEG TO W-HHMM-AUX
              COMPUTE W-MIN-AUX = W-HH-AUX * 60 + W-MM-AUX
              IF W-MIN-AUX < W-TP-MIN(W-IND-P)
                 ADD 1440 TO W-MIN-AUX
              END-IF
              MOVE W-MIN-AUX TO W-TP-CHEG-MIN(W-IND-P)
           END-IF

           MOVE VIA-VEICULO TO W-TP-PLACA-FIXA(W-IND-P)
           PERFORM CONTA-VENDIDOS.

       CONTA-VENDIDOS.
           | bilhetes sentados da partida: o total sobe a
           | lotacao exigida; executivo e leito pedem poltrona
           | da mesma classe no layout do onibus
           MOVE 0 TO W-MIN-AUX
           INITIALIZE BIL-REG-1
           MOVE VIA-FRO  TO BIL-FRO
           MOVE VIA-DATA TO BIL-DATA
           MOVE VIA-NUM  TO BIL-VIA
           MOVE 0        TO BIL-TIPO
           START CBILHETE KEY >= BIL-RK-1
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF (BIL-FRO NOT = VIA-FRO)
                 OR (BIL-DATA NOT = VIA-DATA)
                 OR (BIL-VIA NOT = VIA-NUM)
                 EXIT PERFORM
              END-IF
              IF (BIL-CONFIRMADO OR BIL-PENDENTE)
                 AND NOT BIL-PASSAGEIRO-EM-PE
                 ADD 1 TO W-MIN-AUX
                 EVALUATE BIL-CLASSE
                    WHEN 2 ADD 1 TO W-TP-EXEC(W-IND-P)
                    WHEN 3 ADD 1 TO W-TP-LEITO(W-IND-P)
                 END-EVALUATE
              END-IF
           END-PERFORM

           IF W-MIN-AUX > W-TP-CAP(W-IND-P)
              MOVE W-MIN-AUX TO W-TP-CAP(W-IND-P)
           END-IF.

       POSICIONA-VEICULOS.
           | o onibus amanhece no destino da sua ultima viagem;
           | sem historico a posicao e desconhecida e a primeira
           | saida dele nao conta km vazio
           PERFORM VARYING W-IND-VEI FROM 1 BY 1
                   UNTIL W-IND-VEI > W-QTD-VEI
              IF W-TV-ULT-FRO(W-IND-VEI) > 0
                 INITIALIZE FRO-REG-1
                 MOVE W-TV-ULT-FRO(W-IND-VEI) TO FRO-ID
                 READ CFROTA
                 IF VAL-FRO
                    MOVE FRO-DES TO W-TV-CID(W-IND-VEI)
                 END-IF
              END-IF
           END-PERFORM

           PERFORM VARYING W-IND-P FROM 1 BY 1
                   UNTIL W-IND-P > W-QTD-PART
              IF W-TP-PLACA-FIXA(W-IND-P) NOT = SPACES
                 MOVE W-TP-PLACA-FIXA(W-IND-P) TO VEI-PLACA
                 PERFORM LOCALIZA-VEICULO
                 MOVE W-IND-VEI TO W-TP-VEI-FIXO(W-IND-P)
              END-IF
           END-PERFORM.

       ORDENA-PARTIDAS.
           PERFORM VARYING W-IND-P FROM 2 BY 1
                   UNTIL W-IND-P > W-QTD-PART
              MOVE W-IND-P TO W-IND-Q
              PERFORM UNTIL W-IND-Q < 2
                 COMPUTE W-IND-R = W-IND-Q - 1
                 IF W-TP-MIN(W-IND-R) <= W-TP-MIN(W-IND-Q)
                    EXIT PERFORM
                 END-IF
                 MOVE W-TP-ITEM(W-IND-R) TO W-TP-AUX
                 MOVE W-TP-ITEM(W-IND-Q) TO W-TP-ITEM(W-IND-R)
                 MOVE W-TP-AUX           TO W-TP-ITEM(W-IND-Q)
                 SUBTRACT 1 FROM W-IND-Q
              END-PERFORM
           END-PERFORM.

       MONTA-ROTACOES.
           PERFORM VARYING W-IND-P FROM 1 BY 1
                   UNTIL W-IND-P > W-QTD-PART
              IF W-TP-PLACA-FIXA(W-IND-P) NOT = SPACES
                 MOVE 4 TO W-TP-SIT(W-IND-P)
                 ADD 1 TO W-QTD-ESCALADA
                 MOVE W-TP-VEI-FIXO(W-IND-P) TO W-MELHOR-VEI
                 IF W-MELHOR-VEI > 0
                    MOVE W-TV-CID(W-MELHOR-VEI) TO W-CID-A
                    MOVE W-TP-ORI(W-IND-P)      TO W-CID-B
                    PERFORM CALCULA-KM-VAZIO
                    PERFORM ATRIBUI-VEICULO
                 END-IF
              ELSE
                 PERFORM ESCOLHE-VEICULO
                 IF W-MELHOR-VEI > 0
                    MOVE 1 TO W-TP-SIT(W-IND-P)
                    ADD 1 TO W-QTD-PROPOSTA
                    MOVE W-TV-CID(W-MELHOR-VEI) TO W-CID-A
                    MOVE W-TP-ORI(W-IND-P)      TO W-CID-B
                    PERFORM CALCULA-KM-VAZIO
                    PERFORM ATRIBUI-VEICULO
                 ELSE
                    MOVE 5 TO W-TP-SIT(W-IND-P)
                    ADD 1 TO W-QTD-SEM-ONIBUS
                 END-IF
              END-IF
           END-PERFORM.

       ESCOLHE-VEICULO.
           | menor km vazio primeiro; empate fica com o onibus
           | que ja esta rodando no dia e depois com o de menos
           | lugares que ainda atende a partida
           MOVE 0 TO W-MELHOR-VEI
           MOVE 999999999 TO W-MELHOR-PONTOS
           PERFORM VARYING W-IND-VEI FROM 1 BY 1
                   UNTIL W-IND-VEI > W-QTD-VEI
              PERFORM TESTA-VEICULO
              IF VEICULO-SERVE
                 COMPUTE W-PONTOS = W-KM-VAZIO * 1000 +
                                    W-TV-LUG(W-IND-VEI)
                 IF W-TV-ROT(W-IND-VEI) = 0
                    ADD 500 TO W-PONTOS
                 END-IF
                 IF W-PONTOS < W-MELHOR-PONTOS
                    MOVE W-PONTOS   TO W-MELHOR-PONTOS
                    MOVE W-IND-VEI  TO W-MELHOR-VEI
                 END-IF
              END-IF
           END-PERFORM.

       TESTA-VEICULO.
           | o deslocamento vazio anda a 60 km/h: cada km e um
           | minuto a mais antes da partida
           SET VEICULO-SERVE TO FALSE
           IF W-TV-DISP(W-IND-VEI) NOT = 'S'
              EXIT PARAGRAPH
           END-IF
           IF W-TV-LUG(W-IND-VEI) < W-TP-CAP(W-IND-P)
              OR W-TV-EXEC(W-IND-VEI) < W-TP-EXEC(W-IND-P)
              OR W-TV-LEITO(W-IND-VEI) < W-TP-LEITO(W-IND-P)
              EXIT PARAGRAPH
           END-IF

           MOVE W-TV-CID(W-IND-VEI) TO W-CID-A
           MOVE W-TP-ORI(W-IND-P)   TO W-CID-B
           PERFORM CALCULA-KM-VAZIO
           IF W-TV-LIVRE(W-IND-VEI) + W-KM-VAZIO > W-TP-MIN(W-IND-P)
              EXIT PARAGRAPH
           END-IF

           | a proxima partida em que o onibus ja esta escalado
           | precisa continuar alcancavel depois desta
           PERFORM VARYING W-IND-Q FROM W-IND-P BY 1
                   UNTIL W-IND-Q > W-QTD-PART
              IF W-TP-VEI-FIXO(W-IND-Q) = W-IND-VEI
                 AND W-TP-PLACA-FIXA(W-IND-Q) NOT = SPACES
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IND-Q <= W-QTD-PART
              MOVE W-KM-VAZIO        TO W-KM-PERNA
              MOVE W-TP-DES(W-IND-P) TO W-CID-A
              MOVE W-TP-ORI(W-IND-Q) TO W-CID-B
              PERFORM CALCULA-KM-VAZIO
              IF W-TP-CHEG-MIN(W-IND-P) + W-GIRO-MIN + W-KM-VAZIO
                 > W-TP-MIN(W-IND-Q)
                 EXIT PARAGRAPH
              END-IF
              MOVE W-KM-PERNA TO W-KM-VAZIO
           END-IF

           SET VEICULO-SERVE TO TRUE.

       CALCULA-KM-VAZIO.
           MOVE 0 TO W-KM-VAZIO
           IF W-CID-A = 0 OR W-CID-B = 0 OR W-CID-A = W-CID-B
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-KM-DIF = W-TC-LOC(W-CID-A) - W-TC-LOC(W-CID-B)
           IF W-KM-DIF < 0
              COMPUTE W-KM-DIF = W-KM-DIF * -1
           END-IF
           MOVE W-KM-DIF TO W-KM-VAZIO.

       ATRIBUI-VEICULO.
           MOVE W-MELHOR-VEI TO W-TP-VEI(W-IND-P)
           MOVE W-CID-A      TO W-TP-CID-ANT(W-IND-P)
           MOVE W-KM-VAZIO   TO W-TP-KM(W-IND-P)
           IF W-TV-ROT(W-MELHOR-VEI) = 0
              ADD 1 TO W-QTD-ROT
              MOVE W-QTD-ROT TO W-TV-ROT(W-MELHOR-VEI)
           END-IF
           ADD 1 TO W-TV-SEQ(W-MELHOR-VEI)
           ADD W-KM-VAZIO TO W-TV-KM(W-MELHOR-VEI) W-KM-TOTAL
           MOVE W-TP-DES(W-IND-P) TO W-TV-CID(W-MELHOR-VEI)
           COMPUTE W-TV-LIVRE(W-MELHOR-VEI) =
                   W-TP-CHEG-MIN(W-IND-P) + W-GIRO-MIN.

       GRAVA-PLANO.
           | o plano anterior do dia e refeito por inteiro; o que
           | ja foi aceito voltou como partida escalada
           INITIALIZE ROT-REG-1
           MOVE W-DATA-ALVO TO ROT-DATA
           START CROTACAO KEY >= ROT-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-ROT
              READ CROTACAO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ROT OR ROT-DATA NOT = W-DATA-ALVO
                 EXIT PERFORM
              END-IF
              DELETE CROTACAO RECORD
              IF NOT VAL-ROT
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM

           ACCEPT W-DATA-I FROM CENTURY-DATE
           MOVE W-DATA-I TO W-DATAUXI
           COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000

           | seq da perna na rotacao e recontada aqui, na ordem
           | de horario
           PERFORM VARYING W-IND-VEI FROM 1 BY 1
                   UNTIL W-IND-VEI > W-QTD-VEI
              MOVE 0 TO W-TV-SEQ(W-IND-VEI)
           END-PERFORM

           PERFORM VARYING W-IND-P FROM 1 BY 1
                   UNTIL W-IND-P > W-QTD-PART
              INITIALIZE ROT-REG-1
              MOVE W-DATA-ALVO            TO ROT-DATA
              MOVE W-TP-FRO(W-IND-P)      TO ROT-FRO
              MOVE W-TP-NUM(W-IND-P)      TO ROT-NUM
              MOVE W-TP-HR-PART(W-IND-P)  TO ROT-HR-PART
              PERFORM CALCULA-HORA-CHEGADA
              MOVE W-HHMM-AUX             TO ROT-HR-CHEG
              MOVE W-TP-ORI(W-IND-P)      TO ROT-ORI
              MOVE W-TP-DES(W-IND-P)      TO ROT-DES
              MOVE W-TP-CID-ANT(W-IND-P)  TO ROT-CID-ANT
              MOVE W-TP-KM(W-IND-P)       TO ROT-KM-VAZIO
              MOVE W-TP-SIT(W-IND-P)      TO ROT-SITUACAO
              MOVE W-TP-PLACA-FIXA(W-IND-P) TO ROT-PLACA
              MOVE W-TP-VEI(W-IND-P)      TO W-IND-VEI
              IF W-IND-VEI > 0
                 MOVE W-TV-PLACA(W-IND-VEI) TO ROT-PLACA
                 MOVE W-TV-ROT(W-IND-VEI)   TO ROT-ROTACAO
                 ADD 1 TO W-TV-SEQ(W-IND-VEI)
                 MOVE W-TV-SEQ(W-IND-VEI)   TO ROT-SEQ
              END-IF
              MOVE W-DATA-SISTEMA         TO ROT-DT-CALC
              MOVE W-LOGIN-L              TO ROT-USU-CALC
              WRITE ROT-REG-1
              IF NOT VAL-ROT
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM.

       CALCULA-HORA-CHEGADA.
           | hhmm da chegada prevista da partida W-IND-P
           MOVE W-TP-CHEG-MIN(W-IND-P) TO W-MIN-AUX
           IF W-MIN-AUX >= 1440
              SUBTRACT 1440 FROM W-MIN-AUX
           END-IF
           COMPUTE W-HH-AUX = W-MIN-AUX / 60
           COMPUTE W-MM-AUX = W-MIN-AUX - W-HH-AUX * 60.

       IMPRIME-ROTACOES.
           PERFORM VARYING W-IND-R FROM 1 BY 1
                   UNTIL W-IND-R > W-QTD-ROT
              PERFORM VARYING W-IND-VEI FROM 1 BY 1
                      UNTIL W-IND-VEI > W-QTD-VEI
                 IF W-TV-ROT(W-IND-VEI) = W-IND-R
                    PERFORM IMPRIME-ROTACAO
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIME-ROTACAO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-IND-R               TO W-LR-ROT
           MOVE W-TV-PLACA(W-IND-VEI) TO W-LR-PLACA
           MOVE W-TV-LUG(W-IND-VEI)   TO W-LR-LUG
           MOVE W-TV-SEQ(W-IND-VEI)   TO W-LR-QTD
           MOVE W-TV-KM(W-IND-VEI)    TO W-LR-KM
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-ROT AFTER 1
           ADD 2 TO W-CONTLIN

           PERFORM VARYING W-IND-P FROM 1 BY 1
                   UNTIL W-IND-P > W-QTD-PART
              IF W-TP-VEI(W-IND-P) = W-IND-VEI
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE W-TP-HR-PART(W-IND-P) TO W-HHMM-AUX
                 MOVE W-HH-AUX TO W-LP-HH
                 MOVE W-MM-AUX TO W-LP-MM
                 MOVE W-TP-FRO(W-IND-P) TO W-LP-FRO
                 MOVE W-TP-NUM(W-IND-P) TO W-LP-NUM
                 MOVE SPACES TO W-LP-ORI W-LP-DES W-LP-ANT
                 MOVE W-TP-ORI(W-IND-P) TO W-CID-A
                 MOVE W-TP-DES(W-IND-P) TO W-CID-B
                 IF W-CID-A > 0
                    MOVE W-TC-NOME(W-CID-A) TO W-LP-ORI
                 END-IF
                 IF W-CID-B > 0
                    MOVE W-TC-NOME(W-CID-B) TO W-LP-DES
                 END-IF
                 MOVE W-TP-CID-ANT(W-IND-P) TO W-CID-A
                 IF W-CID-A > 0
                    MOVE W-TC-NOME(W-CID-A) TO W-LP-ANT
                 END-IF
                 PERFORM CALCULA-HORA-CHEGADA
                 MOVE W-HH-AUX TO W-LP-CH-HH
                 MOVE W-MM-AUX TO W-LP-CH-MM
                 MOVE W-TP-KM(W-IND-P) TO W-LP-KM
                 IF W-TP-SIT(W-IND-P) = 4
                    MOVE 'JA ESCALADA' TO W-LP-SIT
                 ELSE
                    MOVE 'PROPOSTA'    TO W-LP-SIT
                 END-IF
                 WRITE PRINTF-R FROM W-LINHA-PERNA AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       IMPRIME-SEM-ONIBUS.
           IF W-QTD-SEM-ONIBUS = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE 'PARTIDAS SEM ONIBUS COMPATIVEL' TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN

           PERFORM VARYING W-IND-P FROM 1 BY 1
                   UNTIL W-IND-P > W-QTD-PART
              IF W-TP-SIT(W-IND-P) = 5
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE W-TP-HR-PART(W-IND-P) TO W-HHMM-AUX
                 MOVE W-HH-AUX TO W-LS-HH
                 MOVE W-MM-AUX TO W-LS-MM
                 MOVE W-TP-FRO(W-IND-P) TO W-LS-FRO
                 MOVE W-TP-NUM(W-IND-P) TO W-LS-NUM
                 MOVE SPACES TO W-LS-ORI W-LS-DES
                 MOVE W-TP-ORI(W-IND-P) TO W-CID-A
                 MOVE W-TP-DES(W-IND-P) TO W-CID-B
                 IF W-CID-A > 0
                    MOVE W-TC-NOME(W-CID-A) TO W-LS-ORI
                 END-IF
                 IF W-CID-B > 0
                    MOVE W-TC-NOME(W-CID-B) TO W-LS-DES
                 END-IF
                 MOVE W-TP-CAP(W-IND-P)   TO W-LS-CAP
                 MOVE W-TP-EXEC(W-IND-P)  TO W-LS-EXEC
                 MOVE W-TP-LEITO(W-IND-P) TO W-LS-LEITO
                 WRITE PRINTF-R FROM W-LINHA-SEM AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-PART TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-ESCALADA TO W-R2-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           MOVE W-QTD-PROPOSTA TO W-R3-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           MOVE W-QTD-SEM-ONIBUS TO W-R4-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1
           MOVE W-QTD-ROT TO W-R5-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-5 AFTER 1
           MOVE W-KM-TOTAL TO W-R6-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-6 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R7-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO-7 AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62
              PERFORM IMPRIME-CABECALHO
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

           MOVE W-DATA-ALVO TO W-C2-DATA
           MOVE W-GIRO-MIN  TO W-C2-GIRO
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
           STRING 'DATA ' W-DATA-ALVO-I
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
              MOVE 'PRJ-ROT-LOTE' TO ERRL-PROG
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
