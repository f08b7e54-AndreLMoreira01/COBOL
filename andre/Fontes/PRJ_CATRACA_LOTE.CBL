       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CATRACA-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_SUS.SL".

           SELECT CATRACA ASSIGN TO W-ENTRADA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-CAT.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_SUS.FD".

       FD  CATRACA
           LABEL RECORD STANDARD.
       01  CAT-REG-1.
           03 CAT-FRO                    PIC 9(03).
           03 CAT-DATA                   PIC 9(08).
           03 CAT-VIA                    PIC 9(01).
           03 CAT-VEICULO                PIC X(08).
           03 CAT-LEIT-INI               PIC 9(07).
           03 CAT-LEIT-FIM               PIC 9(07).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-CAT                PIC  X(02).
               88 VAL-CAT            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 EM-REPROCESSO      VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 TEM-MOTORISTA      VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 PARTIDA-NO-RELATORIO VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 ROTA-ABERTA        VALUE 'S' FALSE 'N'.

           03  W-ENTRADA-DEVICE      PIC  X(150) VALUE 'CATRACA.ARQ'.
           03  W-SAIDA-DEVICE        PIC  X(150) VALUE 'PRINTER'.

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

               05 W-DATASIS               PIC  9(08).
               05 W-INI-I                 PIC  9(08).
               05 W-FIM-I                 PIC  9(08).
               05 W-VIA-I                 PIC  9(08).

               | tolerancia da evasao: PARAM 56 (% sobre os
               | autorizados, default 5) com piso de PARAM 57
               | passageiros (default 2)
               05 W-TOL-PERC              PIC  9(03)V99 VALUE 5.
               05 W-TOL-MIN               PIC  9(03) VALUE 2.
               05 W-TOLERANCIA            PIC  9(05).

               05 W-COD-REJ               PIC  X(02).
               05 W-MSG-REJ               PIC  X(40).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-LIDOS             PIC  9(07) VALUE 0.
               05 W-QTD-ACEITOS           PIC  9(07) VALUE 0.
               05 W-QTD-REJEITADOS        PIC  9(07) VALUE 0.

           | contagem da partida
           03  W-PARTIDA.
               05 W-PT-CONTADOS           PIC  9(07).
               05 W-PT-PAGOS              PIC  9(05).
               05 W-PT-GRATIS             PIC  9(05).
               05 W-PT-BORDO              PIC  9(05).
               05 W-PT-PASSES             PIC  9(05).
               05 W-PT-AUTORIZ            PIC  9(07).
               05 W-PT-EXCESSO            PIC S9(07).

           | acumulados da rota e geral
           03  W-ROTA-ATUAL               PIC  9(03).
           03  W-ACUM-ROTA.
               05 W-AR-CONTADOS           PIC  9(09).
               05 W-AR-AUTORIZ            PIC  9(09).
               05 W-AR-PARTIDAS           PIC  9(05).
               05 W-AR-EVASOES            PIC  9(05).

           | acumulados por cobrador
           03  W-QTD-COB                  PIC  9(03) VALUE 0.
           03  W-IND                      PIC  9(03).
           03  W-TAB-COB.
               05 W-TC-ITEM OCCURS 300.
                  07 W-TC-COBRADOR        PIC  X(10).
                  07 W-TC-CONTADOS        PIC  9(09).
                  07 W-TC-AUTORIZ         PIC  9(09).
                  07 W-TC-PARTIDAS        PIC  9(05).
                  07 W-TC-EVASOES         PIC  9(05).

           03  W-LINHA-1.
               05 W-L1-FRO  PIC 9(03)B.
               05 W-L1-DATA PIC 99/99/9999B.
               05 W-L1-VIA  PIC 9(01)B.
               05 W-L1-VEI  PIC X(08)B.
               05 W-L1-INI  PIC 9(07)B.
               05 W-L1-FIM  PIC 9(07)B(2).
               05 W-L1-SIT  PIC X(10).
               05 W-L1-COD  PIC X(02)B(2).
               05 W-L1-MSG  PIC X(40).

           03  W-CAB-PARTIDA.
               05 FILLER    PIC X(34) VALUE
                  'ROTA DATA       VIA COBRADOR'.
               05 FILLER    PIC X(50) VALUE
                  'CATRACA  PAGOS GRATIS BORDO PASSES AUTORIZ EXCESSO'.

           03  W-LINHA-PARTIDA.
               05 W-LP-FRO      PIC 9(03)B(2).
               05 W-LP-DATA     PIC 99/99/9999B.
               05 W-LP-VIA      PIC 9(01)B(3).
               05 W-LP-COB      PIC X(10)B(2).
               05 W-LP-CONT     PIC ZZZZZZ9B.
               05 W-LP-PAGOS    PIC ZZZZ9B(2).
               05 W-LP-GRATIS   PIC ZZZZ9B(2).
               05 W-LP-BORDO    PIC ZZZZ9B.
               05 W-LP-PASSES   PIC ZZZZ9B(2).
               05 W-LP-AUTORIZ  PIC ZZZZZZ9B.
               05 W-LP-EXCESSO  PIC ZZZZZZ9-.
               05 FILLER        PIC X(02) VALUE SPACES.
               05 W-LP-SIT      PIC X(12).

           03  W-LINHA-ROTA.
               05 FILLER        PIC X(10) VALUE 'TOTAL ROTA'.
               05 W-LR-FRO      PIC 9(03)B.
               05 W-LR-DESC     PIC X(30)B.
               05 FILLER        PIC X(10) VALUE 'PARTIDAS: '.
               05 W-LR-PART     PIC ZZZZ9.
               05 FILLER        PIC X(12) VALUE '  CATRACA: '.
               05 W-LR-CONT     PIC ZZZZZZZZ9.
               05 FILLER        PIC X(13) VALUE '  AUTORIZ.: '.
               05 W-LR-AUTORIZ  PIC ZZZZZZZZ9.
               05 FILLER        PIC X(11) VALUE '  EVASAO: '.
               05 W-LR-EVAS     PIC ZZZZ9.
               05 FILLER        PIC X(02) VALUE SPACES.
               05 W-LR-SIT      PIC X(12).

           03  W-LINHA-COB.
               05 W-LC-COB      PIC X(10)B.
               05 W-LC-NOME     PIC X(30)B.
               05 FILLER        PIC X(10) VALUE 'PARTIDAS: '.
               05 W-LC-PART     PIC ZZZZ9.
               05 FILLER        PIC X(12) VALUE '  CATRACA: '.
               05 W-LC-CONT     PIC ZZZZZZZZ9.
               05 FILLER        PIC X(13) VALUE '  AUTORIZ.: '.
               05 W-LC-AUTORIZ  PIC ZZZZZZZZ9.
               05 FILLER        PIC X(11) VALUE '  EVASAO: '.
               05 W-LC-EVAS     PIC ZZZZ9.
               05 FILLER        PIC X(02) VALUE SPACES.
               05 W-LC-SIT      PIC X(12).

           03  W-LINHA-RESUMO-1.
               05 FILLER    PIC X(32) VALUE
                  'LEITURAS LIDAS...............: '.
               05 W-R1-TOT  PIC ZZZZZZ9.
           03  W-LINHA-RESUMO-2.
               05 FILLER    PIC X(32) VALUE
                  'LEITURAS GRAVADAS............: '.
               05 W-R2-TOT  PIC ZZZZZZ9.
           03  W-LINHA-RESUMO-3.
               05 FILLER    PIC X(32) VALUE
                  'LEITURAS REJEITADAS..........: '.
               05 W-R3-TOT  PIC ZZZZZZ9.

           03  W-CAB-1.
               05 FILLER               PIC  X(74) VALUE
                  'CATRACA X BILHETES POR PARTIDA (EVASAO DE RECEITA)'.
               05 W-CAB-DTSIS          PIC  99/99/9999B(4).
               05 FILLER               PIC  X(05) VALUE 'PAG.'.
               05 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-ARQ-ENTRADA-L                PIC X(150).
       77  W-DATA-INI-L                   PIC 9(08).
       77  W-DATA-FIM-L                   PIC 9(08).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-ARQ-ENTRADA-L, W-DATA-INI-L,
                                W-DATA-FIM-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | importa as leituras de catraca (inicio e fim) por
           | partida para o VIAGEM.ARQ e confronta os
           | passageiros contados com os autorizados da mesma
           | partida: bilhetes pagos, gratuidades, venda
           | embarcada (PRJ-BORDO-LOTE) e usos de passe
           | (VIA-QTD-PASSE, contado no PRJ-EMBARQUE junto com
           | o PAS-QTD-USO do mes); o excesso acima da
           | tolerancia sai marcado por partida, rota e
           | cobrador. Sem periodo informado o relatorio cobre
           | as leituras importadas hoje

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF ST-MOT = '35'
              SET TEM-MOTORISTA TO FALSE
           ELSE
              IF NOT VAL-MOT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET TEM-MOTORISTA TO TRUE
           END-IF.

           OPEN I-O CSEQ
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSUSPENSE
           IF ST-SUS = '35'
              OPEN OUTPUT CSUSPENSE
              CLOSE CSUSPENSE
              OPEN I-O CSUSPENSE.
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           IF W-ARQ-ENTRADA-L NOT = SPACES
              MOVE W-ARQ-ENTRADA-L TO W-ENTRADA-DEVICE
           END-IF

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           MOVE 0 TO W-INI-I W-FIM-I
           IF W-DATA-INI-L NOT = 0
              MOVE W-DATA-INI-L TO W-DATAUXI
              COMPUTE W-INI-I = W-ANOAUXI * 10000
                              + W-MESAUXI * 100 + W-DIAAUXI
              MOVE 99999999 TO W-FIM-I
              IF W-DATA-FIM-L NOT = 0
                 MOVE W-DATA-FIM-L TO W-DATAUXI
                 COMPUTE W-FIM-I = W-ANOAUXI * 10000
                                 + W-MESAUXI * 100 + W-DIAAUXI
              END-IF
           END-IF

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM REPROCESSA-SUSPENSE
           PERFORM IMPORTA-LEITURAS
           PERFORM IMPRIME-RESUMO
           PERFORM RELATORIO-EVASAO
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CVIAGEM CFROTA CSEQ CSUSPENSE.
           IF TEM-MOTORISTA
              CLOSE CMOTORISTA.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 56 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-TOL-PERC
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 57 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-TOL-MIN
           END-IF

           CLOSE CPARAM.

       IMPORTA-LEITURAS.
           OPEN INPUT CATRACA
           IF ST-CAT = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CAT
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM UNTIL NOT VAL-CAT
              READ CATRACA AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CAT
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-QTD-LIDOS
              PERFORM PROCESSA-LEITURA
           END-PERFORM

           CLOSE CATRACA.

       PROCESSA-LEITURA.
           MOVE SPACES TO W-COD-REJ W-MSG-REJ

           IF CAT-LEIT-INI NOT NUMERIC OR CAT-LEIT-FIM NOT NUMERIC
              MOVE '08' TO W-COD-REJ
              MOVE 'LEITURA DA CATRACA INVALIDA' TO W-MSG-REJ
              PERFORM REJEITA-LEITURA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE VIA-REG-1
           MOVE CAT-FRO  TO VIA-FRO
           MOVE CAT-DATA TO VIA-DATA
           MOVE CAT-VIA  TO VIA-NUM
           READ CVIAGEM
           IF ST-VIA = '23'
              MOVE '03' TO W-COD-REJ
              MOVE 'PARTIDA INEXISTENTE' TO W-MSG-REJ
              PERFORM REJEITA-LEITURA
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO
           END-IF
           IF VIA-CANCELADA
              MOVE '03' TO W-COD-REJ
              MOVE 'PARTIDA CANCELADA' TO W-MSG-REJ
              PERFORM REJEITA-LEITURA
              EXIT PARAGRAPH
           END-IF

           | o contador e do onibus: leitura de outro veiculo
           | que nao o escalado nao se confronta com a partida
           IF VIA-VEICULO NOT = SPACES AND CAT-VEICULO NOT = SPACES
              AND VIA-VEICULO NOT = CAT-VEICULO
              MOVE '16' TO W-COD-REJ
              MOVE 'VEICULO DIFERENTE DO ESCALADO' TO W-MSG-REJ
              PERFORM REJEITA-LEITURA
              EXIT PARAGRAPH
           END-IF

           MOVE 'GRAVADA   ' TO W-L1-SIT
           MOVE '00' TO W-L1-COD
           MOVE SPACES TO W-L1-MSG
           IF VIA-CAT-DT NUMERIC AND VIA-CAT-DT NOT = 0
              MOVE 'LEITURA ANTERIOR SUBSTITUIDA' TO W-L1-MSG
           END-IF
           IF VIA-QTD-PASSE NOT NUMERIC
              MOVE 0 TO VIA-QTD-PASSE
           END-IF
           MOVE CAT-LEIT-INI TO VIA-CAT-INI
           MOVE CAT-LEIT-FIM TO VIA-CAT-FIM
           MOVE W-DATASIS    TO VIA-CAT-DT
           REWRITE VIA-REG-1
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1 TO W-QTD-ACEITOS
           PERFORM IMPRIME-LEITURA.

       REJEITA-LEITURA.
           ADD 1 TO W-QTD-REJEITADOS
           MOVE 'REJEITADA ' TO W-L1-SIT
           MOVE W-COD-REJ TO W-L1-COD
           MOVE W-MSG-REJ TO W-L1-MSG
           PERFORM IMPRIME-LEITURA
           IF NOT EM-REPROCESSO
              PERFORM GRAVA-SUSPENSE
           END-IF.

       RELATORIO-EVASAO.
           | o VIAGEM.ARQ ja vem em ordem de rota/data/partida
           MOVE 800 TO W-CONTLIN
           SET ROTA-ABERTA TO FALSE
           INITIALIZE W-ACUM-ROTA

           INITIALIZE VIA-REG-1
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-VIA
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF

              PERFORM TESTA-PARTIDA-NO-RELATORIO
              IF PARTIDA-NO-RELATORIO
                 IF ROTA-ABERTA AND VIA-FRO NOT = W-ROTA-ATUAL
                    PERFORM IMPRIME-TOTAL-ROTA
                 END-IF
                 IF NOT ROTA-ABERTA
                    SET ROTA-ABERTA TO TRUE
                    MOVE VIA-FRO TO W-ROTA-ATUAL
                    INITIALIZE W-ACUM-ROTA
                 END-IF
                 PERFORM APURA-PARTIDA
                 PERFORM IMPRIME-PARTIDA
              END-IF
           END-PERFORM

           IF ROTA-ABERTA
              PERFORM IMPRIME-TOTAL-ROTA
           END-IF

           PERFORM IMPRIME-COBRADORES.

       TESTA-PARTIDA-NO-RELATORIO.
           SET PARTIDA-NO-RELATORIO TO FALSE
           IF VIA-CAT-DT NOT NUMERIC OR VIA-CAT-DT = 0
              EXIT PARAGRAPH
           END-IF
           IF VIA-CAT-INI NOT NUMERIC OR VIA-CAT-FIM NOT NUMERIC
              EXIT PARAGRAPH
           END-IF
           IF W-INI-I = 0
              IF VIA-CAT-DT = W-DATASIS
                 SET PARTIDA-NO-RELATORIO TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF
           MOVE VIA-DATA TO W-DATAUXI
           COMPUTE W-VIA-I = W-ANOAUXI * 10000
                           + W-MESAUXI * 100 + W-DIAAUXI
           IF W-VIA-I >= W-INI-I AND W-VIA-I <= W-FIM-I
              SET PARTIDA-NO-RELATORIO TO TRUE
           END-IF.

       APURA-PARTIDA.
           INITIALIZE W-PARTIDA

           | contador de 7 digitos pode virar entre as leituras
           IF VIA-CAT-FIM < VIA-CAT-INI
              COMPUTE W-PT-CONTADOS = VIA-CAT-FIM + 10000000
                                    - VIA-CAT-INI
           ELSE
              COMPUTE W-PT-CONTADOS = VIA-CAT-FIM - VIA-CAT-INI
           END-IF

           IF VIA-QTD-PASSE NUMERIC
              MOVE VIA-QTD-PASSE TO W-PT-PASSES
           END-IF

           INITIALIZE BIL-REG-1
           MOVE VIA-FRO  TO BIL-FRO
           MOVE VIA-DATA TO BIL-DATA
           MOVE VIA-NUM  TO BIL-VIA
           MOVE 0        TO BIL-TIPO
           START CBILHETE KEY >= BIL-RK-1
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF BIL-FRO NOT = VIA-FRO OR BIL-DATA NOT = VIA-DATA
                 OR BIL-VIA NOT = VIA-NUM
                 EXIT PERFORM
              END-IF
              IF BIL-BORDO NOT NUMERIC
                 MOVE 0 TO BIL-BORDO
              END-IF
              EVALUATE TRUE
                 WHEN BIL-VENDA-BORDO AND NOT BIL-CANCELADO
                    ADD 1 TO W-PT-BORDO
                 WHEN NOT (BIL-CONFIRMADO OR BIL-EMBARCADO)
                    CONTINUE
                 WHEN BIL-IDOSO-GRATIS OR BIL-JOVEM-GRATIS
                    ADD 1 TO W-PT-GRATIS
                 WHEN OTHER
                    ADD 1 TO W-PT-PAGOS
              END-EVALUATE
           END-PERFORM

           COMPUTE W-PT-AUTORIZ = W-PT-PAGOS + W-PT-GRATIS
                                + W-PT-BORDO + W-PT-PASSES
           COMPUTE W-PT-EXCESSO = W-PT-CONTADOS - W-PT-AUTORIZ
           COMPUTE W-TOLERANCIA ROUNDED =
                   W-PT-AUTORIZ * W-TOL-PERC / 100
           IF W-TOLERANCIA < W-TOL-MIN
              MOVE W-TOL-MIN TO W-TOLERANCIA
           END-IF

           ADD 1 TO W-AR-PARTIDAS
           ADD W-PT-CONTADOS TO W-AR-CONTADOS
           ADD W-PT-AUTORIZ  TO W-AR-AUTORIZ
           IF W-PT-EXCESSO > W-TOLERANCIA
              ADD 1 TO W-AR-EVASOES
           END-IF

           PERFORM ACUMULA-COBRADOR.

       ACUMULA-COBRADOR.
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-COB
              IF W-TC-COBRADOR(W-IND) = VIA-COBRADOR
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IND > W-QTD-COB
              IF W-QTD-COB >= 300
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO W-QTD-COB
              MOVE W-QTD-COB TO W-IND
              MOVE VIA-COBRADOR TO W-TC-COBRADOR(W-IND)
              MOVE 0 TO W-TC-CONTADOS(W-IND) W-TC-AUTORIZ(W-IND)
                        W-TC-PARTIDAS(W-IND) W-TC-EVASOES(W-IND)
           END-IF
           ADD 1 TO W-TC-PARTIDAS(W-IND)
           ADD W-PT-CONTADOS TO W-TC-CONTADOS(W-IND)
           ADD W-PT-AUTORIZ  TO W-TC-AUTORIZ(W-IND)
           IF W-PT-EXCESSO > W-TOLERANCIA
              ADD 1 TO W-TC-EVASOES(W-IND)
           END-IF.

       IMPRIME-PARTIDA.
           IF W-CONTLIN > 62
              PERFORM TESTA-QUEBRA-PAGINA
              WRITE PRINTF-R FROM W-CAB-PARTIDA AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF

           MOVE VIA-FRO       TO W-LP-FRO
           MOVE VIA-DATA      TO W-LP-DATA
           MOVE VIA-NUM       TO W-LP-VIA
           MOVE VIA-COBRADOR  TO W-LP-COB
           MOVE W-PT-CONTADOS TO W-LP-CONT
           MOVE W-PT-PAGOS    TO W-LP-PAGOS
           MOVE W-PT-GRATIS   TO W-LP-GRATIS
           MOVE W-PT-BORDO    TO W-LP-BORDO
           MOVE W-PT-PASSES   TO W-LP-PASSES
           MOVE W-PT-AUTORIZ  TO W-LP-AUTORIZ
           MOVE W-PT-EXCESSO  TO W-LP-EXCESSO
           IF W-PT-EXCESSO > W-TOLERANCIA
              MOVE '*** EVASAO' TO W-LP-SIT
           ELSE
              MOVE SPACES TO W-LP-SIT
           END-IF
           WRITE PRINTF-R FROM W-LINHA-PARTIDA AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-TOTAL-ROTA.
           PERFORM TESTA-QUEBRA-PAGINA

           INITIALIZE FRO-REG-1
           MOVE W-ROTA-ATUAL TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              MOVE SPACES TO FRO-DESC
           END-IF

           MOVE W-ROTA-ATUAL  TO W-LR-FRO
           MOVE FRO-DESC      TO W-LR-DESC
           MOVE W-AR-PARTIDAS TO W-LR-PART
           MOVE W-AR-CONTADOS TO W-LR-CONT
           MOVE W-AR-AUTORIZ  TO W-LR-AUTORIZ
           MOVE W-AR-EVASOES  TO W-LR-EVAS
           | a rota sai marcada pelo excesso somado das suas
           | partidas, com a mesma regra de tolerancia
           COMPUTE W-TOLERANCIA ROUNDED =
                   W-AR-AUTORIZ * W-TOL-PERC / 100
           IF W-TOLERANCIA < W-TOL-MIN
              MOVE W-TOL-MIN TO W-TOLERANCIA
           END-IF
           IF W-AR-CONTADOS > W-AR-AUTORIZ + W-TOLERANCIA
              MOVE '*** EVASAO' TO W-LR-SIT
           ELSE
              MOVE SPACES TO W-LR-SIT
           END-IF
           WRITE PRINTF-R FROM W-LINHA-ROTA AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN

           SET ROTA-ABERTA TO FALSE.

       IMPRIME-COBRADORES.
           IF W-QTD-COB = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 800 TO W-CONTLIN
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-COB
              PERFORM TESTA-QUEBRA-PAGINA

              MOVE SPACES TO MOT-NOME
              IF TEM-MOTORISTA AND W-TC-COBRADOR(W-IND) NOT = SPACES
                 INITIALIZE MOT-REG-1
                 MOVE W-TC-COBRADOR(W-IND) TO MOT-ID
                 READ CMOTORISTA
                 IF NOT VAL-MOT
                    MOVE SPACES TO MOT-NOME
                 END-IF
              END-IF

              MOVE W-TC-COBRADOR(W-IND) TO W-LC-COB
              IF W-TC-COBRADOR(W-IND) = SPACES
                 MOVE '(SEM COBRADOR ESCALADO)' TO W-LC-NOME
              ELSE
                 MOVE MOT-NOME TO W-LC-NOME
              END-IF
              MOVE W-TC-PARTIDAS(W-IND) TO W-LC-PART
              MOVE W-TC-CONTADOS(W-IND) TO W-LC-CONT
              MOVE W-TC-AUTORIZ(W-IND)  TO W-LC-AUTORIZ
              MOVE W-TC-EVASOES(W-IND)  TO W-LC-EVAS
              COMPUTE W-TOLERANCIA ROUNDED =
                      W-TC-AUTORIZ(W-IND) * W-TOL-PERC / 100
              IF W-TOLERANCIA < W-TOL-MIN
                 MOVE W-TOL-MIN TO W-TOLERANCIA
              END-IF
              IF W-TC-CONTADOS(W-IND) >
                 W-TC-AUTORIZ(W-IND) + W-TOLERANCIA
                 MOVE '*** EVASAO' TO W-LC-SIT
              ELSE
                 MOVE SPACES TO W-LC-SIT
              END-IF
              WRITE PRINTF-R FROM W-LINHA-COB AFTER 1
              ADD 1 TO W-CONTLIN
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

           INITIALIZE SUS-REG-1
           MOVE SEQ-ULTIMO TO SUS-SEQ
           MOVE 'PRJ-CATRACA-LOTE' TO SUS-LOTE
           MOVE W-COD-REJ TO SUS-COD
           MOVE W-MSG-REJ TO SUS-MSG
           MOVE CAT-REG-1 TO SUS-IMAGEM
           MOVE W-DATASIS TO SUS-DIA
           ACCEPT SUS-HORA FROM TIME
           SET SUS-PENDENTE TO TRUE
           MOVE W-LOGIN-L TO SUS-USU
           WRITE SUS-REG-1
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO
           END-IF.

       REPROCESSA-SUSPENSE.
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

              IF SUS-LOTE = 'PRJ-CATRACA-LOTE'
                 AND SUS-REAPRESENTAR
                 MOVE SUS-IMAGEM(1:33) TO CAT-REG-1
                 ADD 1 TO W-QTD-LIDOS
                 PERFORM PROCESSA-LEITURA
                 IF W-COD-REJ = SPACES
                    SET SUS-REPROCESSADO TO TRUE
                 ELSE
                    SET SUS-PENDENTE TO TRUE
                    MOVE W-COD-REJ TO SUS-COD
                    MOVE W-MSG-REJ TO SUS-MSG
                 END-IF
                 REWRITE SUS-REG-1
                 IF NOT VAL-SUS
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM
           SET EM-REPROCESSO TO FALSE.

       IMPRIME-LEITURA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE CAT-FRO      TO W-L1-FRO
           MOVE CAT-DATA     TO W-L1-DATA
           MOVE CAT-VIA      TO W-L1-VIA
           MOVE CAT-VEICULO  TO W-L1-VEI
           MOVE CAT-LEIT-INI TO W-L1-INI
           MOVE CAT-LEIT-FIM TO W-L1-FIM

           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-LIDOS TO W-R1-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1

           MOVE W-QTD-ACEITOS TO W-R2-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1

           MOVE W-QTD-REJEITADOS TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           ADD 4 TO W-CONTLIN.

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

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 4 TO W-CONTLIN.

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
              MOVE 'PRJ-CATRACA-' TO ERRL-PROG
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
