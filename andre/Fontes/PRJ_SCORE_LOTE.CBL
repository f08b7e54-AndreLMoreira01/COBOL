       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-SCORE-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_OCO.SL".
           COPY "PRJ_PSQ.SL".
           COPY "PRJ_MUL.SL".
           COPY "PRJ_SIN.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_SCM.SL".
           COPY "PRJ_PARAM.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_OCO.FD".
           COPY "PRJ_PSQ.FD".
           COPY "PRJ_MUL.FD".
           COPY "PRJ_SIN.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_SCM.FD".
           COPY "PRJ_PARAM.FD".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-FILIAL-1     PIC X(10).
           03  SORT-NOTA-1       PIC 9(03)V99.
           03  SORT-MOT-1        PIC X(10).
           03  SORT-IND-1        PIC 9(03).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       | mesma tolerancia de pontualidade do PRJ_REL_PONTUAL
       78  W-TOLERANCIA-MIN               VALUE 10.

       01  CAMPOS-W.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-OCO                PIC  X(02).
               88 VAL-OCO            VALUE '00' THRU '09'.
           03  ST-PSQ                PIC  X(02).
               88 VAL-PSQ            VALUE '00' THRU '09'.
           03  ST-MUL                PIC  X(02).
               88 VAL-MUL            VALUE '00' THRU '09'.
           03  ST-SIN                PIC  X(02).
               88 VAL-SIN            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-SCM                PIC  X(02).
               88 VAL-SCM            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-OCO-ATIVA           PIC  X(01) VALUE 'N'.
               88 OCO-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-PSQ-ATIVA           PIC  X(01) VALUE 'N'.
               88 PSQ-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-MUL-ATIVA           PIC  X(01) VALUE 'N'.
               88 MUL-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-SIN-ATIVA           PIC  X(01) VALUE 'N'.
               88 SIN-ATIVA          VALUE 'S' FALSE 'N'.

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

               05 W-ANOMES                PIC  9(06).
               05 REDEFINES W-ANOMES.
                  07 W-ANO-AM             PIC  9(04).
                  07 W-MES-AM             PIC  9(02).
               05 W-ANOMES-ANT            PIC  9(06).
               05 REDEFINES W-ANOMES-ANT.
                  07 W-ANO-ANT            PIC  9(04).
                  07 W-MES-ANT            PIC  9(02).
               05 W-DATA-I                PIC  9(08).
               05 W-DATA-EDIT             PIC  9(08).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-PREV              PIC  9(05).
               05 W-MIN-REAL              PIC  9(05).
               05 W-ATRASO-MIN            PIC S9(05).

           | pesos das notas parciais (PARAM 42 a 46); indicador
           | sem base no mes (sem viagem apurada, sem pesquisa
           | respondida) sai da media e o peso dele nao conta
               05 W-PESO-PONT             PIC  9(03) VALUE 30.
               05 W-PESO-PESQ             PIC  9(03) VALUE 25.
               05 W-PESO-OCO              PIC  9(03) VALUE 15.
               05 W-PESO-MUL              PIC  9(03) VALUE 15.
               05 W-PESO-SIN              PIC  9(03) VALUE 15.
               05 W-SOMA-PESOS            PIC  9(04).
               05 W-SOMA-NOTAS            PIC  9(07)V99.
               05 W-IND-AUX               PIC S9(05)V99.

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DATA-HOJE             PIC  9(08).

               05 W-IND                   PIC  9(03).
               05 W-IND-MOT               PIC  9(03).
               05 W-IND-HIST              PIC  9(01).
               05 W-QTD-MOTS              PIC  9(03) VALUE 0.
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.
               05 W-FILIAL-ANT            PIC  X(10).
               05 W-RANK                  PIC  9(04).
               05 W-QTD-HIST              PIC  9(01).
               05 W-SOMA-HIST             PIC  9(05)V99.
               05 W-MEDIA-HIST            PIC  9(03)V99.
               05 W-NOTA-HIST OCCURS 3 TIMES PIC 9(03)V99.
               05 W-TEM-HIST  OCCURS 3 TIMES PIC X(01).

           | acumulado do mes por motorista
           03  W-TAB-MOTORISTA.
               05 W-SM-ITEM OCCURS 500 TIMES.
                  07 W-SM-MOT             PIC X(10).
                  07 W-SM-VIAGENS         PIC 9(05).
                  07 W-SM-APURADAS        PIC 9(05).
                  07 W-SM-PONTUAIS        PIC 9(05).
                  07 W-SM-OCORR           PIC 9(04).
                  07 W-SM-ATRASO-MIN      PIC 9(06).
                  07 W-SM-PESQ-QTD        PIC 9(05).
                  07 W-SM-PESQ-SOMA       PIC 9(07).
                  07 W-SM-MULTAS          PIC 9(03).
                  07 W-SM-VLR-MULTAS      PIC 9(07)V99.
                  07 W-SM-SINISTROS       PIC 9(03).
                  07 W-SM-IND-PONT        PIC 9(03)V99.
                  07 W-SM-IND-PESQ        PIC 9(03)V99.
                  07 W-SM-IND-OCO         PIC 9(03)V99.
                  07 W-SM-IND-MUL         PIC 9(03)V99.
                  07 W-SM-IND-SIN         PIC 9(03)V99.
                  07 W-SM-NOTA            PIC 9(03)V99.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-FILIAL.
                  07 FILLER     PIC X(08) VALUE 'FILIAL: '.
                  07 W-LFI-FIL  PIC X(10).

               05 W-LINHA-1.
                  07 W-L1-RANK  PIC ZZZ9B.
                  07 W-L1-MOT   PIC X(10)B.
                  07 W-L1-NOME  PIC X(20)B.
                  07 W-L1-VIAG  PIC ZZZ9B.
                  07 W-L1-PONT  PIC ZZ9,9B.
                  07 W-L1-PESQ  PIC Z9,9B.
                  07 W-L1-OCOR  PIC ZZ9B.
                  07 W-L1-ATR   PIC ZZZZ9B.
                  07 W-L1-MUL   PIC Z9B.
                  07 W-L1-SIN   PIC Z9B(2).
                  07 W-L1-NOTA  PIC ZZ9,99B(2).
                  07 W-L1-ANT1  PIC X(06)B.
                  07 W-L1-ANT2  PIC X(06)B.
                  07 W-L1-ANT3  PIC X(06)B(2).
                  07 W-L1-TEND  PIC X(08).

               05 W-NOTA-EDIT            PIC ZZ9,99.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'RANK MOTORISTA  NOME                 VI'.
                  07 FILLER     PIC X(40) VALUE
                     'AG PONT% PESQ OCO ATRAS MU SI    NOTA  '.
                  07 FILLER     PIC X(40) VALUE
                     'MES-1  MES-2  MES-3   TENDENCIA        '.

               05 W-LINHA-PESOS.
                  07 FILLER     PIC X(24) VALUE
                     'PESOS - PONTUALIDADE: '.
                  07 W-LP-PONT  PIC ZZ9.
                  07 FILLER     PIC X(13) VALUE '  PESQUISA: '.
                  07 W-LP-PESQ  PIC ZZ9.
                  07 FILLER     PIC X(16) VALUE '  OCORRENCIAS: '.
                  07 W-LP-OCO   PIC ZZ9.
                  07 FILLER     PIC X(11) VALUE '  MULTAS: '.
                  07 W-LP-MUL   PIC ZZ9.
                  07 FILLER     PIC X(14) VALUE '  SINISTROS: '.
                  07 W-LP-SIN   PIC ZZ9.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'MOTORISTAS AVALIADOS:               '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'MOTORISTAS FORA DA TABELA (LIMITE): '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'AVALIACAO MENSAL DE MOTORISTAS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE
                     'MES: '.
                  07 W-C2-MES  PIC 99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 W-C2-ANO  PIC 9999.

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

       PROCEDURE DIVISION USING W-DATA-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | avaliacao mensal por motorista para o RH (bonus e
           | reciclagem): pontualidade das partidas encerradas,
           | nota media da pesquisa, ocorrencias e minutos de
           | atraso do OCORREN.ARQ, multas e sinistros; cada
           | indicador vira nota de 0 a 100 e a nota final e a
           | media ponderada; ranking por filial e comparacao
           | com os tres meses anteriores gravados no
           | SCOREMOT.ARQ; W-DATA-L (aaaammdd) e qualquer dia
           | do mes avaliado, sem data vale o mes passado

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT COCORREN
           IF ST-OCO = '35'
              SET OCO-ATIVA TO FALSE
           ELSE
              IF NOT VAL-OCO
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET OCO-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CPESQ
           IF ST-PSQ = '35'
              SET PSQ-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PSQ
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PSQ-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CMULTA
           IF ST-MUL = '35'
              SET MUL-ATIVA TO FALSE
           ELSE
              IF NOT VAL-MUL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET MUL-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CSINISTRO
           IF ST-SIN = '35'
              SET SIN-ATIVA TO FALSE
           ELSE
              IF NOT VAL-SIN
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET SIN-ATIVA TO TRUE
           END-IF.

           OPEN I-O CSCOREMOT
           IF ST-SCM = '35'
              OPEN OUTPUT CSCOREMOT
              CLOSE CSCOREMOT
              OPEN I-O CSCOREMOT.
           IF NOT VAL-SCM
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS
           PERFORM DEFINE-MES-ALVO

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-TAB-MOTORISTA
           PERFORM APURA-VIAGENS
           IF OCO-ATIVA
              PERFORM APURA-OCORRENCIAS
           END-IF
           IF PSQ-ATIVA
              PERFORM APURA-PESQUISAS
           END-IF
           IF MUL-ATIVA
              PERFORM APURA-MULTAS
           END-IF
           IF SIN-ATIVA
              PERFORM APURA-SINISTROS
           END-IF
           PERFORM VARYING W-IND-MOT FROM 1 BY 1
                   UNTIL W-IND-MOT > W-QTD-MOTS
              PERFORM CALCULA-NOTAS
           END-PERFORM

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN
           MOVE HIGH-VALUES TO W-FILIAL-ANT

           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING  KEY SORT-FILIAL-1
                       DESCENDING KEY SORT-NOTA-1
                       ASCENDING  KEY SORT-MOT-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF.

       FIM.
           CLOSE CVIAGEM CMOTORISTA CSCOREMOT.
           IF OCO-ATIVA
              CLOSE COCORREN.
           IF PSQ-ATIVA
              CLOSE CPESQ.
           IF MUL-ATIVA
              CLOSE CMULTA.
           IF SIN-ATIVA
              CLOSE CSINISTRO.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 42 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-PESO-PONT
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 43 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-PESO-PESQ
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 44 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-PESO-OCO
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 45 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-PESO-MUL
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 46 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-PESO-SIN
           END-IF

           CLOSE CPARAM.

       DEFINE-MES-ALVO.
           ACCEPT W-DATA-HOJE FROM CENTURY-DATE
           IF W-DATA-L NOT = 0
              MOVE W-DATA-L TO W-DATAUXI
              MOVE W-ANOAUXI-I TO W-ANO-AM
              MOVE W-MESAUXI-I TO W-MES-AM
           ELSE
              MOVE W-DATA-HOJE TO W-DATAUXI
              MOVE W-ANOAUXI-I TO W-ANO-AM
              MOVE W-MESAUXI-I TO W-MES-AM
              IF W-MES-AM = 1
                 MOVE 12 TO W-MES-AM
                 SUBTRACT 1 FROM W-ANO-AM
              ELSE
                 SUBTRACT 1 FROM W-MES-AM
              END-IF
           END-IF.

       DATA-NO-MES.
           | W-DATAUXI (ddmmaaaa) no mes avaliado? devolve
           | W-DATA-I com a data em aaaammdd, zero fora do mes
           COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                              W-MESAUXI * 100 +
                              W-DIAAUXI
           IF W-ANOAUXI NOT = W-ANO-AM OR W-MESAUXI NOT = W-MES-AM
              MOVE 0 TO W-DATA-I
           END-IF.

       LOCALIZA-MOTORISTA.
           | procura MOT-ID na tabela e inclui se for novo;
           | W-IND-MOT zero quando a tabela estourou
           MOVE 0 TO W-IND-MOT
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-MOTS
              IF W-SM-MOT(W-IND) = MOT-ID
                 MOVE W-IND TO W-IND-MOT
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-MOTS < 500
              ADD 1 TO W-QTD-MOTS
              MOVE MOT-ID TO W-SM-MOT(W-QTD-MOTS)
              MOVE W-QTD-MOTS TO W-IND-MOT
           ELSE
              ADD 1 TO W-QTD-ESTOURO
           END-IF.

       APURA-VIAGENS.
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
              IF VIA-MOTORISTA NOT = SPACES AND NOT VIA-CANCELADA
                 MOVE VIA-DATA TO W-DATAUXI
                 PERFORM DATA-NO-MES
                 IF W-DATA-I > 0
                    PERFORM ACUMULA-VIAGEM
                 END-IF
              END-IF
           END-PERFORM.

       ACUMULA-VIAGEM.
           MOVE VIA-MOTORISTA TO MOT-ID
           PERFORM LOCALIZA-MOTORISTA
           IF W-IND-MOT = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-SM-VIAGENS(W-IND-MOT)

           IF VIA-ENCERRADA AND VIA-HR-PREV > 0 AND VIA-HR-REAL > 0
              MOVE VIA-HR-PREV TO W-HHMM-AUX
              COMPUTE W-MIN-PREV = W-HH-AUX * 60 + W-MM-AUX
              MOVE VIA-HR-REAL TO W-HHMM-AUX
              COMPUTE W-MIN-REAL = W-HH-AUX * 60 + W-MM-AUX
              COMPUTE W-ATRASO-MIN = W-MIN-REAL - W-MIN-PREV
              ADD 1 TO W-SM-APURADAS(W-IND-MOT)
              IF W-ATRASO-MIN <= W-TOLERANCIA-MIN
                 ADD 1 TO W-SM-PONTUAIS(W-IND-MOT)
              END-IF
           END-IF.

       APURA-OCORRENCIAS.
           | a ocorrencia aponta a partida; o motorista vem da
           | escala da propria partida
           INITIALIZE OCO-REG-1
           START COCORREN KEY >= OCO-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ COCORREN NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-OCO
                 EXIT PERFORM
              END-IF
              MOVE OCO-DATA TO W-DATAUXI
              PERFORM DATA-NO-MES
              IF W-DATA-I > 0
                 INITIALIZE VIA-REG-1
                 MOVE OCO-FRO  TO VIA-FRO
                 MOVE OCO-DATA TO VIA-DATA
                 MOVE OCO-NUM  TO VIA-NUM
                 READ CVIAGEM
                 IF VAL-VIA AND VIA-MOTORISTA NOT = SPACES
                    MOVE VIA-MOTORISTA TO MOT-ID
                    PERFORM LOCALIZA-MOTORISTA
                    IF W-IND-MOT > 0
                       ADD 1 TO W-SM-OCORR(W-IND-MOT)
                       ADD OCO-ATRASO-MIN
                           TO W-SM-ATRASO-MIN(W-IND-MOT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APURA-PESQUISAS.
           INITIALIZE PSQ-REG-1
           START CPESQ KEY >= PSQ-NMR-BIL
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPESQ NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PSQ
                 EXIT PERFORM
              END-IF
              IF PSQ-RESPONDIDO AND PSQ-MOTORISTA NOT = SPACES
                 MOVE PSQ-DATA TO W-DATAUXI
                 PERFORM DATA-NO-MES
                 IF W-DATA-I > 0
                    MOVE PSQ-MOTORISTA TO MOT-ID
                    PERFORM LOCALIZA-MOTORISTA
                    IF W-IND-MOT > 0
                       ADD 1 TO W-SM-PESQ-QTD(W-IND-MOT)
                       ADD PSQ-NOTA TO W-SM-PESQ-SOMA(W-IND-MOT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APURA-MULTAS.
           | multa com recurso deferido foi cancelada e nao
           | conta contra o motorista
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
              IF MUL-MOTORISTA NOT = SPACES
                 AND NOT MUL-RECURSO-DEFERIDO
                 MOVE MUL-DATA TO W-DATAUXI
                 PERFORM DATA-NO-MES
                 IF W-DATA-I > 0
                    MOVE MUL-MOTORISTA TO MOT-ID
                    PERFORM LOCALIZA-MOTORISTA
                    IF W-IND-MOT > 0
                       ADD 1 TO W-SM-MULTAS(W-IND-MOT)
                       ADD MUL-VALOR TO W-SM-VLR-MULTAS(W-IND-MOT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APURA-SINISTROS.
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
              IF SIN-MOTORISTA NOT = SPACES
                 MOVE SIN-DATA TO W-DATAUXI
                 PERFORM DATA-NO-MES
                 IF W-DATA-I > 0
                    MOVE SIN-MOTORISTA TO MOT-ID
                    PERFORM LOCALIZA-MOTORISTA
                    IF W-IND-MOT > 0
                       ADD 1 TO W-SM-SINISTROS(W-IND-MOT)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       CALCULA-NOTAS.
           | pontualidade: % de partidas no horario; pesquisa:
           | nota media (0 a 10) x 10; ocorrencias: 100 menos
           | ocorrencias por 100 viagens; multas: 100 menos 25
           | por multa; sinistros: 100 menos 50 por sinistro
           MOVE 0 TO W-SOMA-PESOS W-SOMA-NOTAS

           IF W-SM-APURADAS(W-IND-MOT) > 0
              COMPUTE W-SM-IND-PONT(W-IND-MOT) ROUNDED =
                      W-SM-PONTUAIS(W-IND-MOT) * 100
                      / W-SM-APURADAS(W-IND-MOT)
              ADD W-PESO-PONT TO W-SOMA-PESOS
              COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS +
                      W-SM-IND-PONT(W-IND-MOT) * W-PESO-PONT
           END-IF

           IF W-SM-PESQ-QTD(W-IND-MOT) > 0
              COMPUTE W-SM-IND-PESQ(W-IND-MOT) ROUNDED =
                      W-SM-PESQ-SOMA(W-IND-MOT) * 10
                      / W-SM-PESQ-QTD(W-IND-MOT)
              ADD W-PESO-PESQ TO W-SOMA-PESOS
              COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS +
                      W-SM-IND-PESQ(W-IND-MOT) * W-PESO-PESQ
           END-IF

           IF W-SM-VIAGENS(W-IND-MOT) > 0
              COMPUTE W-IND-AUX ROUNDED = 100 -
                      W-SM-OCORR(W-IND-MOT) * 100
                      / W-SM-VIAGENS(W-IND-MOT)
              IF W-IND-AUX < 0
                 MOVE 0 TO W-IND-AUX
              END-IF
              MOVE W-IND-AUX TO W-SM-IND-OCO(W-IND-MOT)
              ADD W-PESO-OCO TO W-SOMA-PESOS
              COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS +
                      W-SM-IND-OCO(W-IND-MOT) * W-PESO-OCO
           END-IF

           COMPUTE W-IND-AUX = 100 - W-SM-MULTAS(W-IND-MOT) * 25
           IF W-IND-AUX < 0
              MOVE 0 TO W-IND-AUX
           END-IF
           MOVE W-IND-AUX TO W-SM-IND-MUL(W-IND-MOT)
           ADD W-PESO-MUL TO W-SOMA-PESOS
           COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS +
                   W-SM-IND-MUL(W-IND-MOT) * W-PESO-MUL

           COMPUTE W-IND-AUX = 100 - W-SM-SINISTROS(W-IND-MOT) * 50
           IF W-IND-AUX < 0
              MOVE 0 TO W-IND-AUX
           END-IF
           MOVE W-IND-AUX TO W-SM-IND-SIN(W-IND-MOT)
           ADD W-PESO-SIN TO W-SOMA-PESOS
           COMPUTE W-SOMA-NOTAS = W-SOMA-NOTAS +
                   W-SM-IND-SIN(W-IND-MOT) * W-PESO-SIN

           IF W-SOMA-PESOS > 0
              COMPUTE W-SM-NOTA(W-IND-MOT) ROUNDED =
                      W-SOMA-NOTAS / W-SOMA-PESOS
           END-IF.

       INPUTPROCE.
           PERFORM VARYING W-IND-MOT FROM 1 BY 1
                   UNTIL W-IND-MOT > W-QTD-MOTS
              INITIALIZE MOT-REG-1
              MOVE W-SM-MOT(W-IND-MOT) TO MOT-ID
              READ CMOTORISTA
              IF NOT VAL-MOT
                 MOVE SPACES TO MOT-FILIAL
              END-IF
              INITIALIZE SORT-REGISTR-1
              MOVE MOT-FILIAL           TO SORT-FILIAL-1
              MOVE W-SM-NOTA(W-IND-MOT) TO SORT-NOTA-1
              MOVE W-SM-MOT(W-IND-MOT)  TO SORT-MOT-1
              MOVE W-IND-MOT            TO SORT-IND-1
              RELEASE SORT-REGISTR-1
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-FILIAL-1 NOT = W-FILIAL-ANT
                 MOVE SORT-FILIAL-1 TO W-FILIAL-ANT
                 MOVE 0 TO W-RANK
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE SPACES TO PRINTF-R
                 WRITE PRINTF-R AFTER 1
                 MOVE SORT-FILIAL-1 TO W-LFI-FIL
                 IF SORT-FILIAL-1 = SPACES
                    MOVE '(SEM)' TO W-LFI-FIL
                 END-IF
                 WRITE PRINTF-R FROM W-LINHA-FILIAL AFTER 1
                 ADD 2 TO W-CONTLIN
              END-IF
              ADD 1 TO W-RANK
              MOVE SORT-IND-1 TO W-IND-MOT

              PERFORM BUSCA-HISTORICO
              PERFORM GRAVA-SCORE
              PERFORM IMPRIME-MOTORISTA
           END-PERFORM.

       BUSCA-HISTORICO.
           MOVE W-ANOMES TO W-ANOMES-ANT
           MOVE 0 TO W-QTD-HIST W-SOMA-HIST
           PERFORM VARYING W-IND-HIST FROM 1 BY 1
                   UNTIL W-IND-HIST > 3
              IF W-MES-ANT = 1
                 MOVE 12 TO W-MES-ANT
                 SUBTRACT 1 FROM W-ANO-ANT
              ELSE
                 SUBTRACT 1 FROM W-MES-ANT
              END-IF
              MOVE 'N' TO W-TEM-HIST(W-IND-HIST)
              MOVE 0   TO W-NOTA-HIST(W-IND-HIST)
              INITIALIZE SCM-REG-1
              MOVE SORT-MOT-1   TO SCM-MOT
              MOVE W-ANOMES-ANT TO SCM-ANOMES
              READ CSCOREMOT
              IF VAL-SCM
                 MOVE 'S'      TO W-TEM-HIST(W-IND-HIST)
                 MOVE SCM-NOTA TO W-NOTA-HIST(W-IND-HIST)
                 ADD 1 TO W-QTD-HIST
                 ADD SCM-NOTA TO W-SOMA-HIST
              END-IF
           END-PERFORM
           MOVE 0 TO W-MEDIA-HIST
           IF W-QTD-HIST > 0
              COMPUTE W-MEDIA-HIST ROUNDED = W-SOMA-HIST / W-QTD-HIST
           END-IF.

       GRAVA-SCORE.
           | reprocessar o mesmo mes regrava o registro
           INITIALIZE SCM-REG-1
           MOVE SORT-MOT-1 TO SCM-MOT
           MOVE W-ANOMES   TO SCM-ANOMES
           READ CSCOREMOT
           IF ST-SCM = '23'
              INITIALIZE SCM-REG-1
              MOVE SORT-MOT-1 TO SCM-MOT
              MOVE W-ANOMES   TO SCM-ANOMES
           ELSE
              IF NOT VAL-SCM
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           MOVE SORT-FILIAL-1                TO SCM-FILIAL
           MOVE W-SM-VIAGENS(W-IND-MOT)      TO SCM-VIAGENS
           MOVE W-SM-APURADAS(W-IND-MOT)     TO SCM-APURADAS
           MOVE W-SM-PONTUAIS(W-IND-MOT)     TO SCM-PONTUAIS
           MOVE W-SM-OCORR(W-IND-MOT)        TO SCM-OCORR
           MOVE W-SM-ATRASO-MIN(W-IND-MOT)   TO SCM-ATRASO-MIN
           MOVE W-SM-PESQ-QTD(W-IND-MOT)     TO SCM-PESQ-QTD
           MOVE 0                            TO SCM-PESQ-MEDIA
           IF W-SM-PESQ-QTD(W-IND-MOT) > 0
              COMPUTE SCM-PESQ-MEDIA ROUNDED =
                      W-SM-PESQ-SOMA(W-IND-MOT)
                      / W-SM-PESQ-QTD(W-IND-MOT)
           END-IF
           MOVE W-SM-MULTAS(W-IND-MOT)       TO SCM-MULTAS
           MOVE W-SM-VLR-MULTAS(W-IND-MOT)   TO SCM-VLR-MULTAS
           MOVE W-SM-SINISTROS(W-IND-MOT)    TO SCM-SINISTROS
           MOVE W-SM-IND-PONT(W-IND-MOT)     TO SCM-IND-PONT
           MOVE W-SM-IND-PESQ(W-IND-MOT)     TO SCM-IND-PESQ
           MOVE W-SM-IND-OCO(W-IND-MOT)      TO SCM-IND-OCO
           MOVE W-SM-IND-MUL(W-IND-MOT)      TO SCM-IND-MUL
           MOVE W-SM-IND-SIN(W-IND-MOT)      TO SCM-IND-SIN
           MOVE W-SM-NOTA(W-IND-MOT)         TO SCM-NOTA
           MOVE W-RANK                       TO SCM-RANK
           MOVE W-DATA-HOJE                  TO W-DATAUXI
           COMPUTE SCM-DT-INC = W-ANOAUXI-I +
                                W-MESAUXI-I * 10000 +
                                W-DIAAUXI-I * 1000000
           MOVE W-LOGIN-L                    TO SCM-USU

           IF ST-SCM = '23'
              WRITE SCM-REG-1
           ELSE
              REWRITE SCM-REG-1
           END-IF
           IF NOT VAL-SCM
              PERFORM ERRO-ARQUIVO
           END-IF.

       IMPRIME-MOTORISTA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-RANK               TO W-L1-RANK
           MOVE SORT-MOT-1           TO W-L1-MOT
           INITIALIZE MOT-REG-1
           MOVE SORT-MOT-1           TO MOT-ID
           READ CMOTORISTA
           IF VAL-MOT
              MOVE MOT-NOME TO W-L1-NOME
           ELSE
              MOVE '*** NAO CADASTRADO' TO W-L1-NOME
           END-IF
           MOVE W-SM-VIAGENS(W-IND-MOT)    TO W-L1-VIAG
           MOVE W-SM-IND-PONT(W-IND-MOT)   TO W-L1-PONT
           MOVE SCM-PESQ-MEDIA             TO W-L1-PESQ
           MOVE W-SM-OCORR(W-IND-MOT)      TO W-L1-OCOR
           MOVE W-SM-ATRASO-MIN(W-IND-MOT) TO W-L1-ATR
           MOVE W-SM-MULTAS(W-IND-MOT)     TO W-L1-MUL
           MOVE W-SM-SINISTROS(W-IND-MOT)  TO W-L1-SIN
           MOVE W-SM-NOTA(W-IND-MOT)       TO W-L1-NOTA

           MOVE SPACES TO W-L1-ANT1 W-L1-ANT2 W-L1-ANT3
           IF W-TEM-HIST(1) = 'S'
              MOVE W-NOTA-HIST(1) TO W-NOTA-EDIT
              MOVE W-NOTA-EDIT    TO W-L1-ANT1
           END-IF
           IF W-TEM-HIST(2) = 'S'
              MOVE W-NOTA-HIST(2) TO W-NOTA-EDIT
              MOVE W-NOTA-EDIT    TO W-L1-ANT2
           END-IF
           IF W-TEM-HIST(3) = 'S'
              MOVE W-NOTA-HIST(3) TO W-NOTA-EDIT
              MOVE W-NOTA-EDIT    TO W-L1-ANT3
           END-IF

           | tendencia contra a media dos meses anteriores,
           | com folga de 5 pontos
           EVALUATE TRUE
              WHEN W-QTD-HIST = 0
                 MOVE 'NOVO'    TO W-L1-TEND
              WHEN W-SM-NOTA(W-IND-MOT) > W-MEDIA-HIST + 5
                 MOVE 'SUBINDO' TO W-L1-TEND
              WHEN W-SM-NOTA(W-IND-MOT) + 5 < W-MEDIA-HIST
                 MOVE 'CAINDO'  TO W-L1-TEND
              WHEN OTHER
                 MOVE 'ESTAVEL' TO W-L1-TEND
           END-EVALUATE

           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-MOTS TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R2-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           END-IF.

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

           MOVE W-MES-AM TO W-C2-MES
           MOVE W-ANO-AM TO W-C2-ANO
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE W-PESO-PONT TO W-LP-PONT
           MOVE W-PESO-PESQ TO W-LP-PESQ
           MOVE W-PESO-OCO  TO W-LP-OCO
           MOVE W-PESO-MUL  TO W-LP-MUL
           MOVE W-PESO-SIN  TO W-LP-SIN
           WRITE PRINTF-R FROM W-LINHA-PESOS AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 6 TO W-CONTLIN.

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
              MOVE 'PRJ-SCORE-LOTE' TO ERRL-PROG
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
