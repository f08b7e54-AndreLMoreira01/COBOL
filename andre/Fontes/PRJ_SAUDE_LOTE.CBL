       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-SAUDE-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_SAU.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_RES.SL".
           COPY "PRJ_ENC.SL".
           COPY "PRJ_ENCE.SL".
           COPY "PRJ_CXM.SL".
           COPY "PRJ_WAL.SL".
           COPY "PRJ_PTS.SL".
           COPY "PRJ_CRD.SL".
           COPY "PRJ_HORA.SL".
           COPY "PRJ_USU.SL".
           COPY "PRJ_LOG.SL".
           COPY "PRJ_AUD.SL".
           COPY "PRJ_LGH.SL".
           COPY "PRJ_SUS.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_SAU.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_RES.FD".
           COPY "PRJ_ENC.FD".
           COPY "PRJ_ENCE.FD".
           COPY "PRJ_CXM.FD".
           COPY "PRJ_WAL.FD".
           COPY "PRJ_PTS.FD".
           COPY "PRJ_CRD.FD".
           COPY "PRJ_HORA.FD".
           COPY "PRJ_USU.FD".
           COPY "PRJ_LOG.FD".
           COPY "PRJ_AUD.FD".
           COPY "PRJ_LGH.FD".
           COPY "PRJ_SUS.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-SAU                PIC  X(02).
               88 VAL-SAU            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-RES                PIC  X(02).
               88 VAL-RES            VALUE '00' THRU '09'.
           03  ST-ENC                PIC  X(02).
               88 VAL-ENC            VALUE '00' THRU '09'.
           03  ST-EVT                PIC  X(02).
               88 VAL-EVT            VALUE '00' THRU '09'.
           03  ST-CXM                PIC  X(02).
               88 VAL-CXM            VALUE '00' THRU '09'.
           03  ST-WAL                PIC  X(02).
               88 VAL-WAL            VALUE '00' THRU '09'.
           03  ST-PTS                PIC  X(02).
               88 VAL-PTS            VALUE '00' THRU '09'.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-AUD                PIC  X(02).
               88 VAL-AUD            VALUE '00' THRU '09'.
           03  ST-LGH                PIC  X(02).
               88 VAL-LGH            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
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

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-HOJE-I                PIC  9(08) VALUE 0.
               05 W-HORIZONTE             PIC  9(05) VALUE 90.

               05 W-ARQ-ATUAL             PIC  X(11).
               05 W-ARQ-EXISTE            PIC  X(01).
               05 W-QTD-REG               PIC  9(09).
               05 W-QTD-ERROS             PIC  9(05).
               05 W-ST-ERRO               PIC  X(02).
               05 W-OBS                   PIC  X(30).

               05 W-TEM-HIST              PIC  X(01).
               05 W-PRI-DIA               PIC  9(08).
               05 W-PRI-QTD               PIC  9(09).
               05 W-ANT-DIA               PIC  9(08).
               05 W-ANT-QTD               PIC  9(09).
               05 W-CRESC                 PIC S9(09).
               05 W-DIAS-HIST             PIC  9(05).
               05 W-MEDIA-DIA             PIC S9(09)V99.
               05 W-PROJECAO              PIC S9(11).

               05 W-TOT-ARQ               PIC  9(05) VALUE 0.
               05 W-TOT-ERROS             PIC  9(05) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-ARQ   PIC X(12).
                  07 W-L1-QTD   PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-ANT   PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-CRESC PIC ---.---.--9.
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-MEDIA PIC ---.--9,99.
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-PROJ  PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-ERROS PIC ZZ.ZZ9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-OBS   PIC X(30).

               05 W-DATA-EDIT             PIC 99/99/9999.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'ARQUIVO       REGISTROS  ULT.VERIF. CRES'.
                  07 FILLER     PIC X(40) VALUE
                     'CIMENTO  MEDIA/DIA    PROJECAO  ERROS  O'.
                  07 FILLER     PIC X(40) VALUE
                     'BSERVACAO'.

               05 W-LINHA-HORIZ.
                  07 FILLER     PIC X(34) VALUE
                     'HORIZONTE DA PROJECAO (DIAS):'.
                  07 W-LH-DIAS  PIC ZZZZ9.

               05 W-LINHA-GERAL.
                  07 W-LG-DESC  PIC X(34).
                  07 W-LG-TOT   PIC ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'VERIFICACAO DOS ARQUIVOS INDEXADOS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | le cada arquivo indexado do inicio ao fim contando
           | os registros e os erros de leitura; o resultado fica
           | em SAUDE.ARQ (um registro por arquivo e dia, data em
           | aaaammdd para a chave ficar em ordem cronologica) e
           | e comparado com a verificacao anterior; a media
           | diaria desde a verificacao mais antiga projeta o
           | tamanho no horizonte do PARAM 62 (padrao 90 dias).
           | a reorganizacao fica em PRJ_REORG_LOTE

           OPEN I-O CSAUDE
           IF ST-SAU = '35'
              OPEN OUTPUT CSAUDE
              CLOSE CSAUDE
              OPEN I-O CSAUDE
           END-IF
           IF NOT VAL-SAU
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-HOJE-I

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF

           MOVE 'BILHETE.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-BILHETE
           PERFORM REGISTRA-SAUDE

           MOVE 'CLIENTE.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-CLIENTE
           PERFORM REGISTRA-SAUDE

           MOVE 'VIAGEM.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-VIAGEM
           PERFORM REGISTRA-SAUDE

           MOVE 'RESERVA.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-RESERVA
           PERFORM REGISTRA-SAUDE

           MOVE 'ENCOM.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-ENCOM
           PERFORM REGISTRA-SAUDE

           MOVE 'ENCEVT.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-ENCEVT
           PERFORM REGISTRA-SAUDE

           MOVE 'CAIXAMOV.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-CAIXAMOV
           PERFORM REGISTRA-SAUDE

           MOVE 'CARTEIRA.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-CARTEIRA
           PERFORM REGISTRA-SAUDE

           MOVE 'PONTOS.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-PONTOS
           PERFORM REGISTRA-SAUDE

           MOVE 'CREDIARIO.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-CREDIARIO
           PERFORM REGISTRA-SAUDE

           MOVE 'HORARIO.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-HORARIO
           PERFORM REGISTRA-SAUDE

           MOVE 'USUARIO.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-USUARIO
           PERFORM REGISTRA-SAUDE

           MOVE 'LOG.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-LOG
           PERFORM REGISTRA-SAUDE

           MOVE 'AUDIT.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-AUDIT
           PERFORM REGISTRA-SAUDE

           MOVE 'LOGINH.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-LOGINH
           PERFORM REGISTRA-SAUDE

           MOVE 'SUSPENSE.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-SUSPENSE
           PERFORM REGISTRA-SAUDE

           MOVE 'ERRLOG.ARQ' TO W-ARQ-ATUAL
           PERFORM INICIA-ARQUIVO
           PERFORM CONTA-ERRLOG
           PERFORM REGISTRA-SAUDE

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE 'ARQUIVOS VERIFICADOS:' TO W-LG-DESC
           MOVE W-TOT-ARQ TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 2
           MOVE 'ARQUIVOS COM ERRO DE LEITURA:' TO W-LG-DESC
           MOVE W-TOT-ERROS TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE W-HORIZONTE TO W-LH-DIAS
           WRITE PRINTF-R FROM W-LINHA-HORIZ AFTER 1
           CLOSE PRINTF.

       FIM.
           CLOSE CSAUDE.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 62 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-HORIZONTE
           END-IF

           CLOSE CPARAM.

       INICIA-ARQUIVO.
           MOVE 0 TO W-QTD-REG W-QTD-ERROS
           MOVE 'S' TO W-ARQ-EXISTE
           MOVE SPACES TO W-ST-ERRO W-OBS.

       ANOTA-ERRO-LEITURA.
           | erro no meio da leitura: o restante do arquivo nao e
           | confiavel e a contagem fica parcial
           ADD 1 TO W-QTD-ERROS
           STRING 'LEITURA INTERROMPIDA ST ' DELIMITED BY SIZE
                  W-ST-ERRO                  DELIMITED BY SIZE
                  INTO W-OBS.

       ANOTA-ERRO-ABERTURA.
           ADD 1 TO W-QTD-ERROS
           STRING 'FALHA NA ABERTURA ST ' DELIMITED BY SIZE
                  W-ST-ERRO               DELIMITED BY SIZE
                  INTO W-OBS.

       REGISTRA-SAUDE.
           IF W-ARQ-EXISTE = 'N'
              MOVE 'ARQUIVO INEXISTENTE' TO W-OBS
              MOVE 'N' TO W-TEM-HIST
              MOVE 0 TO W-CRESC W-MEDIA-DIA W-PROJECAO W-ANT-DIA
              PERFORM IMPRIME-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           ADD 1 TO W-TOT-ARQ
           IF W-QTD-ERROS > 0
              ADD 1 TO W-TOT-ERROS
           END-IF

           PERFORM BUSCA-HISTORICO

           MOVE 0 TO W-CRESC W-MEDIA-DIA W-DIAS-HIST
           MOVE W-QTD-REG TO W-PROJECAO
           IF W-TEM-HIST = 'S'
              COMPUTE W-CRESC = W-QTD-REG - W-ANT-QTD
              COMPUTE W-DIAS-HIST =
                      FUNCTION INTEGER-OF-DATE(W-HOJE-I)
                    - FUNCTION INTEGER-OF-DATE(W-PRI-DIA)
              IF W-DIAS-HIST > 0
                 COMPUTE W-MEDIA-DIA ROUNDED =
                         (W-QTD-REG - W-PRI-QTD) / W-DIAS-HIST
                 COMPUTE W-PROJECAO ROUNDED =
                         W-QTD-REG + W-MEDIA-DIA * W-HORIZONTE
                 IF W-PROJECAO < 0
                    MOVE 0 TO W-PROJECAO
                 END-IF
              END-IF
           ELSE
              IF W-OBS = SPACES
                 MOVE 'PRIMEIRA VERIFICACAO' TO W-OBS
              END-IF
           END-IF

           INITIALIZE SAU-REG-1
           MOVE W-ARQ-ATUAL TO SAU-ARQ
           MOVE W-HOJE-I    TO SAU-DIA
           ACCEPT SAU-HORA FROM TIME
           MOVE 'V'         TO SAU-ORIGEM
           MOVE W-QTD-REG   TO SAU-QTD
           MOVE W-CRESC     TO SAU-CRESC
           MOVE W-QTD-ERROS TO SAU-ERROS
           MOVE W-ST-ERRO   TO SAU-ST-ERRO
           MOVE W-LOGIN-L   TO SAU-USU
           WRITE SAU-REG-1
           IF ST-SAU = '22'
              REWRITE SAU-REG-1
           END-IF
           IF NOT VAL-SAU
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM IMPRIME-ARQUIVO.

       BUSCA-HISTORICO.
           | primeira e ultima verificacao anteriores a hoje
           MOVE 'N' TO W-TEM-HIST
           MOVE 0 TO W-PRI-DIA W-PRI-QTD W-ANT-DIA W-ANT-QTD

           INITIALIZE SAU-REG-1
           MOVE W-ARQ-ATUAL TO SAU-ARQ
           MOVE 0 TO SAU-DIA
           START CSAUDE KEY >= SAU-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-SAU
              READ CSAUDE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SAU
                 EXIT PERFORM
              END-IF
              IF SAU-ARQ NOT = W-ARQ-ATUAL OR SAU-DIA >= W-HOJE-I
                 EXIT PERFORM
              END-IF
              IF W-TEM-HIST = 'N'
                 MOVE SAU-DIA TO W-PRI-DIA
                 MOVE SAU-QTD TO W-PRI-QTD
                 MOVE 'S' TO W-TEM-HIST
              END-IF
              MOVE SAU-DIA TO W-ANT-DIA
              MOVE SAU-QTD TO W-ANT-QTD
           END-PERFORM.

       IMPRIME-ARQUIVO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-ARQ-ATUAL TO W-L1-ARQ
           MOVE W-QTD-REG   TO W-L1-QTD
           IF W-ANT-DIA > 0
              MOVE W-ANT-DIA TO W-DATAUXI
              COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATA-EDIT TO W-L1-ANT
           ELSE
              MOVE SPACES TO W-L1-ANT
           END-IF
           MOVE W-CRESC     TO W-L1-CRESC
           MOVE W-MEDIA-DIA TO W-L1-MEDIA
           MOVE W-PROJECAO  TO W-L1-PROJ
           MOVE W-QTD-ERROS TO W-L1-ERROS
           MOVE W-OBS       TO W-L1-OBS
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       CONTA-BILHETE.
           OPEN INPUT CBILHETE
           IF ST-BIL = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BIL
              MOVE ST-BIL TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 MOVE ST-BIL TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CBILHETE.

       CONTA-CLIENTE.
           OPEN INPUT CCLIENTE
           IF ST-CLI = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CLI
              MOVE ST-CLI TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-CLI
              READ CCLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CLI
                 MOVE ST-CLI TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CCLIENTE.

       CONTA-VIAGEM.
           OPEN INPUT CVIAGEM
           IF ST-VIA = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-VIA
              MOVE ST-VIA TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-VIA
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 MOVE ST-VIA TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CVIAGEM.

       CONTA-RESERVA.
           OPEN INPUT CRESERVA
           IF ST-RES = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-RES
              MOVE ST-RES TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-RES
              READ CRESERVA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RES
                 MOVE ST-RES TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CRESERVA.

       CONTA-ENCOM.
           OPEN INPUT CENCOM
           IF ST-ENC = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ENC
              MOVE ST-ENC TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-ENC
              READ CENCOM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ENC
                 MOVE ST-ENC TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CENCOM.

       CONTA-ENCEVT.
           OPEN INPUT CENCEVT
           IF ST-EVT = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-EVT
              MOVE ST-EVT TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-EVT
              READ CENCEVT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-EVT
                 MOVE ST-EVT TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CENCEVT.

       CONTA-CAIXAMOV.
           OPEN INPUT CCAIXAMOV
           IF ST-CXM = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CXM
              MOVE ST-CXM TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-CXM
              READ CCAIXAMOV NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CXM
                 MOVE ST-CXM TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CCAIXAMOV.

       CONTA-CARTEIRA.
           OPEN INPUT CCARTEIRA
           IF ST-WAL = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-WAL
              MOVE ST-WAL TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-WAL
              READ CCARTEIRA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-WAL
                 MOVE ST-WAL TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CCARTEIRA.

       CONTA-PONTOS.
           OPEN INPUT CPONTOS
           IF ST-PTS = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-PTS
              MOVE ST-PTS TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-PTS
              READ CPONTOS NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PTS
                 MOVE ST-PTS TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CPONTOS.

       CONTA-CREDIARIO.
           OPEN INPUT CCREDIARIO
           IF ST-CRD = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CRD
              MOVE ST-CRD TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-CRD
              READ CCREDIARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRD
                 MOVE ST-CRD TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CCREDIARIO.

       CONTA-HORARIO.
           OPEN INPUT CHORARIO
           IF ST-HOR = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-HOR
              MOVE ST-HOR TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-HOR
              READ CHORARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-HOR
                 MOVE ST-HOR TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CHORARIO.

       CONTA-USUARIO.
           OPEN INPUT CUSUARIO
           IF ST-USU = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-USU
              MOVE ST-USU TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-USU
              READ CUSUARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-USU
                 MOVE ST-USU TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CUSUARIO.

       CONTA-LOG.
           OPEN INPUT CLOG
           IF ST-LOG = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-LOG
              MOVE ST-LOG TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-LOG
              READ CLOG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LOG
                 MOVE ST-LOG TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CLOG.

       CONTA-AUDIT.
           OPEN INPUT CAUDIT
           IF ST-AUD = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-AUD
              MOVE ST-AUD TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-AUD
              READ CAUDIT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-AUD
                 MOVE ST-AUD TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CAUDIT.

       CONTA-LOGINH.
           OPEN INPUT CLOGINH
           IF ST-LGH = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-LGH
              MOVE ST-LGH TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-LGH
              READ CLOGINH NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LGH
                 MOVE ST-LGH TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CLOGINH.

       CONTA-SUSPENSE.
           OPEN INPUT CSUSPENSE
           IF ST-SUS = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-SUS
              MOVE ST-SUS TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-SUS
              READ CSUSPENSE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SUS
                 MOVE ST-SUS TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CSUSPENSE.

       CONTA-ERRLOG.
           OPEN INPUT CERRLOG
           IF ST-ERRL = '35'
              MOVE 'N' TO W-ARQ-EXISTE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ERRL
              MOVE ST-ERRL TO W-ST-ERRO
              PERFORM ANOTA-ERRO-ABERTURA
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-ERRL
              READ CERRLOG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ERRL
                 MOVE ST-ERRL TO W-ST-ERRO
                 PERFORM ANOTA-ERRO-LEITURA
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-REG
           END-PERFORM

           CLOSE CERRLOG.

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
              MOVE 'PRJ-SAUDE-LO' TO ERRL-PROG
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
