       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-EXPURGO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_RET.SL".
           COPY "PRJ_LOG.SL".
           COPY "PRJ_AUD.SL".
           COPY "PRJ_MAQC.SL".
           COPY "PRJ_SUS.SL".
           COPY "PRJ_ENCE.SL".
           COPY "PRJ_ENC.SL".
           COPY "PRJ_LCK.SL".
           COPY "PRJ_LGH.SL".
           COPY "PRJ_RCT.SL".
           COPY "PRJ_RLN.SL".
           COPY "PRJ_RPL.SL".

           SELECT CMORTO ASSIGN TO W-NOME-MRT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-MRT.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_RET.FD".
           COPY "PRJ_LOG.FD".
           COPY "PRJ_AUD.FD".
           COPY "PRJ_MAQC.FD".
           COPY "PRJ_SUS.FD".
           COPY "PRJ_ENCE.FD".
           COPY "PRJ_ENC.FD".
           COPY "PRJ_LCK.FD".
           COPY "PRJ_LGH.FD".
           COPY "PRJ_RCT.FD".
           COPY "PRJ_RLN.FD".
           COPY "PRJ_RPL.FD".

       FD  CMORTO
           LABEL RECORD STANDARD.
       01  MRT-LINHA                      PIC X(400).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-RET                PIC  X(02).
               88 VAL-RET            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-AUD                PIC  X(02).
               88 VAL-AUD            VALUE '00' THRU '09'.
           03  ST-MAQC               PIC  X(02).
               88 VAL-MAQC           VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-EVT                PIC  X(02).
               88 VAL-EVT            VALUE '00' THRU '09'.
           03  ST-ENC                PIC  X(02).
               88 VAL-ENC            VALUE '00' THRU '09'.
           03  ST-LCK                PIC  X(02).
               88 VAL-LCK            VALUE '00' THRU '09'.
           03  ST-LGH                PIC  X(02).
               88 VAL-LGH            VALUE '00' THRU '09'.
           03  ST-RCT                PIC  X(02).
               88 VAL-RCT            VALUE '00' THRU '09'.
           03  ST-RLN                PIC  X(02).
               88 VAL-RLN            VALUE '00' THRU '09'.
           03  ST-RPL                PIC  X(02).
               88 VAL-RPL            VALUE '00' THRU '09'.
           03  ST-MRT                PIC  X(02).
               88 VAL-MRT            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-NOME-MRT            PIC  X(40) VALUE SPACES.

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
               05 W-HOJE                  PIC  9(08) VALUE 0.
               05 W-CORTE-I               PIC  9(08) VALUE 0.
               05 W-DATA-REG-I            PIC  9(08) VALUE 0.

               05 W-ARQ-ATUAL             PIC  X(11).
               05 W-TEM-POLITICA          PIC  X(01).
               05 W-DIAS-RET              PIC  9(05).
               05 W-ACAO-RET              PIC  9(01).
               05 W-ELEGIVEL              PIC  X(01).
               05 W-EXCLUIR               PIC  X(01).
               05 W-MRT-ABERTO            PIC  X(01).
               05 W-ULT-ENC               PIC  9(10).
               05 W-ENC-FECHADA           PIC  X(01).
               05 W-IMAGEM                PIC  X(400).
               05 W-RPL-ABERTO            PIC  X(01).
               05 W-DIAS-REL              PIC  9(05).
               05 W-CORTE-REL             PIC  9(08).

               05 W-QTD-LIDOS             PIC  9(09).
               05 W-QTD-EXCLUIDOS         PIC  9(09).
               05 W-QTD-ARQUIVADOS        PIC  9(09).
               05 W-QTD-RETIDOS           PIC  9(09).
               05 W-TOT-EXCLUIDOS         PIC  9(09) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-ARQ   PIC X(12).
                  07 W-L1-DIAS  PIC ZZZZ9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-ACAO  PIC X(08).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-CORTE PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-LID   PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-EXC   PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-ARQV  PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-RET   PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-OBS   PIC X(40).

               05 W-DATA-EDIT             PIC 99/99/9999.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'ARQUIVO      DIAS  ACAO     CORTE       '.
                  07 FILLER     PIC X(40) VALUE
                     '     LIDOS   EXCLUIDOS  ARQUIVADOS     R'.
                  07 FILLER     PIC X(40) VALUE
                     'ETIDOS  ARQUIVO MORTO / OBS'.

               05 W-LINHA-GERAL.
                  07 W-LG-DESC  PIC X(34).
                  07 W-LG-TOT   PIC ZZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'EXPURGO DE LOGS, FILAS E PENDENCIAS'.
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
           | aplica a politica de retencao (PRJ_CAD_RET) a cada
           | arquivo que so cresce: o que passou dos dias online
           | vai para o arquivo morto do dia (nome-base.Maaaammdd,
           | sequencial, uma linha por registro) quando a
           | politica manda arquivar, e e excluido do indexado;
           | pendencia de suspense em aberto, e-mail ainda na
           | fila e rastreio de encomenda nao entregue nunca
           | saem; arquivo sem politica nao e tocado. as
           | execucoes guardadas de relatorios seguem a retencao
           | de cada relatorio (RELPOL.ARQ) antes da geral

           OPEN I-O CRETENC
           IF ST-RET = '35'
              OPEN OUTPUT CRETENC
              CLOSE CRETENC
              OPEN I-O CRETENC
           END-IF
           IF NOT VAL-RET
              PERFORM ERRO-ARQUIVO.

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-HOJE-I
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-HOJE = W-ANOAUXI-I +
                            W-MESAUXI-I * 10000 +
                            W-DIAAUXI-I * 1000000

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF

           MOVE 'LOG.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-LOG
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'ERRLOG.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-ERRLOG
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'AUDIT.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-AUDIT
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'MAILCTL.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-MAILCTL
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'SUSPENSE.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-SUSPENSE
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'ENCEVT.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-ENCEVT
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'LOCKREG.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-LOCKREG
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'LOGINH.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           IF W-TEM-POLITICA = 'S'
              PERFORM EXPURGA-LOGINH
           END-IF
           PERFORM FECHA-ARQUIVO-ATUAL

           MOVE 'RELCAT.ARQ' TO W-ARQ-ATUAL
           PERFORM BUSCA-POLITICA
           PERFORM EXPURGA-RELCAT
           PERFORM FECHA-ARQUIVO-ATUAL

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE 'TOTAL DE REGISTROS EXCLUIDOS:' TO W-LG-DESC
           MOVE W-TOT-EXCLUIDOS TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 2
           CLOSE PRINTF.

       FIM.
           CLOSE CRETENC.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-POLITICA.
           MOVE 0 TO W-QTD-LIDOS W-QTD-EXCLUIDOS W-QTD-ARQUIVADOS
                     W-QTD-RETIDOS W-DIAS-RET W-ACAO-RET W-CORTE-I
           MOVE 'N' TO W-TEM-POLITICA W-MRT-ABERTO
           MOVE SPACES TO W-L1-OBS W-NOME-MRT

           INITIALIZE RET-REG-1
           MOVE W-ARQ-ATUAL TO RET-ARQ
           READ CRETENC
           IF ST-RET = '23' OR RET-DIAS = 0
              MOVE 'SEM POLITICA - NAO EXPURGADO' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-RET
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'S' TO W-TEM-POLITICA
           MOVE RET-DIAS TO W-DIAS-RET
           MOVE RET-ACAO TO W-ACAO-RET
           COMPUTE W-CORTE-I = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-HOJE-I) - W-DIAS-RET)

           IF RET-ARQUIVAR
              STRING W-ARQ-ATUAL DELIMITED BY '.'
                     '.M'        DELIMITED BY SIZE
                     W-HOJE-I    DELIMITED BY SIZE
                     INTO W-NOME-MRT
              MOVE W-NOME-MRT TO W-L1-OBS
           END-IF.

       CONVERTE-DATA.
           | datas dos arquivos em ddmmaaaa; data invalida
           | fica como zero e o registro nao e expurgado
           IF W-DATAUXI NOT NUMERIC OR W-DATAUXI = 0
              MOVE 0 TO W-DATA-REG-I
           ELSE
              COMPUTE W-DATA-REG-I = W-ANOAUXI * 10000
                                   + W-MESAUXI * 100 + W-DIAAUXI
           END-IF.

       AVALIA-REGISTRO.
           MOVE 'N' TO W-EXCLUIR
           ADD 1 TO W-QTD-LIDOS
           IF W-DATA-REG-I = 0 OR W-DATA-REG-I >= W-CORTE-I
              EXIT PARAGRAPH
           END-IF
           IF W-ELEGIVEL NOT = 'S'
              ADD 1 TO W-QTD-RETIDOS
              EXIT PARAGRAPH
           END-IF

           IF W-ACAO-RET = 1
              IF W-MRT-ABERTO = 'N'
                 OPEN EXTEND CMORTO
                 IF ST-MRT = '35'
                    OPEN OUTPUT CMORTO
                 END-IF
                 IF NOT VAL-MRT
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 MOVE 'S' TO W-MRT-ABERTO
              END-IF
              WRITE MRT-LINHA FROM W-IMAGEM
              IF NOT VAL-MRT
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-ARQUIVADOS
           END-IF

           ADD 1 TO W-QTD-EXCLUIDOS
           MOVE 'S' TO W-EXCLUIR.

       VERIFICA-ENCOMENDA.
           MOVE EVT-NMR TO W-ULT-ENC
           MOVE 'N' TO W-ENC-FECHADA
           OPEN INPUT CENCOM
           IF NOT VAL-ENC
              EXIT PARAGRAPH
           END-IF
           INITIALIZE ENC-REG-1
           MOVE EVT-NMR TO ENC-NMR
           READ CENCOM
           IF ST-ENC = '23'
              MOVE 'S' TO W-ENC-FECHADA
           ELSE
              IF VAL-ENC AND ENC-ENTREGUE
                 MOVE 'S' TO W-ENC-FECHADA
              END-IF
           END-IF
           CLOSE CENCOM.

       FECHA-ARQUIVO-ATUAL.
           IF W-MRT-ABERTO = 'S'
              CLOSE CMORTO
           END-IF
           ADD W-QTD-EXCLUIDOS TO W-TOT-EXCLUIDOS

           IF W-TEM-POLITICA = 'S'
              INITIALIZE RET-REG-1
              MOVE W-ARQ-ATUAL TO RET-ARQ
              READ CRETENC
              IF VAL-RET
                 MOVE W-HOJE TO RET-DT-ULT
                 MOVE W-QTD-EXCLUIDOS TO RET-QTD-ULT
                 REWRITE RET-REG-1
              END-IF
              IF W-QTD-ARQUIVADOS = 0 AND W-ACAO-RET = 1
                 AND W-L1-OBS NOT = 'ARQUIVO INEXISTENTE'
                 MOVE 'NADA A ARQUIVAR' TO W-L1-OBS
              END-IF
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-ARQ-ATUAL TO W-L1-ARQ
           MOVE W-DIAS-RET  TO W-L1-DIAS
           EVALUATE W-ACAO-RET
              WHEN 1     MOVE 'ARQUIVA' TO W-L1-ACAO
              WHEN 2     MOVE 'EXCLUI'  TO W-L1-ACAO
              WHEN OTHER MOVE SPACES    TO W-L1-ACAO
           END-EVALUATE
           IF W-CORTE-I > 0
              MOVE W-CORTE-I TO W-DATAUXI
              COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATA-EDIT TO W-L1-CORTE
           ELSE
              MOVE SPACES TO W-L1-CORTE
           END-IF
           MOVE W-QTD-LIDOS      TO W-L1-LID
           MOVE W-QTD-EXCLUIDOS  TO W-L1-EXC
           MOVE W-QTD-ARQUIVADOS TO W-L1-ARQV
           MOVE W-QTD-RETIDOS    TO W-L1-RET
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       EXPURGA-LOG.
           OPEN I-O CLOG
           IF ST-LOG = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE LOG-REG-1
           START CLOG KEY >= LOG-CHAVE
              INVALID KEY MOVE '10' TO ST-LOG
           END-START

           PERFORM UNTIL NOT VAL-LOG
              READ CLOG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LOG
                 IF ST-LOG <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE LOG-REG-1 TO W-IMAGEM
              MOVE LOG-DIA TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE 'S' TO W-ELEGIVEL
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CLOG RECORD
                 IF NOT VAL-LOG
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CLOG.

       EXPURGA-ERRLOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ERRL
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE ERRL-REG-1
           START CERRLOG KEY >= ERRL-CHAVE
              INVALID KEY MOVE '10' TO ST-ERRL
           END-START

           PERFORM UNTIL NOT VAL-ERRL
              READ CERRLOG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ERRL
                 IF ST-ERRL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE ERRL-REG-1 TO W-IMAGEM
              MOVE ERRL-DIA TO W-DATA-REG-I
              MOVE 'S' TO W-ELEGIVEL
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CERRLOG RECORD
                 IF NOT VAL-ERRL
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CERRLOG.

       EXPURGA-AUDIT.
           OPEN I-O CAUDIT
           IF ST-AUD = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-AUD
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE AUD-REG-1
           START CAUDIT KEY >= AUD-CHAVE
              INVALID KEY MOVE '10' TO ST-AUD
           END-START

           PERFORM UNTIL NOT VAL-AUD
              READ CAUDIT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-AUD
                 IF ST-AUD <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE AUD-REG-1 TO W-IMAGEM
              MOVE AUD-DIA TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE 'S' TO W-ELEGIVEL
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CAUDIT RECORD
                 IF NOT VAL-AUD
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CAUDIT.

       EXPURGA-MAILCTL.
           OPEN I-O CMAILCTL
           IF ST-MAQC = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-MAQC
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE MAQC-REG-1
           START CMAILCTL KEY >= MAQC-ID
              INVALID KEY MOVE '10' TO ST-MAQC
           END-START

           PERFORM UNTIL NOT VAL-MAQC
              READ CMAILCTL NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MAQC
                 IF ST-MAQC <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE MAQC-REG-1 TO W-IMAGEM
              MOVE MAQC-DT TO W-DATAUXI
              PERFORM CONVERTE-DATA
              | mensagem ainda na fila ou aguardando nova tentativa
              | fica
              IF MAQC-ENTREGUE OR MAQC-DESISTIDA
                 MOVE 'S' TO W-ELEGIVEL
              ELSE
                 MOVE 'N' TO W-ELEGIVEL
              END-IF
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CMAILCTL RECORD
                 IF NOT VAL-MAQC
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CMAILCTL.

       EXPURGA-SUSPENSE.
           OPEN I-O CSUSPENSE
           IF ST-SUS = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE SUS-REG-1
           START CSUSPENSE KEY >= SUS-SEQ
              INVALID KEY MOVE '10' TO ST-SUS
           END-START

           PERFORM UNTIL NOT VAL-SUS
              READ CSUSPENSE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SUS
                 IF ST-SUS <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE SUS-REG-1 TO W-IMAGEM
              MOVE SUS-DIA TO W-DATAUXI
              PERFORM CONVERTE-DATA
              | pendencia em aberto nunca sai, seja qual for a idade
              IF SUS-DESCARTADO OR SUS-REPROCESSADO
                 MOVE 'S' TO W-ELEGIVEL
              ELSE
                 MOVE 'N' TO W-ELEGIVEL
              END-IF
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CSUSPENSE RECORD
                 IF NOT VAL-SUS
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CSUSPENSE.

       EXPURGA-ENCEVT.
           OPEN I-O CENCEVT
           IF ST-EVT = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-EVT
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE EVT-REG-1
           START CENCEVT KEY >= EVT-CHAVE
              INVALID KEY MOVE '10' TO ST-EVT
           END-START

           PERFORM UNTIL NOT VAL-EVT
              READ CENCEVT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-EVT
                 IF ST-EVT <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE EVT-REG-1 TO W-IMAGEM
              MOVE EVT-DIA TO W-DATAUXI
              PERFORM CONVERTE-DATA
              | rastreio de encomenda ainda nao entregue fica
              IF EVT-NMR NOT = W-ULT-ENC
                 PERFORM VERIFICA-ENCOMENDA
              END-IF
              MOVE W-ENC-FECHADA TO W-ELEGIVEL
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CENCEVT RECORD
                 IF NOT VAL-EVT
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CENCEVT.

       EXPURGA-LOCKREG.
           OPEN I-O CLOCKREG
           IF ST-LCK = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-LCK
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE LCK-REG-1
           START CLOCKREG KEY >= LCK-CHAVE
              INVALID KEY MOVE '10' TO ST-LCK
           END-START

           PERFORM UNTIL NOT VAL-LCK
              READ CLOCKREG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LCK
                 IF ST-LCK <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE LCK-REG-1 TO W-IMAGEM
              MOVE LCK-DIA TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE 'S' TO W-ELEGIVEL
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CLOCKREG RECORD
                 IF NOT VAL-LCK
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CLOCKREG.

       EXPURGA-LOGINH.
           OPEN I-O CLOGINH
           IF ST-LGH = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-LGH
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE LGH-REG-1
           START CLOGINH KEY >= LGH-CHAVE
              INVALID KEY MOVE '10' TO ST-LGH
           END-START

           PERFORM UNTIL NOT VAL-LGH
              READ CLOGINH NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LGH
                 IF ST-LGH <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE LGH-REG-1 TO W-IMAGEM
              MOVE LGH-DIA TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE 'S' TO W-ELEGIVEL
              PERFORM AVALIA-REGISTRO
              IF W-EXCLUIR = 'S'
                 DELETE CLOGINH RECORD
                 IF NOT VAL-LGH
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CLOGINH.

       EXPURGA-RELCAT.
           | relatorio com retencao propria (PRJ_CONS_REL) usa
           | os dias dele; sem ela vale a politica geral de
           | RELCAT.ARQ; sem nenhuma das duas a execucao fica.
           | a saida guardada nao vai para arquivo morto: sai
           | do catalogo junto com as linhas de RELLIN.ARQ
           MOVE 2 TO W-ACAO-RET
           MOVE 'RETENCAO POR RELATORIO (RELPOL.ARQ)' TO W-L1-OBS

           OPEN I-O CRELCAT
           IF ST-RCT = '35'
              MOVE 'ARQUIVO INEXISTENTE' TO W-L1-OBS
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-RCT
              PERFORM ERRO-ARQUIVO
           END-IF

           OPEN I-O CRELLIN
           IF ST-RLN = '35'
              OPEN OUTPUT CRELLIN
              CLOSE CRELLIN
              OPEN I-O CRELLIN
           END-IF
           IF NOT VAL-RLN
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'S' TO W-RPL-ABERTO
           OPEN INPUT CRELPOL
           IF ST-RPL = '35'
              MOVE 'N' TO W-RPL-ABERTO
           ELSE
              IF NOT VAL-RPL
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           INITIALIZE RCT-REG-1
           START CRELCAT KEY >= RCT-ID
              INVALID KEY MOVE '10' TO ST-RCT
           END-START

           PERFORM UNTIL NOT VAL-RCT
              READ CRELCAT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RCT
                 IF ST-RCT <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-QTD-LIDOS
              MOVE W-DIAS-RET TO W-DIAS-REL
              IF W-RPL-ABERTO = 'S'
                 INITIALIZE RPL-REG-1
                 MOVE RCT-PROG TO RPL-PROG
                 READ CRELPOL
                 IF VAL-RPL AND RPL-DIAS > 0
                    MOVE RPL-DIAS TO W-DIAS-REL
                 END-IF
              END-IF

              IF W-DIAS-REL > 0
                 COMPUTE W-CORTE-REL = FUNCTION DATE-OF-INTEGER(
                    FUNCTION INTEGER-OF-DATE(W-HOJE-I) - W-DIAS-REL)
                 IF RCT-DIA < W-CORTE-REL
                    PERFORM EXCLUI-LINHAS-REL
                    DELETE CRELCAT RECORD
                    IF NOT VAL-RCT
                       PERFORM ERRO-ARQUIVO
                    END-IF
                    ADD 1 TO W-QTD-EXCLUIDOS
                 END-IF
              END-IF
           END-PERFORM

           IF W-RPL-ABERTO = 'S'
              CLOSE CRELPOL
           END-IF
           CLOSE CRELCAT CRELLIN.

       EXCLUI-LINHAS-REL.
           INITIALIZE RLN-REG-1
           MOVE RCT-ID TO RLN-ID
           START CRELLIN KEY >= RLN-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CRELLIN NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RLN OR RLN-ID NOT = RCT-ID
                 EXIT PERFORM
              END-IF
              DELETE CRELLIN RECORD
              IF NOT VAL-RLN
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM.

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
              MOVE 'PRJ-EXPURGO-' TO ERRL-PROG
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
