       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-JORNAL-REC.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_JRN.SL".
           COPY "PRJ_BKC.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_CXM.SL".
           COPY "PRJ_REEM.SL".
           COPY "PRJ_CONTA.SL".
           COPY "PRJ_CRD.SL".
           COPY "PRJ_WAL.SL".
           COPY "PRJ_PIX.SL".
           COPY "PRJ_VCH.SL".
           COPY "PRJ_VCHU.SL".
           COPY "PRJ_PTS.SL".
           COPY "PRJ_RES.SL".
           COPY "PRJ_AGR.SL".
           COPY "PRJ_CRN.SL".
           COPY "PRJ_CRU.SL".
           COPY "PRJ_FPA.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_EMP.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_JRN.FD".
           COPY "PRJ_BKC.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_CXM.FD".
           COPY "PRJ_REEM.FD".
           COPY "PRJ_CONTA.FD".
           COPY "PRJ_CRD.FD".
           COPY "PRJ_WAL.FD".
           COPY "PRJ_PIX.FD".
           COPY "PRJ_VCH.FD".
           COPY "PRJ_VCHU.FD".
           COPY "PRJ_PTS.FD".
           COPY "PRJ_RES.FD".
           COPY "PRJ_AGR.FD".
           COPY "PRJ_CRN.FD".
           COPY "PRJ_CRU.FD".
           COPY "PRJ_FPA.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_EMP.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-JRN                PIC  X(02).
               88 VAL-JRN            VALUE '00' THRU '09'.
           03  ST-BKC                PIC  X(02).
               88 VAL-BKC            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-CXM                PIC  X(02).
               88 VAL-CXM            VALUE '00' THRU '09'.
           03  ST-REEM               PIC  X(02).
               88 VAL-REEM           VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-WAL                PIC  X(02).
               88 VAL-WAL            VALUE '00' THRU '09'.
           03  ST-PIX                PIC  X(02).
               88 VAL-PIX            VALUE '00' THRU '09'.
           03  ST-VCH                PIC  X(02).
               88 VAL-VCH            VALUE '00' THRU '09'.
           03  ST-VCHU               PIC  X(02).
               88 VAL-VCHU           VALUE '00' THRU '09'.
           03  ST-PTS                PIC  X(02).
               88 VAL-PTS            VALUE '00' THRU '09'.
           03  ST-RES                PIC  X(02).
               88 VAL-RES            VALUE '00' THRU '09'.
           03  ST-AGR                PIC  X(02).
               88 VAL-AGR            VALUE '00' THRU '09'.
           03  ST-CRN                PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  ST-CRU                PIC  X(02).
               88 VAL-CRU            VALUE '00' THRU '09'.
           03  ST-FPA                PIC  X(02).
               88 VAL-FPA            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-EMP                PIC  X(02).
               88 VAL-EMP            VALUE '00' THRU '09'.
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

               05 W-GER-BASE              PIC  9(05) VALUE 0.
               05 W-INICIO                PIC  9(16) VALUE 0.
               05 W-LIMITE                PIC  9(16) VALUE 0.
               05 W-MOMENTO               PIC  9(16) VALUE 0.

               05 W-EXISTE                PIC  X(01).
               05 W-ACAO                  PIC  X(01).
                  88 ACAO-INCLUI          VALUE 'W'.
                  88 ACAO-ALTERA          VALUE 'R'.
                  88 ACAO-EXCLUI          VALUE 'D'.
                  88 ACAO-JA-APLICADA     VALUE 'J'.
                  88 ACAO-CONFLITO        VALUE 'C'.
               05 W-ATUAL                 PIC  X(600).
               05 W-MOTIVO                PIC  X(40).
               05 W-ST-AUX                PIC  X(02).

               05 W-QTD-LIDOS             PIC  9(09) VALUE 0.
               05 W-QTD-ANTERIORES        PIC  9(09) VALUE 0.
               05 W-QTD-POSTERIORES       PIC  9(09) VALUE 0.
               05 W-QTD-APLICADOS         PIC  9(09) VALUE 0.
               05 W-QTD-JA-APLICADOS      PIC  9(09) VALUE 0.
               05 W-QTD-CONFLITOS         PIC  9(09) VALUE 0.
               05 W-QTD-SEQ-AJUST         PIC  9(09) VALUE 0.

               05 W-MAX-BIL               PIC  9(16) VALUE 0.
               05 W-QTD-SERIES            PIC  9(02) VALUE 0.
               05 W-IND-SER               PIC  9(02) VALUE 0.
               05 W-TAB-SERIES.
                  07 W-TS-ITEM OCCURS 20 TIMES.
                     09 W-TS-SERIE        PIC  X(03).
                     09 W-TS-MAX          PIC  9(09).
               05 W-SEQ-CH                PIC  X(10).
               05 W-SEQ-NOVO              PIC  9(16).
               05 W-SEQ-ANT               PIC  9(16).

               05 W-LINHA-1.
                  07 W-L1-DIA   PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-HORA  PIC 99B99B99.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-USU   PIC X(10).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-PROG  PIC X(12).
                  07 FILLER     PIC X(01) VALUE SPACE.
                  07 W-L1-ARQ   PIC X(13).
                  07 W-L1-OPER  PIC X(01).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-CHAVE PIC X(29).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-L1-SIT   PIC X(48).

               05 W-DATA-EDIT             PIC 99/99/9999.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'DATA       HORA      USUARIO    PROGRAMA'.
                  07 FILLER     PIC X(40) VALUE
                     '     ARQUIVO     OP  CHAVE              '.
                  07 FILLER     PIC X(40) VALUE
                     '            SITUACAO'.

               05 W-LINHA-GERAL.
                  07 W-LG-DESC  PIC X(40).
                  07 W-LG-TOT   PIC ZZZ.ZZZ.ZZ9.
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-LG-OBS   PIC X(40).

               05 W-LINHA-SEQ.
                  07 FILLER     PIC X(10) VALUE 'SEQUENCIA '.
                  07 W-LS-CHAVE PIC X(10).
                  07 FILLER     PIC X(20) VALUE
                     ' AJUSTADA DE'.
                  07 W-LS-ANT   PIC Z(15)9.
                  07 FILLER     PIC X(06) VALUE ' PARA '.
                  07 W-LS-NOVO  PIC Z(15)9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'REAPLICACAO DO JORNAL DE ATUALIZACOES'.
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

       77  W-DATA-L                       PIC 9(08).
       77  W-HORA-L                       PIC 9(04).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATA-L, W-HORA-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | rodar logo depois do restore do PRJ_BACKUP: reaplica
           | o JORNAL.ARQ a partir do inicio da ultima geracao
           | boa do catalogo ate a data (aaaammdd) e hora (hhmm)
           | informadas - data zero reaplica tudo. cada imagem so
           | e aplicada se o registro atual bate com a imagem
           | anterior do jornal; se ja bate com a posterior a
           | atualizacao ja estava no backup; qualquer outro
           | caso e conflito e fica no relatorio sem aplicar

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF

           PERFORM BUSCA-INICIO

           IF W-DATA-L = 0
              MOVE 9999999999999999 TO W-LIMITE
           ELSE
              COMPUTE W-LIMITE = W-DATA-L * 100000000
                               + W-HORA-L * 10000 + 9999
           END-IF

           OPEN I-O CBILHETE
           IF ST-BIL = '35'
              OPEN OUTPUT CBILHETE
              CLOSE CBILHETE
              OPEN I-O CBILHETE
           END-IF
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCLIENTE
           IF ST-CLI = '35'
              OPEN OUTPUT CCLIENTE
              CLOSE CCLIENTE
              OPEN I-O CCLIENTE
           END-IF
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCAIXAMOV
           IF ST-CXM = '35'
              OPEN OUTPUT CCAIXAMOV
              CLOSE CCAIXAMOV
              OPEN I-O CCAIXAMOV
           END-IF
           IF NOT VAL-CXM
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CREEMB
           IF ST-REEM = '35'
              OPEN OUTPUT CREEMB
              CLOSE CREEMB
              OPEN I-O CREEMB
           END-IF
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCONTA
           IF ST-CONTA = '35'
              OPEN OUTPUT CCONTA
              CLOSE CCONTA
              OPEN I-O CCONTA
           END-IF
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCREDIARIO
           IF ST-CRD = '35'
              OPEN OUTPUT CCREDIARIO
              CLOSE CCREDIARIO
              OPEN I-O CCREDIARIO
           END-IF
           IF NOT VAL-CRD
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCARTEIRA
           IF ST-WAL = '35'
              OPEN OUTPUT CCARTEIRA
              CLOSE CCARTEIRA
              OPEN I-O CCARTEIRA
           END-IF
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CPIX
           IF ST-PIX = '35'
              OPEN OUTPUT CPIX
              CLOSE CPIX
              OPEN I-O CPIX
           END-IF
           IF NOT VAL-PIX
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CVOUCHER
           IF ST-VCH = '35'
              OPEN OUTPUT CVOUCHER
              CLOSE CVOUCHER
              OPEN I-O CVOUCHER
           END-IF
           IF NOT VAL-VCH
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CVCHUSO
           IF ST-VCHU = '35'
              OPEN OUTPUT CVCHUSO
              CLOSE CVCHUSO
              OPEN I-O CVCHUSO
           END-IF
           IF NOT VAL-VCHU
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CPONTOS
           IF ST-PTS = '35'
              OPEN OUTPUT CPONTOS
              CLOSE CPONTOS
              OPEN I-O CPONTOS
           END-IF
           IF NOT VAL-PTS
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CRESERVA
           IF ST-RES = '35'
              OPEN OUTPUT CRESERVA
              CLOSE CRESERVA
              OPEN I-O CRESERVA
           END-IF
           IF NOT VAL-RES
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CAGREG
           IF ST-AGR = '35'
              OPEN OUTPUT CAGREG
              CLOSE CAGREG
              OPEN I-O CAGREG
           END-IF
           IF NOT VAL-AGR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCARNE
           IF ST-CRN = '35'
              OPEN OUTPUT CCARNE
              CLOSE CCARNE
              OPEN I-O CCARNE
           END-IF
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCARNEUSO
           IF ST-CRU = '35'
              OPEN OUTPUT CCARNEUSO
              CLOSE CCARNEUSO
              OPEN I-O CCARNEUSO
           END-IF
           IF NOT VAL-CRU
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CFUNCPASS
           IF ST-FPA = '35'
              OPEN OUTPUT CFUNCPASS
              CLOSE CFUNCPASS
              OPEN I-O CFUNCPASS
           END-IF
           IF NOT VAL-FPA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CJORNAL
           IF ST-JRN = '35'
              MOVE 'JORNAL INEXISTENTE - NADA A REAPLICAR'
                TO W-LG-DESC
              MOVE 0 TO W-LG-TOT
              MOVE SPACES TO W-LG-OBS
              PERFORM TESTA-QUEBRA-PAGINA
              WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           ELSE
              IF NOT VAL-JRN
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM PROCESSA-JORNAL
              CLOSE CJORNAL
              PERFORM AJUSTA-SEQUENCIAS
           END-IF

           PERFORM IMPRIME-TOTAIS
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CCLIENTE CCAIXAMOV
                 CREEMB CCONTA CCREDIARIO CCARTEIRA CPIX
                 CVOUCHER CVCHUSO CPONTOS CRESERVA CAGREG
                 CCARNE CCARNEUSO CFUNCPASS.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-INICIO.
           | ultima geracao nao reprovada na conferencia e a que
           | o restore deixou em disco; geracao gravada antes de
           | o catalogo guardar o inicio da copia usa o dia todo
           MOVE 0 TO W-INICIO W-GER-BASE
           OPEN INPUT CBKPCAT
           IF NOT VAL-BKC
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BKC-REG-1
           MOVE 0 TO BKC-GER
           START CBKPCAT KEY >= BKC-GER
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-BKC
              READ CBKPCAT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BKC
                 EXIT PERFORM
              END-IF
              IF NOT BKC-VERIF-FALHA
                 MOVE BKC-GER TO W-GER-BASE
                 IF BKC-INI-DIA NUMERIC AND BKC-INI-DIA > 0
                    COMPUTE W-INICIO = BKC-INI-DIA * 100000000
                                     + BKC-INI-HORA
                 ELSE
                    COMPUTE W-INICIO = BKC-DIA * 100000000
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CBKPCAT.

       PROCESSA-JORNAL.
           PERFORM UNTIL NOT VAL-JRN
              READ CJORNAL AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-JRN
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-LIDOS
              COMPUTE W-MOMENTO = JRN-DIA * 100000000 + JRN-HORA
              EVALUATE TRUE
                 WHEN W-MOMENTO < W-INICIO
                    ADD 1 TO W-QTD-ANTERIORES
                 WHEN W-MOMENTO > W-LIMITE
                    ADD 1 TO W-QTD-POSTERIORES
                 WHEN OTHER
                    PERFORM APLICA-REGISTRO
              END-EVALUATE
           END-PERFORM.

       APLICA-REGISTRO.
           MOVE 'N' TO W-EXISTE
           MOVE SPACES TO W-ATUAL W-MOTIVO

           EVALUATE JRN-ARQ
              WHEN 'BILHETE.ARQ'
                 PERFORM LE-ATUAL-BIL
              WHEN 'CLIENTE.ARQ'
                 PERFORM LE-ATUAL-CLI
              WHEN 'CAIXAMOV.ARQ'
                 PERFORM LE-ATUAL-CXM
              WHEN 'REEMB.ARQ'
                 PERFORM LE-ATUAL-REEM
              WHEN 'CONTA.ARQ'
                 PERFORM LE-ATUAL-CONTA
              WHEN 'CREDIARIO.ARQ'
                 PERFORM LE-ATUAL-CRD
              WHEN 'CARTEIRA.ARQ'
                 PERFORM LE-ATUAL-WAL
              WHEN 'PIXCHG.ARQ'
                 PERFORM LE-ATUAL-PIX
              WHEN 'VOUCHER.ARQ'
                 PERFORM LE-ATUAL-VCH
              WHEN 'VCHUSO.ARQ'
                 PERFORM LE-ATUAL-VCHU
              WHEN 'PONTOS.ARQ'
                 PERFORM LE-ATUAL-PTS
              WHEN 'RESERVA.ARQ'
                 PERFORM LE-ATUAL-RES
              WHEN 'AGREG.ARQ'
                 PERFORM LE-ATUAL-AGR
              WHEN 'CARNE.ARQ'
                 PERFORM LE-ATUAL-CRN
              WHEN 'CARNEUSO.ARQ'
                 PERFORM LE-ATUAL-CRU
              WHEN 'FUNCPASS.ARQ'
                 PERFORM LE-ATUAL-FPA
              WHEN OTHER
                 MOVE 'X' TO W-EXISTE
                 MOVE 'ARQUIVO NAO PREVISTO' TO W-MOTIVO
           END-EVALUATE

           PERFORM DECIDE-ACAO

           IF JRN-ARQ = 'BILHETE.ARQ' AND NOT JRN-EXCLUSAO
              PERFORM GUARDA-NUMERACAO
           END-IF

           IF ACAO-INCLUI OR ACAO-ALTERA OR ACAO-EXCLUI
              EVALUATE JRN-ARQ
                 WHEN 'BILHETE.ARQ'
                    PERFORM EXECUTA-BIL
                 WHEN 'CLIENTE.ARQ'
                    PERFORM EXECUTA-CLI
                 WHEN 'CAIXAMOV.ARQ'
                    PERFORM EXECUTA-CXM
                 WHEN 'REEMB.ARQ'
                    PERFORM EXECUTA-REEM
                 WHEN 'CONTA.ARQ'
                    PERFORM EXECUTA-CONTA
                 WHEN 'CREDIARIO.ARQ'
                    PERFORM EXECUTA-CRD
                 WHEN 'CARTEIRA.ARQ'
                    PERFORM EXECUTA-WAL
                 WHEN 'PIXCHG.ARQ'
                    PERFORM EXECUTA-PIX
                 WHEN 'VOUCHER.ARQ'
                    PERFORM EXECUTA-VCH
                 WHEN 'VCHUSO.ARQ'
                    PERFORM EXECUTA-VCHU
                 WHEN 'PONTOS.ARQ'
                    PERFORM EXECUTA-PTS
                 WHEN 'RESERVA.ARQ'
                    PERFORM EXECUTA-RES
                 WHEN 'AGREG.ARQ'
                    PERFORM EXECUTA-AGR
                 WHEN 'CARNE.ARQ'
                    PERFORM EXECUTA-CRN
                 WHEN 'CARNEUSO.ARQ'
                    PERFORM EXECUTA-CRU
                 WHEN 'FUNCPASS.ARQ'
                    PERFORM EXECUTA-FPA
              END-EVALUATE
           END-IF

           EVALUATE TRUE
              WHEN ACAO-CONFLITO
                 ADD 1 TO W-QTD-CONFLITOS
                 PERFORM IMPRIME-DETALHE
              WHEN ACAO-JA-APLICADA
                 ADD 1 TO W-QTD-JA-APLICADOS
              WHEN OTHER
                 ADD 1 TO W-QTD-APLICADOS
                 MOVE 'REAPLICADO' TO W-MOTIVO
                 PERFORM IMPRIME-DETALHE
           END-EVALUATE.

       DECIDE-ACAO.
           IF W-EXISTE = 'X'
              SET ACAO-CONFLITO TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
              WHEN JRN-INCLUSAO
                 IF W-EXISTE = 'N'
                    SET ACAO-INCLUI TO TRUE
                 ELSE
                    IF W-ATUAL = JRN-DEPOIS
                       SET ACAO-JA-APLICADA TO TRUE
                    ELSE
                       SET ACAO-CONFLITO TO TRUE
                       MOVE 'CHAVE JA EXISTE COM OUTRO CONTEUDO'
                         TO W-MOTIVO
                    END-IF
                 END-IF
              WHEN JRN-ALTERACAO
                 IF W-EXISTE = 'N'
                    SET ACAO-CONFLITO TO TRUE
                    MOVE 'REGISTRO NAO ENCONTRADO' TO W-MOTIVO
                 ELSE
                    IF W-ATUAL = JRN-DEPOIS
                       SET ACAO-JA-APLICADA TO TRUE
                    ELSE
                       IF W-ATUAL = JRN-ANTES OR JRN-ANTES = SPACES
                          SET ACAO-ALTERA TO TRUE
                       ELSE
                          SET ACAO-CONFLITO TO TRUE
                          MOVE 'REGISTRO DIFERE DA IMAGEM ANTERIOR'
                            TO W-MOTIVO
                       END-IF
                    END-IF
                 END-IF
              WHEN JRN-EXCLUSAO
                 IF W-EXISTE = 'N'
                    SET ACAO-JA-APLICADA TO TRUE
                 ELSE
                    IF W-ATUAL = JRN-ANTES OR JRN-ANTES = SPACES
                       SET ACAO-EXCLUI TO TRUE
                    ELSE
                       SET ACAO-CONFLITO TO TRUE
                       MOVE 'REGISTRO DIFERE DA IMAGEM ANTERIOR'
                         TO W-MOTIVO
                    END-IF
                 END-IF
              WHEN OTHER
                 SET ACAO-CONFLITO TO TRUE
                 MOVE 'OPERACAO INVALIDA NO JORNAL' TO W-MOTIVO
           END-EVALUATE.

       FALHA-APLICACAO.
           SET ACAO-CONFLITO TO TRUE
           STRING 'FALHA AO APLICAR ST ' DELIMITED BY SIZE
                  W-ST-AUX               DELIMITED BY SIZE
                  INTO W-MOTIVO.

       FALHA-LEITURA.
           MOVE 'X' TO W-EXISTE
           STRING 'FALHA NA LEITURA ST ' DELIMITED BY SIZE
                  W-ST-AUX               DELIMITED BY SIZE
                  INTO W-MOTIVO.

       LE-ATUAL-BIL.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO BIL-REG-1
           ELSE
              MOVE JRN-DEPOIS TO BIL-REG-1
           END-IF
           READ CBILHETE
              INVALID KEY CONTINUE
           END-READ
           IF VAL-BIL
              MOVE 'S' TO W-EXISTE
              MOVE BIL-REG-1 TO W-ATUAL
           ELSE
              IF ST-BIL NOT = '23'
                 MOVE ST-BIL TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-BIL.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO BIL-REG-1
                 WRITE BIL-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO BIL-REG-1
                 REWRITE BIL-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CBILHETE RECORD
           END-EVALUATE
           IF NOT VAL-BIL
              MOVE ST-BIL TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-CLI.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO CLI-REG-1
           ELSE
              MOVE JRN-DEPOIS TO CLI-REG-1
           END-IF
           READ CCLIENTE
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CLI
              MOVE 'S' TO W-EXISTE
              MOVE CLI-REG-1 TO W-ATUAL
           ELSE
              IF ST-CLI NOT = '23'
                 MOVE ST-CLI TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-CLI.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO CLI-REG-1
                 WRITE CLI-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO CLI-REG-1
                 REWRITE CLI-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCLIENTE RECORD
           END-EVALUATE
           IF NOT VAL-CLI
              MOVE ST-CLI TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-CXM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO CXM-REG-1
           ELSE
              MOVE JRN-DEPOIS TO CXM-REG-1
           END-IF
           READ CCAIXAMOV
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CXM
              MOVE 'S' TO W-EXISTE
              MOVE CXM-REG-1 TO W-ATUAL
           ELSE
              IF ST-CXM NOT = '23'
                 MOVE ST-CXM TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-CXM.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO CXM-REG-1
                 WRITE CXM-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO CXM-REG-1
                 REWRITE CXM-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCAIXAMOV RECORD
           END-EVALUATE
           IF NOT VAL-CXM
              MOVE ST-CXM TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-REEM.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO REEM-REG-1
           ELSE
              MOVE JRN-DEPOIS TO REEM-REG-1
           END-IF
           READ CREEMB
              INVALID KEY CONTINUE
           END-READ
           IF VAL-REEM
              MOVE 'S' TO W-EXISTE
              MOVE REEM-REG-1 TO W-ATUAL
           ELSE
              IF ST-REEM NOT = '23'
                 MOVE ST-REEM TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-REEM.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO REEM-REG-1
                 WRITE REEM-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO REEM-REG-1
                 REWRITE REEM-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CREEMB RECORD
           END-EVALUATE
           IF NOT VAL-REEM
              MOVE ST-REEM TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-CONTA.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO CONTA-REG-1
           ELSE
              MOVE JRN-DEPOIS TO CONTA-REG-1
           END-IF
           READ CCONTA
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CONTA
              MOVE 'S' TO W-EXISTE
              MOVE CONTA-REG-1 TO W-ATUAL
           ELSE
              IF ST-CONTA NOT = '23'
                 MOVE ST-CONTA TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-CONTA.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO CONTA-REG-1
                 WRITE CONTA-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO CONTA-REG-1
                 REWRITE CONTA-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCONTA RECORD
           END-EVALUATE
           IF NOT VAL-CONTA
              MOVE ST-CONTA TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-CRD.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO CRD-REG-1
           ELSE
              MOVE JRN-DEPOIS TO CRD-REG-1
           END-IF
           READ CCREDIARIO
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CRD
              MOVE 'S' TO W-EXISTE
              MOVE CRD-REG-1 TO W-ATUAL
           ELSE
              IF ST-CRD NOT = '23'
                 MOVE ST-CRD TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-CRD.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO CRD-REG-1
                 WRITE CRD-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO CRD-REG-1
                 REWRITE CRD-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCREDIARIO RECORD
           END-EVALUATE
           IF NOT VAL-CRD
              MOVE ST-CRD TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-WAL.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO WAL-REG-1
           ELSE
              MOVE JRN-DEPOIS TO WAL-REG-1
           END-IF
           READ CCARTEIRA
              INVALID KEY CONTINUE
           END-READ
           IF VAL-WAL
              MOVE 'S' TO W-EXISTE
              MOVE WAL-REG-1 TO W-ATUAL
           ELSE
              IF ST-WAL NOT = '23'
                 MOVE ST-WAL TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-WAL.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO WAL-REG-1
                 WRITE WAL-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO WAL-REG-1
                 REWRITE WAL-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCARTEIRA RECORD
           END-EVALUATE
           IF NOT VAL-WAL
              MOVE ST-WAL TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-PIX.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO PIX-REG-1
           ELSE
              MOVE JRN-DEPOIS TO PIX-REG-1
           END-IF
           READ CPIX
              INVALID KEY CONTINUE
           END-READ
           IF VAL-PIX
              MOVE 'S' TO W-EXISTE
              MOVE PIX-REG-1 TO W-ATUAL
           ELSE
              IF ST-PIX NOT = '23'
                 MOVE ST-PIX TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-PIX.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO PIX-REG-1
                 WRITE PIX-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO PIX-REG-1
                 REWRITE PIX-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CPIX RECORD
           END-EVALUATE
           IF NOT VAL-PIX
              MOVE ST-PIX TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-VCH.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO VCH-REG-1
           ELSE
              MOVE JRN-DEPOIS TO VCH-REG-1
           END-IF
           READ CVOUCHER
              INVALID KEY CONTINUE
           END-READ
           IF VAL-VCH
              MOVE 'S' TO W-EXISTE
              MOVE VCH-REG-1 TO W-ATUAL
           ELSE
              IF ST-VCH NOT = '23'
                 MOVE ST-VCH TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-VCH.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO VCH-REG-1
                 WRITE VCH-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO VCH-REG-1
                 REWRITE VCH-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CVOUCHER RECORD
           END-EVALUATE
           IF NOT VAL-VCH
              MOVE ST-VCH TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-VCHU.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO VCHU-REG-1
           ELSE
              MOVE JRN-DEPOIS TO VCHU-REG-1
           END-IF
           READ CVCHUSO
              INVALID KEY CONTINUE
           END-READ
           IF VAL-VCHU
              MOVE 'S' TO W-EXISTE
              MOVE VCHU-REG-1 TO W-ATUAL
           ELSE
              IF ST-VCHU NOT = '23'
                 MOVE ST-VCHU TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-VCHU.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO VCHU-REG-1
                 WRITE VCHU-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO VCHU-REG-1
                 REWRITE VCHU-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CVCHUSO RECORD
           END-EVALUATE
           IF NOT VAL-VCHU
              MOVE ST-VCHU TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-PTS.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO PTS-REG-1
           ELSE
              MOVE JRN-DEPOIS TO PTS-REG-1
           END-IF
           READ CPONTOS
              INVALID KEY CONTINUE
           END-READ
           IF VAL-PTS
              MOVE 'S' TO W-EXISTE
              MOVE PTS-REG-1 TO W-ATUAL
           ELSE
              IF ST-PTS NOT = '23'
                 MOVE ST-PTS TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-PTS.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO PTS-REG-1
                 WRITE PTS-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO PTS-REG-1
                 REWRITE PTS-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CPONTOS RECORD
           END-EVALUATE
           IF NOT VAL-PTS
              MOVE ST-PTS TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-RES.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO RES-REG-1
           ELSE
              MOVE JRN-DEPOIS TO RES-REG-1
           END-IF
           READ CRESERVA
              INVALID KEY CONTINUE
           END-READ
           IF VAL-RES
              MOVE 'S' TO W-EXISTE
              MOVE RES-REG-1 TO W-ATUAL
           ELSE
              IF ST-RES NOT = '23'
                 MOVE ST-RES TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-RES.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO RES-REG-1
                 WRITE RES-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO RES-REG-1
                 REWRITE RES-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CRESERVA RECORD
           END-EVALUATE
           IF NOT VAL-RES
              MOVE ST-RES TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-AGR.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO AGR-REG-1
           ELSE
              MOVE JRN-DEPOIS TO AGR-REG-1
           END-IF
           READ CAGREG
              INVALID KEY CONTINUE
           END-READ
           IF VAL-AGR
              MOVE 'S' TO W-EXISTE
              MOVE AGR-REG-1 TO W-ATUAL
           ELSE
              IF ST-AGR NOT = '23'
                 MOVE ST-AGR TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-AGR.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO AGR-REG-1
                 WRITE AGR-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO AGR-REG-1
                 REWRITE AGR-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CAGREG RECORD
           END-EVALUATE
           IF NOT VAL-AGR
              MOVE ST-AGR TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       GUARDA-NUMERACAO.
           | numero de bilhete e numero fiscal do jornal podem
           | estar acima do SEQ.ARQ restaurado; guarda o maior de
           | cada um - aplicado ou nao, o numero ja foi entregue
           MOVE JRN-DEPOIS TO BIL-REG-1
           IF BIL-NMR NUMERIC AND BIL-NMR > W-MAX-BIL
              MOVE BIL-NMR TO W-MAX-BIL
           END-IF
           IF BIL-NUM-FISCAL NOT NUMERIC OR BIL-NUM-FISCAL = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING W-IND-SER FROM 1 BY 1
                   UNTIL W-IND-SER > W-QTD-SERIES
              IF W-TS-SERIE(W-IND-SER) = BIL-SERIE-FISCAL
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IND-SER > W-QTD-SERIES
              IF W-QTD-SERIES = 20
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO W-QTD-SERIES
              MOVE W-QTD-SERIES TO W-IND-SER
              MOVE BIL-SERIE-FISCAL TO W-TS-SERIE(W-IND-SER)
              MOVE 0 TO W-TS-MAX(W-IND-SER)
           END-IF
           IF BIL-NUM-FISCAL > W-TS-MAX(W-IND-SER)
              MOVE BIL-NUM-FISCAL TO W-TS-MAX(W-IND-SER)
           END-IF.

       AJUSTA-SEQUENCIAS.
           | SEQ.ARQ volta com o restore e nao passa pelo jornal:
           | sobe a sequencia BILHETE e a fiscal de cada serie ate
           | o maior numero reaplicado, para a proxima venda nao
           | repetir BIL-NMR nem numero fiscal
           IF W-MAX-BIL = 0 AND W-QTD-SERIES = 0
              EXIT PARAGRAPH
           END-IF

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ
           END-IF
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           IF W-MAX-BIL > 0
              MOVE 'BILHETE' TO W-SEQ-CH
              MOVE W-MAX-BIL TO W-SEQ-NOVO
              PERFORM AJUSTA-SEQ
           END-IF

           PERFORM VARYING W-IND-SER FROM 1 BY 1
                   UNTIL W-IND-SER > W-QTD-SERIES
              PERFORM CHAVE-SERIE-FISCAL
              MOVE W-TS-MAX(W-IND-SER) TO W-SEQ-NOVO
              PERFORM AJUSTA-SEQ
           END-PERFORM

           CLOSE CSEQ.

       CHAVE-SERIE-FISCAL.
           | mesma regra do PRJ_EMT_BIL: serie de empresa
           | cadastrada numera em FISCALnn, as demais na
           | sequencia FISCAL historica
           MOVE 'FISCAL' TO W-SEQ-CH
           OPEN INPUT CEMPRESA
           IF NOT VAL-EMP
              EXIT PARAGRAPH
           END-IF

           INITIALIZE EMP-REG-1
           START CEMPRESA KEY >= EMP-ID
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-EMP
              READ CEMPRESA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-EMP
                 EXIT PERFORM
              END-IF
              IF EMP-SERIE-FISCAL = W-TS-SERIE(W-IND-SER)
                 MOVE SPACES TO W-SEQ-CH
                 STRING 'FISCAL' EMP-ID
                        DELIMITED BY SIZE INTO W-SEQ-CH
                 EXIT PERFORM
              END-IF
           END-PERFORM

           CLOSE CEMPRESA.

       AJUSTA-SEQ.
           INITIALIZE SEQ-REG-1
           MOVE W-SEQ-CH TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE W-SEQ-CH TO SEQ-CHAVE
              MOVE 0 TO W-SEQ-ANT
              MOVE W-SEQ-NOVO TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
              IF SEQ-ULTIMO >= W-SEQ-NOVO
                 UNLOCK CSEQ
                 EXIT PARAGRAPH
              END-IF
              MOVE SEQ-ULTIMO TO W-SEQ-ANT
              MOVE W-SEQ-NOVO TO SEQ-ULTIMO
              REWRITE SEQ-REG-1
           END-IF
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1 TO W-QTD-SEQ-AJUST
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-SEQ-CH   TO W-LS-CHAVE
           MOVE W-SEQ-ANT  TO W-LS-ANT
           MOVE W-SEQ-NOVO TO W-LS-NOVO
           WRITE PRINTF-R FROM W-LINHA-SEQ AFTER 1
           ADD 1 TO W-CONTLIN.

       LE-ATUAL-CRN.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO CRN-REG-1
           ELSE
              MOVE JRN-DEPOIS TO CRN-REG-1
           END-IF
           READ CCARNE
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CRN
              MOVE 'S' TO W-EXISTE
              MOVE CRN-REG-1 TO W-ATUAL
           ELSE
              IF ST-CRN NOT = '23'
                 MOVE ST-CRN TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-CRN.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO CRN-REG-1
                 WRITE CRN-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO CRN-REG-1
                 REWRITE CRN-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCARNE RECORD
           END-EVALUATE
           IF NOT VAL-CRN
              MOVE ST-CRN TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-CRU.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO CRU-REG-1
           ELSE
              MOVE JRN-DEPOIS TO CRU-REG-1
           END-IF
           READ CCARNEUSO
              INVALID KEY CONTINUE
           END-READ
           IF VAL-CRU
              MOVE 'S' TO W-EXISTE
              MOVE CRU-REG-1 TO W-ATUAL
           ELSE
              IF ST-CRU NOT = '23'
                 MOVE ST-CRU TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-CRU.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO CRU-REG-1
                 WRITE CRU-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO CRU-REG-1
                 REWRITE CRU-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CCARNEUSO RECORD
           END-EVALUATE
           IF NOT VAL-CRU
              MOVE ST-CRU TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       LE-ATUAL-FPA.
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES  TO FPA-REG-1
           ELSE
              MOVE JRN-DEPOIS TO FPA-REG-1
           END-IF
           READ CFUNCPASS
              INVALID KEY CONTINUE
           END-READ
           IF VAL-FPA
              MOVE 'S' TO W-EXISTE
              MOVE FPA-REG-1 TO W-ATUAL
           ELSE
              IF ST-FPA NOT = '23'
                 MOVE ST-FPA TO W-ST-AUX
                 PERFORM FALHA-LEITURA
              END-IF
           END-IF.

       EXECUTA-FPA.
           EVALUATE TRUE
              WHEN ACAO-INCLUI
                 MOVE JRN-DEPOIS TO FPA-REG-1
                 WRITE FPA-REG-1
              WHEN ACAO-ALTERA
                 MOVE JRN-DEPOIS TO FPA-REG-1
                 REWRITE FPA-REG-1
              WHEN ACAO-EXCLUI
                 DELETE CFUNCPASS RECORD
           END-EVALUATE
           IF NOT VAL-FPA
              MOVE ST-FPA TO W-ST-AUX
              PERFORM FALHA-APLICACAO
           END-IF.

       IMPRIME-DETALHE.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE JRN-DIA TO W-DATAUXI
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT    TO W-L1-DIA
           MOVE JRN-HORA(1:6)  TO W-L1-HORA
           MOVE JRN-USU        TO W-L1-USU
           MOVE JRN-PROG       TO W-L1-PROG
           MOVE JRN-ARQ        TO W-L1-ARQ
           MOVE JRN-OPER       TO W-L1-OPER
           IF JRN-EXCLUSAO
              MOVE JRN-ANTES(1:30)  TO W-L1-CHAVE
           ELSE
              MOVE JRN-DEPOIS(1:30) TO W-L1-CHAVE
           END-IF
           MOVE W-MOTIVO       TO W-L1-SIT
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-TOTAIS.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LG-OBS
           MOVE 'GERACAO DE BACKUP DE PARTIDA:' TO W-LG-DESC
           MOVE W-GER-BASE TO W-LG-TOT
           IF W-GER-BASE = 0
              MOVE 'SEM CATALOGO - JORNAL INTEIRO' TO W-LG-OBS
           END-IF
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 2
           MOVE SPACES TO W-LG-OBS
           MOVE 'REGISTROS LIDOS NO JORNAL:' TO W-LG-DESC
           MOVE W-QTD-LIDOS TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'ANTERIORES AO BACKUP:' TO W-LG-DESC
           MOVE W-QTD-ANTERIORES TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'POSTERIORES AO PONTO ESCOLHIDO:' TO W-LG-DESC
           MOVE W-QTD-POSTERIORES TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'REAPLICADOS:' TO W-LG-DESC
           MOVE W-QTD-APLICADOS TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'JA PRESENTES NO BACKUP:' TO W-LG-DESC
           MOVE W-QTD-JA-APLICADOS TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'CONFLITOS NAO APLICADOS:' TO W-LG-DESC
           MOVE W-QTD-CONFLITOS TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           MOVE 'SEQUENCIAS AJUSTADAS:' TO W-LG-DESC
           MOVE W-QTD-SEQ-AJUST TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 1
           ADD 9 TO W-CONTLIN.

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
              MOVE 'PRJ-JORNAL-R' TO ERRL-PROG
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
