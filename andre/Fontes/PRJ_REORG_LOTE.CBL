       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REORG-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_SAU.SL".
           COPY "PRJ_LCK.SL".

           SELECT CBILHETE ASSIGN TO W-NOME-IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BIL-CHAVE
                  ALTERNATE RECORD KEY IS BIL-RK-1 WITH DUPLICATES
                  ALTERNATE RECORD KEY IS BIL-NMR
                  ALTERNATE RECORD KEY IS BIL-RK-2 WITH DUPLICATES
                  FILE STATUS IS ST-BIL.

           SELECT CCLIENTE ASSIGN TO W-NOME-IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLI-CPF
                  ALTERNATE RECORD KEY IS CLI-DOC-NUM WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CLI-LOCAL WITH DUPLICATES
                  FILE STATUS IS ST-CLI.

           SELECT CVIAGEM ASSIGN TO W-NOME-IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VIA-CHAVE
                  FILE STATUS IS ST-VIA.

           SELECT CRESERVA ASSIGN TO W-NOME-IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RES-CHAVE
                  FILE STATUS IS ST-RES.

           SELECT CENCOM ASSIGN TO W-NOME-IDX
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ENC-NMR
                  ALTERNATE RECORD KEY IS ENC-RK-VIAGEM WITH DUPLICATES
                  FILE STATUS IS ST-ENC.

           SELECT CDESCARGA ASSIGN TO W-NOME-DSC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-DSC.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_SAU.FD".
           COPY "PRJ_LCK.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_RES.FD".
           COPY "PRJ_ENC.FD".

       FD  CDESCARGA
           LABEL RECORD STANDARD.
       01  DSC-LINHA                      PIC X(600).

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
           03  ST-LCK                PIC  X(02).
               88 VAL-LCK            VALUE '00' THRU '09'.
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
           03  ST-DSC                PIC  X(02).
               88 VAL-DSC            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-NOME-IDX            PIC  X(40) VALUE SPACES.
           03  W-NOME-DSC            PIC  X(40) VALUE SPACES.
           03  W-NOME-ORIG           PIC  X(40) VALUE SPACES.
           03  W-NOME-NOVO           PIC  X(40) VALUE SPACES.
           03  W-NOME-ANT            PIC  X(40) VALUE SPACES.
           03  W-TIPO-IDX            PIC  X(01) VALUE 'I'.
           03  W-RET-COPIA           PIC S9(04) COMP-4.

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

               05 W-ARQ-ATUAL             PIC  X(11).
               05 W-BASE                  PIC  X(08).
               05 W-SITUACAO              PIC  X(01).
                  88 REORG-PROSSEGUE      VALUE 'P'.
                  88 REORG-RECUSADA       VALUE 'R'.
                  88 REORG-FALHOU         VALUE 'F'.
                  88 REORG-CONCLUIDA      VALUE 'C'.
               05 W-QTD-TRAVAS            PIC  9(05).
               05 W-TRAVA-PROPRIA         PIC  X(01).
               05 W-FASE                  PIC  X(30).
               05 W-MSG-FASE              PIC  X(30).

               05 W-QTD-ANTES             PIC  9(09).
               05 W-QTD-DESCARGA          PIC  9(09).
               05 W-QTD-DEPOIS            PIC  9(09).
               05 W-CK-ANTES              PIC  9(18).
               05 W-CK-DEPOIS             PIC  9(18).
               05 W-CK-SOMA               PIC  9(18).
               05 W-CHAVE-CK              PIC  X(40).
               05 W-IND-CK                PIC  9(02).

               05 W-LINHA-1.
                  07 W-L1-DESC  PIC X(34).
                  07 W-L1-VAL   PIC X(60).

               05 W-LINHA-TRAVA.
                  07 FILLER     PIC X(04) VALUE SPACES.
                  07 W-LT-USU   PIC X(10).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-LT-PROG  PIC X(12).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-LT-DIA   PIC X(10).
                  07 FILLER     PIC X(02) VALUE SPACES.
                  07 W-LT-HORA  PIC 99B99B99.

               05 W-QTD-EDIT              PIC ZZZ.ZZZ.ZZ9.
               05 W-CK-EDIT               PIC Z(17)9.
               05 W-DATA-EDIT             PIC 99/99/9999.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'REORGANIZACAO DE ARQUIVO INDEXADO'.
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
       77  W-ARQ-REORG-L                  PIC X(11).

       PROCEDURE DIVISION USING W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L,
                                W-ARQ-REORG-L.
       INICIO.
           | reconstroi o arquivo indexado informado: descarrega
           | para nome-base.Daaaammdd (sequencial, uma linha por
           | registro), recarrega em nome-base.NOV e confere
           | quantidade de registros e soma das chaves nas duas
           | pontas; so com tudo igual o original e guardado
           | como nome-base.ANT e substituido pelo novo. nao
           | roda se houver alguem com trava do arquivo em
           | LOCKREG.ARQ, e marca a propria trava enquanto roda

           OPEN I-O CLOCKREG
           IF ST-LCK = '35'
              OPEN OUTPUT CLOCKREG
              CLOSE CLOCKREG
              OPEN I-O CLOCKREG
           END-IF
           IF NOT VAL-LCK
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

           MOVE 0 TO W-QTD-ANTES W-QTD-DESCARGA W-QTD-DEPOIS
                     W-CK-ANTES W-CK-DEPOIS W-QTD-TRAVAS
           MOVE 'N' TO W-TRAVA-PROPRIA
           MOVE SPACES TO W-FASE
           SET REORG-PROSSEGUE TO TRUE

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-ARQ-REORG-L TO W-ARQ-ATUAL
           MOVE 'ARQUIVO:' TO W-L1-DESC
           MOVE W-ARQ-ATUAL TO W-L1-VAL
           PERFORM IMPRIME-LINHA

           EVALUATE W-ARQ-ATUAL
              WHEN 'BILHETE.ARQ'
                 MOVE 'BILHETE' TO W-BASE
              WHEN 'CLIENTE.ARQ'
                 MOVE 'CLIENTE' TO W-BASE
              WHEN 'VIAGEM.ARQ'
                 MOVE 'VIAGEM' TO W-BASE
              WHEN 'RESERVA.ARQ'
                 MOVE 'RESERVA' TO W-BASE
              WHEN 'ENCOM.ARQ'
                 MOVE 'ENCOM' TO W-BASE
              WHEN OTHER
                 SET REORG-RECUSADA TO TRUE
                 MOVE 'ARQUIVO NAO PREVISTO NA REORGANIZACAO'
                   TO W-FASE
           END-EVALUATE

           IF REORG-PROSSEGUE
              PERFORM VERIFICA-TRAVAS
           END-IF

           IF REORG-PROSSEGUE
              PERFORM REGISTRA-TRAVA
              MOVE W-ARQ-ATUAL TO W-NOME-ORIG
              STRING W-BASE  DELIMITED BY SPACE
                     '.D'    DELIMITED BY SIZE
                     W-HOJE-I DELIMITED BY SIZE
                     INTO W-NOME-DSC
              STRING W-BASE  DELIMITED BY SPACE
                     '.NOV'  DELIMITED BY SIZE
                     INTO W-NOME-NOVO
              STRING W-BASE  DELIMITED BY SPACE
                     '.ANT'  DELIMITED BY SIZE
                     INTO W-NOME-ANT
              PERFORM DESCARREGA
           END-IF

           IF REORG-PROSSEGUE
              PERFORM RECARREGA
           END-IF

           IF REORG-PROSSEGUE
              PERFORM CONFERE
           END-IF

           IF REORG-PROSSEGUE
              IF W-QTD-DEPOIS = W-QTD-ANTES AND
                 W-CK-DEPOIS  = W-CK-ANTES
                 PERFORM SUBSTITUI-ORIGINAL
              ELSE
                 SET REORG-FALHOU TO TRUE
                 MOVE 'DIVERGENCIA NA CONFERENCIA' TO W-FASE
              END-IF
           END-IF

           IF REORG-FALHOU AND W-NOME-NOVO NOT = SPACES
              CALL "C$DELETE" USING W-NOME-NOVO, W-TIPO-IDX
                 ON OVERFLOW CONTINUE
              END-CALL
           END-IF

           IF W-TRAVA-PROPRIA = 'S'
              PERFORM LIBERA-TRAVA
           END-IF

           IF REORG-CONCLUIDA
              PERFORM GRAVA-HISTORICO
           END-IF

           PERFORM IMPRIME-RESULTADO
           CLOSE PRINTF.

       FIM.
           CLOSE CLOCKREG.
           EXIT PROGRAM
           STOP RUN.

       VERIFICA-TRAVAS.
           | qualquer trava do arquivo, de qualquer usuario,
           | impede a reorganizacao; as travas sao listadas
           INITIALIZE LCK-REG-1
           MOVE W-ARQ-ATUAL TO LCK-ARQ
           MOVE LOW-VALUES TO LCK-USU
           START CLOCKREG KEY >= LCK-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-LCK
              READ CLOCKREG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LCK
                 EXIT PERFORM
              END-IF
              IF LCK-ARQ NOT = W-ARQ-ATUAL
                 EXIT PERFORM
              END-IF
              IF W-QTD-TRAVAS = 0
                 MOVE 'ARQUIVO EM USO POR:' TO W-L1-DESC
                 MOVE SPACES TO W-L1-VAL
                 PERFORM IMPRIME-LINHA
              END-IF
              ADD 1 TO W-QTD-TRAVAS
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE LCK-USU  TO W-LT-USU
              MOVE LCK-PROG TO W-LT-PROG
              MOVE LCK-DIA  TO W-DATA-EDIT
              MOVE W-DATA-EDIT TO W-LT-DIA
              MOVE LCK-HORA(1:6) TO W-LT-HORA
              WRITE PRINTF-R FROM W-LINHA-TRAVA AFTER 1
              ADD 1 TO W-CONTLIN
           END-PERFORM

           IF W-QTD-TRAVAS > 0
              SET REORG-RECUSADA TO TRUE
              MOVE 'ARQUIVO COM TRAVA DE USUARIO' TO W-FASE
           END-IF.

       REGISTRA-TRAVA.
           INITIALIZE LCK-REG-1
           MOVE W-ARQ-ATUAL TO LCK-ARQ
           MOVE W-LOGIN-L TO LCK-USU
           MOVE 'PRJ-REORG-LO' TO LCK-PROG
           MOVE W-HOJE TO LCK-DIA
           ACCEPT LCK-HORA FROM TIME
           WRITE LCK-REG-1
           IF ST-LCK = '22'
              REWRITE LCK-REG-1
           END-IF
           IF NOT VAL-LCK
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 'S' TO W-TRAVA-PROPRIA.

       LIBERA-TRAVA.
           INITIALIZE LCK-REG-1
           MOVE W-ARQ-ATUAL TO LCK-ARQ
           MOVE W-LOGIN-L TO LCK-USU
           READ CLOCKREG
           IF VAL-LCK
              DELETE CLOCKREG RECORD
           END-IF.

       SOMA-CHAVE.
           | soma das chaves: cada caracter pesa pela posicao,
           | a soma total nao depende da ordem de leitura
           MOVE 0 TO W-CK-SOMA
           PERFORM VARYING W-IND-CK FROM 1 BY 1 UNTIL W-IND-CK > 40
              COMPUTE W-CK-SOMA = W-CK-SOMA +
                      FUNCTION ORD(W-CHAVE-CK(W-IND-CK:1)) * W-IND-CK
           END-PERFORM.

       FALHA-FASE.
           SET REORG-FALHOU TO TRUE
           MOVE SPACES TO W-FASE
           STRING W-MSG-FASE DELIMITED BY '  '
                  ' '        DELIMITED BY SIZE
                  W-FSTATUS  DELIMITED BY SIZE
                  INTO W-FASE.

       DESCARREGA.
           MOVE W-NOME-ORIG TO W-NOME-IDX
           OPEN OUTPUT CDESCARGA
           IF NOT VAL-DSC
              PERFORM ERRO-ARQUIVO
           END-IF

           EVALUATE W-BASE
              WHEN 'BILHETE'
                 PERFORM DESCARREGA-BIL
              WHEN 'CLIENTE'
                 PERFORM DESCARREGA-CLI
              WHEN 'VIAGEM'
                 PERFORM DESCARREGA-VIA
              WHEN 'RESERVA'
                 PERFORM DESCARREGA-RES
              WHEN 'ENCOM'
                 PERFORM DESCARREGA-ENC
           END-EVALUATE

           CLOSE CDESCARGA.

       RECARREGA.
           CALL "C$DELETE" USING W-NOME-NOVO, W-TIPO-IDX
              ON OVERFLOW CONTINUE
           END-CALL
           MOVE W-NOME-NOVO TO W-NOME-IDX
           OPEN INPUT CDESCARGA
           IF NOT VAL-DSC
              PERFORM ERRO-ARQUIVO
           END-IF

           EVALUATE W-BASE
              WHEN 'BILHETE'
                 PERFORM RECARREGA-BIL
              WHEN 'CLIENTE'
                 PERFORM RECARREGA-CLI
              WHEN 'VIAGEM'
                 PERFORM RECARREGA-VIA
              WHEN 'RESERVA'
                 PERFORM RECARREGA-RES
              WHEN 'ENCOM'
                 PERFORM RECARREGA-ENC
           END-EVALUATE

           CLOSE CDESCARGA.

       CONFERE.
           MOVE W-NOME-NOVO TO W-NOME-IDX
           EVALUATE W-BASE
              WHEN 'BILHETE'
                 PERFORM CONFERE-BIL
              WHEN 'CLIENTE'
                 PERFORM CONFERE-CLI
              WHEN 'VIAGEM'
                 PERFORM CONFERE-VIA
              WHEN 'RESERVA'
                 PERFORM CONFERE-RES
              WHEN 'ENCOM'
                 PERFORM CONFERE-ENC
           END-EVALUATE.

       SUBSTITUI-ORIGINAL.
           | guarda o original antes de sobrepor; se a copia do
           | novo falhar o .ANT e a versao boa do arquivo
           CALL "C$COPY" USING W-NOME-ORIG, W-NOME-ANT, W-TIPO-IDX
                GIVING W-RET-COPIA
           IF W-RET-COPIA NOT = 0
              SET REORG-FALHOU TO TRUE
              MOVE 'FALHA AO GUARDAR O ORIGINAL' TO W-FASE
              EXIT PARAGRAPH
           END-IF

           CALL "C$COPY" USING W-NOME-NOVO, W-NOME-ORIG, W-TIPO-IDX
                GIVING W-RET-COPIA
           IF W-RET-COPIA NOT = 0
              SET REORG-FALHOU TO TRUE
              MOVE 'FALHA NA TROCA - RESTAURAR .ANT' TO W-FASE
              EXIT PARAGRAPH
           END-IF

           CALL "C$DELETE" USING W-NOME-NOVO, W-TIPO-IDX
              ON OVERFLOW CONTINUE
           END-CALL
           SET REORG-CONCLUIDA TO TRUE
           MOVE 'ARQUIVO REORGANIZADO' TO W-FASE.

       GRAVA-HISTORICO.
           OPEN I-O CSAUDE
           IF ST-SAU = '35'
              OPEN OUTPUT CSAUDE
              CLOSE CSAUDE
              OPEN I-O CSAUDE
           END-IF
           IF NOT VAL-SAU
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE SAU-REG-1
           MOVE W-ARQ-ATUAL  TO SAU-ARQ
           MOVE W-HOJE-I     TO SAU-DIA
           READ CSAUDE
           IF VAL-SAU
              MOVE W-LOGIN-L    TO SAU-USU
              MOVE 'R'          TO SAU-ORIGEM
              MOVE W-CK-DEPOIS  TO SAU-CKSUM
              ACCEPT SAU-HORA FROM TIME
              REWRITE SAU-REG-1
           ELSE
              INITIALIZE SAU-REG-1
              MOVE W-ARQ-ATUAL  TO SAU-ARQ
              MOVE W-HOJE-I     TO SAU-DIA
              ACCEPT SAU-HORA FROM TIME
              MOVE 'R'          TO SAU-ORIGEM
              MOVE W-QTD-DEPOIS TO SAU-QTD
              MOVE W-CK-DEPOIS  TO SAU-CKSUM
              MOVE W-LOGIN-L    TO SAU-USU
              WRITE SAU-REG-1
           END-IF
           IF NOT VAL-SAU
              PERFORM ERRO-ARQUIVO
           END-IF

           CLOSE CSAUDE.

       IMPRIME-LINHA.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-RESULTADO.
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 1 TO W-CONTLIN

           IF W-NOME-DSC NOT = SPACES
              MOVE 'ARQUIVO DE DESCARGA:' TO W-L1-DESC
              MOVE W-NOME-DSC TO W-L1-VAL
              PERFORM IMPRIME-LINHA
           END-IF

           MOVE 'REGISTROS NO ORIGINAL:' TO W-L1-DESC
           MOVE W-QTD-ANTES TO W-QTD-EDIT
           MOVE W-QTD-EDIT TO W-L1-VAL
           PERFORM IMPRIME-LINHA

           MOVE 'REGISTROS DESCARREGADOS:' TO W-L1-DESC
           MOVE W-QTD-DESCARGA TO W-QTD-EDIT
           MOVE W-QTD-EDIT TO W-L1-VAL
           PERFORM IMPRIME-LINHA

           MOVE 'REGISTROS NO REORGANIZADO:' TO W-L1-DESC
           MOVE W-QTD-DEPOIS TO W-QTD-EDIT
           MOVE W-QTD-EDIT TO W-L1-VAL
           PERFORM IMPRIME-LINHA

           MOVE 'SOMA DAS CHAVES NO ORIGINAL:' TO W-L1-DESC
           MOVE W-CK-ANTES TO W-CK-EDIT
           MOVE W-CK-EDIT TO W-L1-VAL
           PERFORM IMPRIME-LINHA

           MOVE 'SOMA DAS CHAVES NO REORGANIZADO:' TO W-L1-DESC
           MOVE W-CK-DEPOIS TO W-CK-EDIT
           MOVE W-CK-EDIT TO W-L1-VAL
           PERFORM IMPRIME-LINHA

           MOVE 'RESULTADO:' TO W-L1-DESC
           MOVE W-FASE TO W-L1-VAL
           IF REORG-RECUSADA
              STRING 'RECUSADO - ' DELIMITED BY SIZE
                     W-FASE        DELIMITED BY SIZE
                     INTO W-L1-VAL
           END-IF
           IF REORG-FALHOU
              STRING 'ORIGINAL MANTIDO - ' DELIMITED BY SIZE
                     W-FASE        DELIMITED BY SIZE
                     INTO W-L1-VAL
           END-IF
           PERFORM IMPRIME-LINHA.

       DESCARREGA-BIL.
           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              MOVE ST-BIL TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O ORIGINAL ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 MOVE ST-BIL TO W-FSTATUS
                 MOVE 'ERRO AO LER O ORIGINAL ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-ANTES
              MOVE BIL-CHAVE TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-ANTES
              WRITE DSC-LINHA FROM BIL-REG-1
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-DESCARGA
           END-PERFORM

           CLOSE CBILHETE.

       RECARREGA-BIL.
           OPEN OUTPUT CBILHETE
           IF NOT VAL-BIL
              MOVE ST-BIL TO W-FSTATUS
              MOVE 'ERRO AO CRIAR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-DSC
              READ CDESCARGA INTO BIL-REG-1 AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              WRITE BIL-REG-1
              IF NOT VAL-BIL
                 MOVE ST-BIL TO W-FSTATUS
                 MOVE 'ERRO AO GRAVAR O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           CLOSE CBILHETE.

       CONFERE-BIL.
           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              MOVE ST-BIL TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 MOVE ST-BIL TO W-FSTATUS
                 MOVE 'ERRO AO LER O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-DEPOIS
              MOVE BIL-CHAVE TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-DEPOIS
           END-PERFORM

           CLOSE CBILHETE.

       DESCARREGA-CLI.
           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              MOVE ST-CLI TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O ORIGINAL ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-CLI
              READ CCLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CLI
                 MOVE ST-CLI TO W-FSTATUS
                 MOVE 'ERRO AO LER O ORIGINAL ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-ANTES
              MOVE CLI-CPF TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-ANTES
              WRITE DSC-LINHA FROM CLI-REG-1
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-DESCARGA
           END-PERFORM

           CLOSE CCLIENTE.

       RECARREGA-CLI.
           OPEN OUTPUT CCLIENTE
           IF NOT VAL-CLI
              MOVE ST-CLI TO W-FSTATUS
              MOVE 'ERRO AO CRIAR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-DSC
              READ CDESCARGA INTO CLI-REG-1 AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              WRITE CLI-REG-1
              IF NOT VAL-CLI
                 MOVE ST-CLI TO W-FSTATUS
                 MOVE 'ERRO AO GRAVAR O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           CLOSE CCLIENTE.

       CONFERE-CLI.
           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              MOVE ST-CLI TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-CLI
              READ CCLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CLI
                 MOVE ST-CLI TO W-FSTATUS
                 MOVE 'ERRO AO LER O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-DEPOIS
              MOVE CLI-CPF TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-DEPOIS
           END-PERFORM

           CLOSE CCLIENTE.

       DESCARREGA-VIA.
           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              MOVE ST-VIA TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O ORIGINAL ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-VIA
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 MOVE ST-VIA TO W-FSTATUS
                 MOVE 'ERRO AO LER O ORIGINAL ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-ANTES
              MOVE VIA-CHAVE TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-ANTES
              WRITE DSC-LINHA FROM VIA-REG-1
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-DESCARGA
           END-PERFORM

           CLOSE CVIAGEM.

       RECARREGA-VIA.
           OPEN OUTPUT CVIAGEM
           IF NOT VAL-VIA
              MOVE ST-VIA TO W-FSTATUS
              MOVE 'ERRO AO CRIAR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-DSC
              READ CDESCARGA INTO VIA-REG-1 AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              WRITE VIA-REG-1
              IF NOT VAL-VIA
                 MOVE ST-VIA TO W-FSTATUS
                 MOVE 'ERRO AO GRAVAR O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           CLOSE CVIAGEM.

       CONFERE-VIA.
           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              MOVE ST-VIA TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-VIA
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 MOVE ST-VIA TO W-FSTATUS
                 MOVE 'ERRO AO LER O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-DEPOIS
              MOVE VIA-CHAVE TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-DEPOIS
           END-PERFORM

           CLOSE CVIAGEM.

       DESCARREGA-RES.
           OPEN INPUT CRESERVA
           IF NOT VAL-RES
              MOVE ST-RES TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O ORIGINAL ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-RES
              READ CRESERVA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RES
                 MOVE ST-RES TO W-FSTATUS
                 MOVE 'ERRO AO LER O ORIGINAL ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-ANTES
              MOVE RES-CHAVE TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-ANTES
              WRITE DSC-LINHA FROM RES-REG-1
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-DESCARGA
           END-PERFORM

           CLOSE CRESERVA.

       RECARREGA-RES.
           OPEN OUTPUT CRESERVA
           IF NOT VAL-RES
              MOVE ST-RES TO W-FSTATUS
              MOVE 'ERRO AO CRIAR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-DSC
              READ CDESCARGA INTO RES-REG-1 AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              WRITE RES-REG-1
              IF NOT VAL-RES
                 MOVE ST-RES TO W-FSTATUS
                 MOVE 'ERRO AO GRAVAR O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           CLOSE CRESERVA.

       CONFERE-RES.
           OPEN INPUT CRESERVA
           IF NOT VAL-RES
              MOVE ST-RES TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-RES
              READ CRESERVA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-RES
                 MOVE ST-RES TO W-FSTATUS
                 MOVE 'ERRO AO LER O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-DEPOIS
              MOVE RES-CHAVE TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-DEPOIS
           END-PERFORM

           CLOSE CRESERVA.

       DESCARREGA-ENC.
           OPEN INPUT CENCOM
           IF NOT VAL-ENC
              MOVE ST-ENC TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O ORIGINAL ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-ENC
              READ CENCOM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ENC
                 MOVE ST-ENC TO W-FSTATUS
                 MOVE 'ERRO AO LER O ORIGINAL ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-ANTES
              MOVE ENC-NMR TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-ANTES
              WRITE DSC-LINHA FROM ENC-REG-1
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-DESCARGA
           END-PERFORM

           CLOSE CENCOM.

       RECARREGA-ENC.
           OPEN OUTPUT CENCOM
           IF NOT VAL-ENC
              MOVE ST-ENC TO W-FSTATUS
              MOVE 'ERRO AO CRIAR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-DSC
              READ CDESCARGA INTO ENC-REG-1 AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DSC
                 PERFORM ERRO-ARQUIVO
              END-IF
              WRITE ENC-REG-1
              IF NOT VAL-ENC
                 MOVE ST-ENC TO W-FSTATUS
                 MOVE 'ERRO AO GRAVAR O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
           END-PERFORM

           CLOSE CENCOM.

       CONFERE-ENC.
           OPEN INPUT CENCOM
           IF NOT VAL-ENC
              MOVE ST-ENC TO W-FSTATUS
              MOVE 'ERRO AO ABRIR O NOVO ST' TO W-MSG-FASE
              PERFORM FALHA-FASE
              EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL NOT VAL-ENC
              READ CENCOM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ENC
                 MOVE ST-ENC TO W-FSTATUS
                 MOVE 'ERRO AO LER O NOVO ST' TO W-MSG-FASE
                 PERFORM FALHA-FASE
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-DEPOIS
              MOVE ENC-NMR TO W-CHAVE-CK
              PERFORM SOMA-CHAVE
              ADD W-CK-SOMA TO W-CK-DEPOIS
           END-PERFORM

           CLOSE CENCOM.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62
              PERFORM IMPRIME-CABECALHO
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
              MOVE 'PRJ-REORG-LO' TO ERRL-PROG
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
