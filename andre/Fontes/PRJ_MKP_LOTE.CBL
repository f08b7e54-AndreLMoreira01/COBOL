       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-MKP-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_COM.SL".
           COPY "PRJ_TES.SL".
           COPY "PRJ_LOG.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_SUS.SL".

           SELECT EXTRATO ASSIGN TO W-ENTRADA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-EXT.

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_COM.FD".
           COPY "PRJ_TES.FD".
           COPY "PRJ_LOG.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_SUS.FD".

       FD  EXTRATO
           LABEL RECORD STANDARD.
       01  EXT-REG-1.
           03 EXT-TIPO                   PIC 9(01).
           03 EXT-CANAL                  PIC X(10).
           03 FILLER                     PIC X(109).
       01  EXT-HEADER REDEFINES EXT-REG-1.
           03 FILLER                     PIC X(11).
           03 EXH-DT-INI                 PIC 9(08).
           03 EXH-DT-FIM                 PIC 9(08).
           03 EXH-DOC                    PIC X(20).
           03 FILLER                     PIC X(73).
       01  EXT-DETALHE REDEFINES EXT-REG-1.
           03 FILLER                     PIC X(11).
           03 EXD-OPER                   PIC X(01).
              88 EXD-VENDA               VALUE 'V'.
              88 EXD-CANCELAMENTO        VALUE 'C'.
           03 EXD-BIL-NMR                PIC 9(16).
           03 EXD-CLI                    PIC 9(11).
           03 EXD-FRO                    PIC 9(03).
           03 EXD-DATA                   PIC 9(08).
           03 EXD-VIA                    PIC 9(01).
           03 EXD-POL                    PIC 9(02).
           03 EXD-VALOR                  PIC 9(07)V99.
           03 EXD-COMISSAO               PIC 9(07)V99.
           03 EXD-LIQUIDO                PIC 9(07)V99.
           03 FILLER                     PIC X(40).
       01  EXT-TRAILER REDEFINES EXT-REG-1.
           03 FILLER                     PIC X(11).
           03 EXT-QTD                    PIC 9(07).
           03 EXT-TOT-VALOR              PIC 9(09)V99.
           03 EXT-TOT-COMISSAO           PIC 9(09)V99.
           03 EXT-TOT-LIQUIDO            PIC S9(09)V99.
           03 FILLER                     PIC X(69).

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
           03  ST-COM                PIC  X(02).
               88 VAL-COM            VALUE '00' THRU '09'.
           03  ST-TES                PIC  X(02).
               88 VAL-TES            VALUE '00' THRU '09'.
           03  ST-EXT                PIC  X(02).
               88 VAL-EXT            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-COM-ATIVA           PIC  X(01) VALUE 'N'.
               88 COM-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-MSG-SUS             PIC  X(40).
           03  FILLER                PIC  X(01) VALUE ' '.
               88 EM-REPROCESSO      VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 LINHA-BAIXADA      VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 BILHETE-ACHADO     VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 TEM-HEADER         VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 TEM-TRAILER        VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 REPASSE-JA-LANCADO VALUE 'S' FALSE ' '.

           03  W-ENTRADA-DEVICE      PIC  X(150) VALUE 'MKTPLACE.ARQ'.

           03  CAMPOS-CTRL-W.
               05 W-CANAL                 PIC  X(10).
               05 W-DOC                   PIC  X(20).
               05 W-INI-I                 PIC  9(08).
               05 W-FIM-I                 PIC  9(08).
               05 W-VENDA-I               PIC  9(08).
               05 W-PERC-CANAL            PIC  9(02)V99.
               05 W-COMIS-ACORDADA        PIC  9(07)V99.
               05 W-DIF                   PIC S9(07)V99.
               05 W-SEQ-TES               PIC  9(04).
               05 W-LIQUIDO               PIC S9(09)V99.
               05 W-QTD-LIDAS             PIC  9(06) VALUE 0.
               05 W-QTD-CONC              PIC  9(06) VALUE 0.
               05 W-QTD-DIV               PIC  9(06) VALUE 0.
               05 W-QTD-SUSP              PIC  9(06) VALUE 0.
               05 W-QTD-OMIT              PIC  9(06) VALUE 0.
               05 W-TOT-VALOR             PIC  9(09)V99 VALUE 0.
               05 W-TOT-COMISSAO          PIC  9(09)V99 VALUE 0.
               05 W-TOT-LIQUIDO           PIC S9(09)V99 VALUE 0.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-LINHA-CAB.
                  07 FILLER    PIC X(07) VALUE 'CANAL: '.
                  07 WC-CANAL  PIC X(10).
                  07 FILLER    PIC X(10) VALUE '  EXTRATO '.
                  07 WC-DOC    PIC X(20).
                  07 FILLER    PIC X(10) VALUE '  PERIODO '.
                  07 WC-INI    PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 WC-FIM    PIC 99/99/9999.

               05 W-LINHA-OCOR.
                  07 FILLER    PIC X(08) VALUE 'BILHETE '.
                  07 WO-NMR    PIC 9(16).
                  07 FILLER    PIC X(01) VALUE SPACE.
                  07 WO-OPER   PIC X(01).
                  07 FILLER    PIC X(02) VALUE '  '.
                  07 WO-SIT    PIC X(32).
                  07 FILLER    PIC X(08) VALUE ' CANAL: '.
                  07 WO-VLR-C  PIC Z(6)9,99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 WO-COM-C  PIC Z(6)9,99.
                  07 FILLER    PIC X(08) VALUE '  NOSSO:'.
                  07 WO-VLR-N  PIC Z(6)9,99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 WO-COM-N  PIC Z(6)9,99.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(08) VALUE 'LINHAS: '.
                  07 WR-LIDAS  PIC ZZZZZ9.
                  07 FILLER    PIC X(15) VALUE '  CONCILIADAS: '.
                  07 WR-CONC   PIC ZZZZZ9.
                  07 FILLER    PIC X(15) VALUE '  DIVERGENTES: '.
                  07 WR-DIV    PIC ZZZZZ9.
                  07 FILLER    PIC X(13) VALUE '  SUSPENSAS: '.
                  07 WR-SUSP   PIC ZZZZZ9.
                  07 FILLER    PIC X(12) VALUE '  OMITIDAS: '.
                  07 WR-OMIT   PIC ZZZZZ9.

               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(16) VALUE 'VENDAS BRUTAS R$'.
                  07 WR-VLR    PIC Z(8)9,99.
                  07 FILLER    PIC X(17) VALUE '  COMISSOES R$'.
                  07 WR-COM    PIC Z(8)9,99.
                  07 FILLER    PIC X(21) VALUE '  REPASSE LIQUIDO R$'.
                  07 WR-LIQ    PIC Z(8)9,99-.
                  07 FILLER    PIC X(02) VALUE '  '.
                  07 WR-SIT    PIC X(30).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-ARQ-ENTRADA-L                PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-ARQ-ENTRADA-L, W-LOGIN-L.
       INICIO.
           | concilia o extrato do marketplace de revenda com o
           | BILHETE.ARQ: cada linha e casada pelo numero do
           | bilhete ou por passageiro/rota/data/viagem/
           | poltrona; venda e cancelamento casados marcam o
           | bilhete conciliado (BIL-MKP-CONC); tarifa ou
           | comissao fora do acordado (comissao nivel 3 do
           | canal no PRJ-CAD-COM) sai como divergencia; linha
           | sem bilhete, de outro canal ou com cancelamento que
           | nao consta aqui vai para os suspensos; bilhete do
           | canal vendido no periodo e nao informado sai como
           | omitido; o repasse liquido entra na tesouraria da
           | filial do canal (uma vez por extrato)

           OPEN I-O CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCOMISS
           IF VAL-COM
              SET COM-ATIVA TO TRUE
           ELSE
              SET COM-ATIVA TO FALSE
           END-IF.

           OPEN I-O CTESOUR
           IF ST-TES = '35'
              OPEN OUTPUT CTESOUR
              CLOSE CTESOUR
              OPEN I-O CTESOUR.
           IF NOT VAL-TES
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

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

           IF W-ARQ-ENTRADA-L NOT = SPACES
              MOVE W-ARQ-ENTRADA-L TO W-ENTRADA-DEVICE
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000

           OPEN OUTPUT PRINTF

           PERFORM REPROCESSA-SUSPENSE

           OPEN INPUT EXTRATO
           IF ST-EXT = '35'
              CONTINUE
           ELSE
              IF NOT VAL-EXT
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL 1 = 2
                 READ EXTRATO AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-EXT
                    EXIT PERFORM
                 END-IF
                 EVALUATE EXT-TIPO
                    WHEN 0
                       PERFORM TRATA-HEADER
                    WHEN 1
                       ADD 1 TO W-QTD-LIDAS
                       ADD EXD-VALOR    TO W-TOT-VALOR
                       ADD EXD-COMISSAO TO W-TOT-COMISSAO
                       IF EXD-VENDA
                          ADD EXD-LIQUIDO TO W-TOT-LIQUIDO
                       ELSE
                          SUBTRACT EXD-LIQUIDO FROM W-TOT-LIQUIDO
                       END-IF
                       PERFORM TRATA-LINHA
                    WHEN 9
                       SET TEM-TRAILER TO TRUE
                       MOVE EXT-TOT-LIQUIDO TO W-LIQUIDO
                 END-EVALUATE
              END-PERFORM
              CLOSE EXTRATO
           END-IF

           IF TEM-HEADER
              PERFORM LISTA-OMITIDOS
              PERFORM LANCA-REPASSE
           END-IF

           MOVE W-QTD-LIDAS TO WR-LIDAS
           MOVE W-QTD-CONC  TO WR-CONC
           MOVE W-QTD-DIV   TO WR-DIV
           MOVE W-QTD-SUSP  TO WR-SUSP
           MOVE W-QTD-OMIT  TO WR-OMIT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 2
           MOVE W-TOT-VALOR    TO WR-VLR
           MOVE W-TOT-COMISSAO TO WR-COM
           MOVE W-LIQUIDO      TO WR-LIQ
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1

           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CTESOUR CLOG CSEQ CSUSPENSE.
           IF COM-ATIVA
              CLOSE CCOMISS.
           EXIT PROGRAM
           STOP RUN.

       TRATA-HEADER.
           SET TEM-HEADER TO TRUE
           MOVE EXT-CANAL  TO W-CANAL WC-CANAL
           MOVE EXH-DOC    TO W-DOC WC-DOC
           MOVE EXH-DT-INI TO WC-INI W-DATAUXI
           COMPUTE W-INI-I = W-ANOAUXI * 10000 + W-MESAUXI * 100
                           + W-DIAAUXI
           MOVE EXH-DT-FIM TO WC-FIM W-DATAUXI
           COMPUTE W-FIM-I = W-ANOAUXI * 10000 + W-MESAUXI * 100
                           + W-DIAAUXI
           WRITE PRINTF-R FROM W-LINHA-CAB AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1.

       BUSCA-COMISSAO-CANAL.
           MOVE 0 TO W-PERC-CANAL
           IF NOT COM-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE COM-REG-1
           MOVE 3         TO COM-NIVEL
           MOVE EXT-CANAL TO COM-REF
           READ CCOMISS
           IF VAL-COM
              MOVE COM-PERC TO W-PERC-CANAL
           END-IF.

       TRATA-LINHA.
           SET LINHA-BAIXADA TO FALSE
           PERFORM LOCALIZA-BILHETE
           IF NOT BILHETE-ACHADO
              MOVE 'BILHETE NAO ENCONTRADO' TO W-MSG-SUS
              PERFORM GRAVA-SUSPENSE
              EXIT PARAGRAPH
           END-IF
           IF BIL-AGENCIA NOT = EXT-CANAL
              MOVE 'BILHETE NAO VENDIDO PELO CANAL' TO W-MSG-SUS
              PERFORM GRAVA-SUSPENSE
              EXIT PARAGRAPH
           END-IF
           | bilhete gravado antes da conciliacao vem com lixo
           IF BIL-MKP-CONC NOT NUMERIC
              MOVE 0 TO BIL-MKP-CONC BIL-MKP-DT
           END-IF

           IF EXD-CANCELAMENTO
              IF NOT BIL-CANCELADO
                 MOVE 'CANCELAMENTO NAO REGISTRADO' TO W-MSG-SUS
                 PERFORM GRAVA-SUSPENSE
                 EXIT PARAGRAPH
              END-IF
              IF BIL-MKP-CAN-CONC
                 MOVE 'CANCELAMENTO JA CONCILIADO' TO W-MSG-SUS
                 PERFORM GRAVA-SUSPENSE
                 EXIT PARAGRAPH
              END-IF
              SET BIL-MKP-CAN-CONC TO TRUE
           ELSE
              IF BIL-MKP-VND-CONC OR BIL-MKP-CAN-CONC
                 MOVE 'VENDA JA CONCILIADA' TO W-MSG-SUS
                 PERFORM GRAVA-SUSPENSE
                 EXIT PARAGRAPH
              END-IF
              SET BIL-MKP-VND-CONC TO TRUE
           END-IF

           MOVE W-DATASIS TO BIL-MKP-DT
           REWRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-CONC
           SET LINHA-BAIXADA TO TRUE

           | tarifa e comissao conferidas com o acordado
           PERFORM BUSCA-COMISSAO-CANAL
           COMPUTE W-COMIS-ACORDADA ROUNDED =
                   BIL-TOT * W-PERC-CANAL / 100
           COMPUTE W-DIF = EXD-VALOR - BIL-TOT
           IF W-DIF NOT = 0
              MOVE 'TARIFA DIVERGENTE' TO WO-SIT
              PERFORM IMPRIME-OCORRENCIA
              ADD 1 TO W-QTD-DIV
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-DIF = EXD-COMISSAO - W-COMIS-ACORDADA
           IF W-PERC-CANAL > 0
              AND (W-DIF > 0,01 OR W-DIF < -0,01)
              MOVE 'COMISSAO FORA DO ACORDADO' TO WO-SIT
              PERFORM IMPRIME-OCORRENCIA
              ADD 1 TO W-QTD-DIV
           END-IF.

       LOCALIZA-BILHETE.
           SET BILHETE-ACHADO TO FALSE
           IF EXD-BIL-NMR NOT = 0
              INITIALIZE BIL-REG-1
              MOVE EXD-BIL-NMR TO BIL-NMR
              READ CBILHETE KEY IS BIL-NMR
              IF VAL-BIL
                 SET BILHETE-ACHADO TO TRUE
              END-IF
              EXIT PARAGRAPH
           END-IF

           | sem numero: passageiro, rota, data, viagem e
           | poltrona
           INITIALIZE BIL-REG-1
           MOVE EXD-CLI  TO BIL-CLI
           MOVE EXD-FRO  TO BIL-FRO
           MOVE EXD-DATA TO BIL-DATA
           MOVE EXD-VIA  TO BIL-VIA
           MOVE 0        TO BIL-TIPO BIL-POL
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF BIL-CLI NOT = EXD-CLI OR BIL-FRO NOT = EXD-FRO
                 OR BIL-DATA NOT = EXD-DATA
                 OR BIL-VIA NOT = EXD-VIA
                 EXIT PERFORM
              END-IF
              IF BIL-POL = EXD-POL
                 SET BILHETE-ACHADO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       LISTA-OMITIDOS.
           | bilhete do canal vendido no periodo do extrato e
           | nao informado pelo canal
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF BIL-AGENCIA = W-CANAL AND NOT BIL-PENDENTE
                 MOVE BIL-DT-VENDA TO W-DATAUXI
                 COMPUTE W-VENDA-I = W-ANOAUXI * 10000
                                   + W-MESAUXI * 100 + W-DIAAUXI
                 IF BIL-MKP-CONC NOT NUMERIC
                    MOVE 0 TO BIL-MKP-CONC
                 END-IF
                 IF W-VENDA-I >= W-INI-I AND W-VENDA-I <= W-FIM-I
                    IF BIL-MKP-CONC = 0
                       MOVE 'VENDA OMITIDA PELO CANAL' TO WO-SIT
                       PERFORM IMPRIME-OMITIDO
                    ELSE
                       IF BIL-CANCELADO AND BIL-MKP-VND-CONC
                          MOVE 'CANCELAMENTO OMITIDO PELO CANAL'
                               TO WO-SIT
                          PERFORM IMPRIME-OMITIDO
                       END-IF
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       IMPRIME-OMITIDO.
           ADD 1 TO W-QTD-OMIT
           MOVE BIL-NMR TO WO-NMR
           MOVE SPACES  TO WO-OPER
           MOVE 0       TO WO-VLR-C WO-COM-C WO-COM-N
           MOVE BIL-TOT TO WO-VLR-N
           WRITE PRINTF-R FROM W-LINHA-OCOR AFTER 1.

       LANCA-REPASSE.
           | sem trailer vale a soma liquida das linhas
           IF NOT TEM-TRAILER
              MOVE W-TOT-LIQUIDO TO W-LIQUIDO
           END-IF
           IF W-LIQUIDO NOT > 0
              MOVE 'SEM REPASSE A LANCAR' TO WR-SIT
              EXIT PARAGRAPH
           END-IF

           | extrato reimportado nao lanca o repasse de novo
           SET REPASSE-JA-LANCADO TO FALSE
           INITIALIZE TES-REG-1
           MOVE W-CANAL TO TES-FILIAL
           START CTESOUR KEY >= TES-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-TES
              READ CTESOUR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TES OR TES-FILIAL NOT = W-CANAL
                 EXIT PERFORM
              END-IF
              IF TES-REPASSE-CANAL AND TES-DOC = W-DOC
                 SET REPASSE-JA-LANCADO TO TRUE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF REPASSE-JA-LANCADO
              MOVE 'REPASSE JA LANCADO' TO WR-SIT
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-SEQ-TES
           INITIALIZE TES-REG-1
           MOVE W-CANAL   TO TES-FILIAL
           MOVE W-DATASIS TO TES-DATA
           MOVE 0         TO TES-SEQ
           START CTESOUR KEY >= TES-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CTESOUR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TES OR TES-FILIAL NOT = W-CANAL
                 OR TES-DATA NOT = W-DATASIS
                 EXIT PERFORM
              END-IF
              MOVE TES-SEQ TO W-SEQ-TES
           END-PERFORM

           ACCEPT W-HORA FROM TIME
           INITIALIZE TES-REG-1
           MOVE W-CANAL   TO TES-FILIAL
           MOVE W-DATASIS TO TES-DATA
           COMPUTE TES-SEQ = W-SEQ-TES + 1
           SET TES-REPASSE-CANAL TO TRUE
           MOVE W-LIQUIDO TO TES-VALOR
           MOVE 'REPASSE MARKETPLACE' TO TES-BANCO
           MOVE W-DOC     TO TES-DOC
           MOVE W-HORA    TO TES-HORA
           MOVE W-LOGIN-L TO TES-USU
           WRITE TES-REG-1
           IF NOT VAL-TES
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 'REPASSE LANCADO NA TESOURARIA' TO WR-SIT
           PERFORM GRAVA-LOG-REPASSE.

       IMPRIME-OCORRENCIA.
           MOVE BIL-NMR      TO WO-NMR
           MOVE EXD-OPER     TO WO-OPER
           MOVE EXD-VALOR    TO WO-VLR-C
           MOVE EXD-COMISSAO TO WO-COM-C
           MOVE BIL-TOT      TO WO-VLR-N
           MOVE W-COMIS-ACORDADA TO WO-COM-N
           WRITE PRINTF-R FROM W-LINHA-OCOR AFTER 1.

       GRAVA-SUSPENSE.
           ADD 1 TO W-QTD-SUSP
           MOVE EXD-BIL-NMR  TO WO-NMR
           MOVE EXD-OPER     TO WO-OPER
           MOVE W-MSG-SUS    TO WO-SIT
           MOVE EXD-VALOR    TO WO-VLR-C
           MOVE EXD-COMISSAO TO WO-COM-C
           MOVE 0            TO WO-VLR-N WO-COM-N
           WRITE PRINTF-R FROM W-LINHA-OCOR AFTER 1
           IF EM-REPROCESSO
              EXIT PARAGRAPH
           END-IF

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
           MOVE 'PRJ-MKP-LOTE' TO SUS-LOTE
           MOVE 'MK' TO SUS-COD
           MOVE W-MSG-SUS TO SUS-MSG
           MOVE EXT-REG-1 TO SUS-IMAGEM
           MOVE W-DATASIS TO SUS-DIA
           ACCEPT SUS-HORA FROM TIME
           SET SUS-PENDENTE TO TRUE
           MOVE W-LOGIN-L TO SUS-USU
           WRITE SUS-REG-1
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO
           END-IF.

       REPROCESSA-SUSPENSE.
           | linhas corrigidas na tela de suspensos voltam pelo
           | mesmo casamento do extrato
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

              IF SUS-LOTE = 'PRJ-MKP-LOTE'
                 AND SUS-REAPRESENTAR
                 MOVE SUS-IMAGEM(1:120) TO EXT-REG-1
                 PERFORM TRATA-LINHA
                 IF LINHA-BAIXADA
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
           MOVE 0 TO W-QTD-SUSP W-QTD-CONC W-QTD-DIV
           SET EM-REPROCESSO TO FALSE.

       GRAVA-LOG-REPASSE.
           ACCEPT W-HORA FROM TIME
           INITIALIZE LOG-REG-1
           MOVE W-HORA TO LOG-HORA
           MOVE W-DATASIS TO LOG-DIA
           READ CLOG
           IF ST-LOG = '23'
              INITIALIZE LOG-REG-1
              MOVE W-HORA TO LOG-HORA
              MOVE W-DATASIS TO LOG-DIA
           ELSE
              IF NOT VAL-LOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           MOVE W-LOGIN-L TO LOG-USU
           STRING 'Repasse do marketplace ' W-CANAL ' '
                  W-DOC DELIMITED BY SIZE INTO LOG-REG
           MOVE 'TESOUR.ARQ ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 2 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
           END-IF.

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
              MOVE 'PRJ-MKP-LOTE' TO ERRL-PROG
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
