       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-AGING-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CRD.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_CONTA.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_BLT.SL".
           COPY "PRJ_INT.SL".
           COPY "PRJ_PARC.SL".
           COPY "PRJ_PARAM.SL".

           SELECT CPDD ASSIGN TO 'PDD.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-CTB.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CRD.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_CONTA.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_BLT.FD".
           COPY "PRJ_INT.FD".
           COPY "PRJ_PARC.FD".
           COPY "PRJ_PARAM.FD".

       | mesmo leiaute do CONTAB.ARQ do PRJ-CONTAB-LOTE
       FD  CPDD
           LABEL RECORD STANDARD.
       01  CTB-REG-1.
           03 CTB-TIPO-REG               PIC X(01).
           03 CTB-DATA                   PIC 9(08).
           03 CTB-CONTA-D                PIC X(10).
           03 CTB-CONTA-C                PIC X(10).
           03 CTB-VALOR                  PIC 9(10)V99.
           03 CTB-HIST                   PIC X(40).
           03 CTB-DOC                    PIC X(20).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-TIPO-1            PIC 9(01).
           03  SORT-NOME-1            PIC X(40).
           03  SORT-ID-1              PIC 9(14).
           03  SORT-VENC-1            PIC 9(08).
           03  SORT-DOC-1             PIC X(20).
           03  SORT-DVENC-1           PIC 9(08).
           03  SORT-DIAS-1            PIC 9(05).
           03  SORT-FAIXA-1           PIC 9(01).
           03  SORT-VALOR-1           PIC 9(09)V99.

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-BLT                PIC  X(02).
               88 VAL-BLT            VALUE '00' THRU '09'.
           03  ST-INT                PIC  X(02).
               88 VAL-INT            VALUE '00' THRU '09'.
           03  ST-PARC               PIC  X(02).
               88 VAL-PARC           VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-CTB                PIC  X(02).
               88 VAL-CTB            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
           03  W-CRD-ATIVA           PIC  X(01) VALUE 'N'.
               88 CRD-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-CLI-ATIVA           PIC  X(01) VALUE 'N'.
               88 CLI-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-CONTA-ATIVA         PIC  X(01) VALUE 'N'.
               88 CONTA-ATIVA        VALUE 'S' FALSE 'N'.
           03  W-CONTAGEM            PIC  X(01) VALUE 'N'.
               88 CONTAGEM-UTEIS     VALUE 'S' FALSE 'N'.
           03  W-FRT-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRT-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-BLT-ATIVA           PIC  X(01) VALUE 'N'.
               88 BLT-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-INT-ATIVA           PIC  X(01) VALUE 'N'.
               88 INT-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-PARC-ATIVA          PIC  X(01) VALUE 'N'.
               88 PARC-ATIVA         VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 FRT-COM-BOLETO     VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 FIM-DE-MES         VALUE 'S' FALSE 'N'.

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

               05 W-DATA-BASE             PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-HOJE-J                PIC  9(07).
               05 W-DATA-J                PIC  9(07).
               05 W-DIAS                  PIC S9(05).
               05 W-IND                   PIC  9(02).
               05 W-VALOR                 PIC  9(09)V99.
               05 W-ABERTO-BLT            PIC  9(09)V99.
               05 W-NMR-EDIT              PIC  9(16).
               05 W-PARC-EDIT             PIC  9(02).

           | prazo de faturas em dias (PARAM 53), o mesmo do
           | fluxo de caixa: vale para fretamento faturado sem
           | boleto e para o acerto mensal do interline
               05 W-PRAZO-FATURA          PIC  9(03) VALUE 30.
           | cidade da praca de cobranca/pagamento (PARAM 85):
           | vencimento cai no dia util dela; zero so considera
           | os feriados nacionais
               05 W-CID-PRACA             PIC  9(03) VALUE 0.

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-QTD-DOC               PIC  9(07) VALUE 0.
               05 W-QTD-LANC              PIC  9(05) VALUE 0.
               05 W-HASH-TOTAL            PIC  9(12)V99 VALUE 0.

               05 W-TIPO-ANT              PIC  9(01).
               05 W-NOME-ANT              PIC  X(40).
               05 W-ID-ANT                PIC  9(14).

           | faixas de atraso: 1 = a vencer, 2 = 1 a 30 dias,
           | 3 = 31 a 60, 4 = 61 a 90, 5 = acima de 90; o
           | percentual de provisao de cada faixa vem do
           | PARAM 78 a 82
           03  W-TAB-FAIXA.
               05 FILLER PIC X(18) VALUE 'A VENCER    00000'.
               05 FILLER PIC X(18) VALUE '1 A 30 DIAS 00500'.
               05 FILLER PIC X(18) VALUE '31 A 60     02000'.
               05 FILLER PIC X(18) VALUE '61 A 90     05000'.
               05 FILLER PIC X(18) VALUE 'ACIMA DE 90 10000'.
           03  REDEFINES W-TAB-FAIXA.
               05 W-FX-ITEM OCCURS 5 TIMES.
                  07 W-FX-DESC            PIC X(12).
                  07 W-FX-PERC            PIC 9(03)V99.
                  07 FILLER               PIC X(01).

           03  W-TAB-TIPO.
               05 FILLER PIC X(20) VALUE 'CREDIARIO'.
               05 FILLER PIC X(20) VALUE 'CONTAS CORPORATIVAS'.
               05 FILLER PIC X(20) VALUE 'FRETAMENTOS'.
               05 FILLER PIC X(20) VALUE 'PARCEIROS INTERLINE'.
           03  REDEFINES W-TAB-TIPO.
               05 W-TP-DESC OCCURS 4 TIMES PIC X(20).

           | acumuladores por devedor, por tipo e geral
           03  W-ACUMULADORES.
               05 W-AC-DEV  OCCURS 6 TIMES PIC 9(11)V99.
               05 W-AC-TIPO OCCURS 6 TIMES PIC 9(11)V99.
               05 W-AC-GER  OCCURS 6 TIMES PIC 9(11)V99.
               05 W-AC-PDD  OCCURS 6 TIMES PIC 9(11)V99.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-DEV.
                  07 W-LD-ID    PIC X(15).
                  07 W-LD-NOME  PIC X(37).
                  07 W-LD-VLR   OCCURS 6 TIMES PIC ZZZZZZZZ9,99B.

               05 W-LINHA-DOC.
                  07 FILLER     PIC X(04) VALUE SPACES.
                  07 W-LT-DOC   PIC X(20)B.
                  07 W-LT-VENC  PIC 99/99/9999B.
                  07 W-LT-DIAS  PIC -ZZZZ9.
                  07 FILLER     PIC X(10) VALUE SPACES.
                  07 W-LT-VLR   OCCURS 6 TIMES PIC ZZZZZZZZ9,99B.

               05 W-LINHA-TOT.
                  07 W-LTT-DESC PIC X(52).
                  07 W-LTT-VLR  OCCURS 6 TIMES PIC ZZZZZZZZ9,99B.

               05 W-LINHA-TIPO.
                  07 FILLER     PIC X(11) VALUE '*** TIPO: '.
                  07 W-LTP-DESC PIC X(20).

               05 W-LINHA-PDD.
                  07 W-LP-DESC  PIC X(14).
                  07 W-LP-VLR   PIC ZZZZZZZZ9,99B(3).
                  07 W-LP-PERC  PIC ZZ9,99B.
                  07 W-LP-PERC-X REDEFINES W-LP-PERC PIC X(07).
                  07 FILLER     PIC X(04) VALUE '%   '.
                  07 W-LP-PDD   PIC ZZZZZZZZ9,99.

               05 W-LINHA-EXP.
                  07 W-LE-MSG   PIC X(80).

               05 W-LINHA-TIT-1.
                  07 FILLER     PIC X(40) VALUE
                     'DEVEDOR        NOME                     '.
                  07 FILLER     PIC X(40) VALUE
                     '                A VENCER  1 A 30 DIAS   '.
                  07 FILLER     PIC X(40) VALUE
                     '   31 A 60      61 A 90  ACIMA DE 90    '.
                  07 FILLER     PIC X(12) VALUE
                     '      TOTAL '.

               05 W-LINHA-TIT-2.
                  07 FILLER     PIC X(36) VALUE
                     '    DOCUMENTO            VENCIMENTO'.
                  07 FILLER     PIC X(06) VALUE '  DIAS'.

               05 W-LINHA-PDD-TIT.
                  07 FILLER     PIC X(36) VALUE
                     'FAIXA                SALDO'.
                  07 FILLER     PIC X(16) VALUE
                     '%       PROVISAO'.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'AGING DE CONTAS A RECEBER'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE 'DATA BASE: '.
                  07 W-C2-BASE PIC 99/99/9999.
                  07 FILLER    PIC X(22) VALUE
                     '   PRAZO FATURAS: '.
                  07 W-C2-FAT  PIC ZZ9.
                  07 FILLER    PIC X(05) VALUE ' DIAS'.

           COPY "PRJ_DUT.CPY".

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
       77  W-DETALHE-L                    PIC X(01).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATA-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-DETALHE-L,
                                W-LOGIN-L.
       INICIO.
           | aging de contas a receber em W-DATA-L (aaaammdd,
           | zero = hoje): parcelas de crediario em aberto,
           | boletos e saldo a faturar das contas corporativas,
           | fretamentos faturados e trechos interline que os
           | parceiros nos devem, distribuidos pelas faixas de
           | atraso e agrupados por tipo e devedor. Com
           | W-DETALHE-L = 'S' abre os documentos de cada
           | devedor. No fim sai a provisao para devedores
           | duvidosos por faixa; rodado no ultimo dia do mes,
           | grava tambem o PDD.ARQ no leiaute da exportacao
           | contabil

           OPEN INPUT CCREDIARIO
           IF ST-CRD = '35'
              SET CRD-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CRD
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CRD-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CCLIENTE
           IF ST-CLI = '35'
              SET CLI-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CLI
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CLI-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CCONTA
           IF ST-CONTA = '35'
              SET CONTA-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CONTA
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CONTA-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CFRETAM
           IF ST-FRT = '35'
              SET FRT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FRT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FRT-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CBOLETO
           IF ST-BLT = '35'
              SET BLT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-BLT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET BLT-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CINTERLINE
           IF ST-INT = '35'
              SET INT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-INT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET INT-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CPARCEIRO
           IF ST-PARC = '35'
              SET PARC-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PARC
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PARC-ATIVA TO TRUE
           END-IF.

           PERFORM BUSCA-PARAMETROS
           PERFORM DEFINE-DATA-BASE

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-ACUMULADORES W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-TIPO-1
                                     SORT-NOME-1
                                     SORT-ID-1
                                     SORT-VENC-1
                                     SORT-DOC-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-PROVISAO

           IF FIM-DE-MES
              OPEN OUTPUT CPDD
              IF NOT VAL-CTB
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM GERA-LANCAMENTOS-PDD
              PERFORM GERA-TRAILER
              CLOSE CPDD
              MOVE SPACES TO W-LE-MSG
              STRING 'PDD.ARQ GERADO COM ' W-QTD-LANC
                     ' LANCAMENTO(S) PARA A CONTABILIDADE'
                     DELIMITED BY SIZE INTO W-LE-MSG
           ELSE
              MOVE 'DATA BASE FORA DO FIM DE MES: PDD.ARQ NAO GERADO'
                 TO W-LE-MSG
           END-IF
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-EXP AFTER 1
           CLOSE PRINTF.

       FIM.
           IF CRD-ATIVA
              CLOSE CCREDIARIO.
           IF CLI-ATIVA
              CLOSE CCLIENTE.
           IF CONTA-ATIVA
              CLOSE CCONTA.
           IF FRT-ATIVA
              CLOSE CFRETAM.
           IF BLT-ATIVA
              CLOSE CBOLETO.
           IF INT-ATIVA
              CLOSE CINTERLINE.
           IF PARC-ATIVA
              CLOSE CPARCEIRO.
           CANCEL "PRJ_DIA_UTIL"
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 53 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-PRAZO-FATURA
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 85 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-CID-PRACA
           END-IF

           | percentual zero e valido (faixa sem provisao)
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 5
              INITIALIZE PARAM-REG-1
              COMPUTE PARAM-CHAVE = 77 + W-IND
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR NOT > 100
                 MOVE PARAM-VALOR TO W-FX-PERC(W-IND)
              END-IF
           END-PERFORM

           CLOSE CPARAM.

       DEFINE-DATA-BASE.
           IF W-DATA-L NOT = 0
              MOVE W-DATA-L TO W-DATA-I
           ELSE
              ACCEPT W-DATA-I FROM CENTURY-DATE
           END-IF
           COMPUTE W-HOJE-J = FUNCTION INTEGER-OF-DATE(W-DATA-I)
           MOVE W-DATA-I TO W-DATAUXI
           COMPUTE W-DATA-BASE = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000

           | a exportacao da provisao so sai no fechamento:
           | data base no ultimo dia do mes
           COMPUTE W-DATA-I = FUNCTION DATE-OF-INTEGER(
                              W-HOJE-J + 1)
           MOVE W-DATA-I TO W-DATAUXI
           IF W-DIAAUXI-I = 1
              SET FIM-DE-MES TO TRUE
           ELSE
              SET FIM-DE-MES TO FALSE
           END-IF.

       CONVERTE-DATA.
           | W-DATAUXI (ddmmaaaa) -> W-DATA-J
           COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(
                              W-ANOAUXI * 10000 +
                              W-MESAUXI * 100 +
                              W-DIAAUXI).

       CLASSIFICA-ATRASO.
           | W-DATA-J (vencimento juliano) -> faixa e dias de
           | atraso no registro de sort, ja com o vencimento
           | em aaaammdd para ordenar e ddmmaaaa para imprimir
           COMPUTE W-DIAS = W-HOJE-J - W-DATA-J
           IF CONTAGEM-UTEIS AND W-DIAS > 0
              PERFORM CALCULA-ATRASO-UTEIS
           END-IF
           EVALUATE TRUE
              WHEN W-DIAS NOT > 0
                 MOVE 1 TO SORT-FAIXA-1
              WHEN W-DIAS NOT > 30
                 MOVE 2 TO SORT-FAIXA-1
              WHEN W-DIAS NOT > 60
                 MOVE 3 TO SORT-FAIXA-1
              WHEN W-DIAS NOT > 90
                 MOVE 4 TO SORT-FAIXA-1
              WHEN OTHER
                 MOVE 5 TO SORT-FAIXA-1
           END-EVALUATE
           IF W-DIAS > 0
              MOVE W-DIAS TO SORT-DIAS-1
           ELSE
              MOVE 0 TO SORT-DIAS-1
           END-IF
           COMPUTE W-DATA-I = FUNCTION DATE-OF-INTEGER(W-DATA-J)
           MOVE W-DATA-I TO SORT-VENC-1
           MOVE W-DATA-I TO W-DATAUXI
           COMPUTE SORT-DVENC-1 = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000.

       CALCULA-ATRASO-UTEIS.
           | contrato com atraso em dias uteis: sabados,
           | domingos e feriados da praca nao contam
           INITIALIZE AREA-DIA-UTIL
           SET DUT-CONTA-UTEIS TO TRUE
           MOVE W-CID-PRACA TO DUT-CID
           COMPUTE DUT-DATA-I = FUNCTION DATE-OF-INTEGER(W-DATA-J)
           COMPUTE DUT-DATA-FIM-I =
                   FUNCTION DATE-OF-INTEGER(W-HOJE-J)
           CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
           MOVE DUT-DIAS TO W-DIAS.

       INPUTPROCE.
           IF CRD-ATIVA
              PERFORM SELECIONA-CREDIARIO
           END-IF
           IF CONTA-ATIVA
              PERFORM SELECIONA-CONTAS
           END-IF
           IF FRT-ATIVA
              PERFORM SELECIONA-FRETAMENTOS
           END-IF
           IF INT-ATIVA
              PERFORM SELECIONA-INTERLINE
           END-IF.

       SELECIONA-CREDIARIO.
           INITIALIZE CRD-REG-1
           START CCREDIARIO KEY >= CRD-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCREDIARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRD
                 EXIT PERFORM
              END-IF
              IF CRD-ABERTA AND CRD-VALOR > 0
                 INITIALIZE SORT-REGISTR-1
                 MOVE 1 TO SORT-TIPO-1
                 MOVE CRD-CLI TO SORT-ID-1
                 IF CLI-ATIVA
                    INITIALIZE CLI-REG-1
                    MOVE CRD-CLI TO CLI-CPF
                    READ CCLIENTE
                    IF VAL-CLI
                       MOVE CLI-NOME TO SORT-NOME-1
                    END-IF
                 END-IF
                 MOVE CRD-NMR-BIL TO W-NMR-EDIT
                 MOVE CRD-PARC    TO W-PARC-EDIT
                 STRING W-NMR-EDIT '/' W-PARC-EDIT
                        DELIMITED BY SIZE INTO SORT-DOC-1
                 MOVE CRD-VALOR TO SORT-VALOR-1
                 MOVE CRD-VENC TO W-DATAUXI
                 PERFORM CONVERTE-DATA
                 PERFORM CLASSIFICA-ATRASO
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM.

       SELECIONA-CONTAS.
           | boletos de fatura em aberto pelo vencimento; o
           | saldo ainda nao faturado e consumo do mes e fica
           | como a vencer
           INITIALIZE CONTA-REG-1
           START CCONTA KEY >= CONTA-CNPJ
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCONTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CONTA
                 EXIT PERFORM
              END-IF
              MOVE 0 TO W-ABERTO-BLT
              IF BLT-ATIVA
                 PERFORM SELECIONA-BOLETOS-CONTA
              END-IF
              IF CONTA-SALDO > W-ABERTO-BLT
                 INITIALIZE SORT-REGISTR-1
                 MOVE 2 TO SORT-TIPO-1
                 MOVE CONTA-CNPJ TO SORT-ID-1
                 MOVE CONTA-RAZAO TO SORT-NOME-1
                 MOVE 'A FATURAR' TO SORT-DOC-1
                 COMPUTE SORT-VALOR-1 = CONTA-SALDO - W-ABERTO-BLT
                 MOVE W-HOJE-J TO W-DATA-J
                 PERFORM CLASSIFICA-ATRASO
                 MOVE 0 TO SORT-VENC-1 SORT-DVENC-1
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM.

       SELECIONA-BOLETOS-CONTA.
           INITIALIZE BLT-REG-1
           SET BLT-FATURA TO TRUE
           MOVE CONTA-CNPJ TO BLT-REF
           START CBOLETO KEY >= BLT-ORIGEM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBOLETO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BLT
                 EXIT PERFORM
              END-IF
              IF NOT BLT-FATURA OR BLT-REF NOT = CONTA-CNPJ
                 EXIT PERFORM
              END-IF
              IF BLT-EM-ABERTO AND BLT-VALOR > BLT-VLR-PAGO
                 COMPUTE W-VALOR = BLT-VALOR - BLT-VLR-PAGO
                 ADD W-VALOR TO W-ABERTO-BLT
                 INITIALIZE SORT-REGISTR-1
                 MOVE 2 TO SORT-TIPO-1
                 MOVE CONTA-CNPJ TO SORT-ID-1
                 MOVE CONTA-RAZAO TO SORT-NOME-1
                 STRING 'BOLETO ' BLT-NOSSO-NUM
                        DELIMITED BY SIZE INTO SORT-DOC-1
                 MOVE W-VALOR TO SORT-VALOR-1
                 MOVE BLT-VENC TO W-DATAUXI
                 PERFORM CONVERTE-DATA
                 IF CONTA-ATRASO-UTEIS
                    SET CONTAGEM-UTEIS TO TRUE
                 END-IF
                 PERFORM CLASSIFICA-ATRASO
                 SET CONTAGEM-UTEIS TO FALSE
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM.

       SELECIONA-FRETAMENTOS.
           | so o que ja foi faturado e divida do cliente; o
           | contratado ainda nao faturado nao entra no aging
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
              IF FRT-FATURADO
                 INITIALIZE SORT-REGISTR-1
                 MOVE 3 TO SORT-TIPO-1
                 MOVE FRT-CLIENTE TO SORT-NOME-1
                 STRING 'FRETAMENTO ' FRT-NUM
                        DELIMITED BY SIZE INTO SORT-DOC-1
                 SET FRT-COM-BOLETO TO FALSE
                 IF BLT-ATIVA
                    PERFORM SELECIONA-BOLETO-FRETAMENTO
                 END-IF
                 IF NOT FRT-COM-BOLETO
                    MOVE FRT-VALOR TO SORT-VALOR-1
                    IF FRT-DT-FAT NOT = 0
                       MOVE FRT-DT-FAT TO W-DATAUXI
                    ELSE
                       MOVE FRT-DT-FIM TO W-DATAUXI
                    END-IF
                    PERFORM CONVERTE-DATA
                    ADD W-PRAZO-FATURA TO W-DATA-J
                 END-IF
                 IF SORT-VALOR-1 > 0
                    PERFORM CLASSIFICA-ATRASO
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM.

       SELECIONA-BOLETO-FRETAMENTO.
           | com boleto emitido vale o vencimento e o que
           | falta pagar do boleto
           INITIALIZE BLT-REG-1
           SET BLT-FRETAMENTO TO TRUE
           MOVE FRT-NUM TO BLT-REF
           READ CBOLETO KEY IS BLT-ORIGEM
           IF NOT VAL-BLT
              EXIT PARAGRAPH
           END-IF
           SET FRT-COM-BOLETO TO TRUE
           MOVE 0 TO SORT-VALOR-1
           IF BLT-EM-ABERTO AND BLT-VALOR > BLT-VLR-PAGO
              COMPUTE SORT-VALOR-1 = BLT-VALOR - BLT-VLR-PAGO
              MOVE BLT-VENC TO W-DATAUXI
              PERFORM CONVERTE-DATA
           END-IF.

       SELECIONA-INTERLINE.
           | trecho que o parceiro nos deve e ainda nao entrou
           | no acerto mensal: vence no fim do mes da viagem
           | mais o prazo de faturas. O que devemos ao parceiro
           | so e compensado no acerto, nao abate aqui
           INITIALIZE INT-REG-1
           START CINTERLINE KEY >= INT-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CINTERLINE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-INT
                 EXIT PERFORM
              END-IF
              IF INT-NOS-DEVEM AND INT-EM-ABERTO AND INT-VALOR > 0
                 INITIALIZE SORT-REGISTR-1
                 MOVE 4 TO SORT-TIPO-1
                 MOVE INT-PARC TO SORT-ID-1
                 IF PARC-ATIVA
                    INITIALIZE PARC-REG-1
                    MOVE INT-PARC TO PARC-COD
                    READ CPARCEIRO
                    IF VAL-PARC
                       MOVE PARC-NOME TO SORT-NOME-1
                    END-IF
                 END-IF
                 MOVE INT-NMR-BIL TO W-NMR-EDIT
                 STRING W-NMR-EDIT '-' INT-SEQ
                        DELIMITED BY SIZE INTO SORT-DOC-1
                 MOVE INT-VALOR TO SORT-VALOR-1
                 MOVE INT-DATA TO W-DATAUXI
                 IF W-MESAUXI = 12
                    ADD 1 TO W-ANOAUXI
                    MOVE 1 TO W-MESAUXI
                 ELSE
                    ADD 1 TO W-MESAUXI
                 END-IF
                 MOVE 1 TO W-DIAAUXI
                 PERFORM CONVERTE-DATA
                 COMPUTE W-DATA-J = W-DATA-J - 1 + W-PRAZO-FATURA
                 PERFORM CLASSIFICA-ATRASO
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           MOVE 9 TO W-TIPO-ANT

           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                 EXIT PERFORM
              END-RETURN

              IF SORT-TIPO-1 NOT = W-TIPO-ANT
                 IF W-TIPO-ANT NOT = 9
                    PERFORM IMPRIME-DEVEDOR
                    PERFORM IMPRIME-TOTAL-TIPO
                 END-IF
                 MOVE SORT-TIPO-1 TO W-TIPO-ANT
                 MOVE SORT-NOME-1 TO W-NOME-ANT
                 MOVE SORT-ID-1   TO W-ID-ANT
                 PERFORM IMPRIME-TIPO
              ELSE
                 IF SORT-NOME-1 NOT = W-NOME-ANT
                    OR SORT-ID-1 NOT = W-ID-ANT
                    PERFORM IMPRIME-DEVEDOR
                    MOVE SORT-NOME-1 TO W-NOME-ANT
                    MOVE SORT-ID-1   TO W-ID-ANT
                 END-IF
              END-IF

              IF W-DETALHE-L = 'S' OR 's'
                 PERFORM IMPRIME-DOCUMENTO
              END-IF

              ADD SORT-VALOR-1 TO W-AC-DEV(SORT-FAIXA-1)
              ADD SORT-VALOR-1 TO W-AC-DEV(6)
              ADD 1 TO W-QTD-DOC
           END-PERFORM

           IF W-TIPO-ANT NOT = 9
              PERFORM IMPRIME-DEVEDOR
              PERFORM IMPRIME-TOTAL-TIPO
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LTT-DESC
           STRING 'TOTAL GERAL (' W-QTD-DOC ' DOCUMENTOS)'
                  DELIMITED BY SIZE INTO W-LTT-DESC
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
              MOVE W-AC-GER(W-IND) TO W-LTT-VLR(W-IND)
           END-PERFORM
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           ADD 2 TO W-CONTLIN.

       IMPRIME-TIPO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-TP-DESC(SORT-TIPO-1) TO W-LTP-DESC
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-TIPO AFTER 1
           ADD 2 TO W-CONTLIN.

       IMPRIME-DOCUMENTO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SORT-DOC-1   TO W-LT-DOC
           MOVE SORT-DVENC-1 TO W-LT-VENC
           MOVE SORT-DIAS-1  TO W-LT-DIAS
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
              MOVE 0 TO W-LT-VLR(W-IND)
           END-PERFORM
           MOVE SORT-VALOR-1 TO W-LT-VLR(SORT-FAIXA-1)
           MOVE SORT-VALOR-1 TO W-LT-VLR(6)
           WRITE PRINTF-R FROM W-LINHA-DOC AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-DEVEDOR.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LD-ID
           IF W-ID-ANT NOT = 0
              MOVE W-ID-ANT TO W-LD-ID
           END-IF
           MOVE W-NOME-ANT TO W-LD-NOME
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
              MOVE W-AC-DEV(W-IND) TO W-LD-VLR(W-IND)
              ADD W-AC-DEV(W-IND) TO W-AC-TIPO(W-IND)
              MOVE 0 TO W-AC-DEV(W-IND)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-DEV AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-TOTAL-TIPO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LTT-DESC
           STRING 'TOTAL ' W-TP-DESC(W-TIPO-ANT)
                  DELIMITED BY SIZE INTO W-LTT-DESC
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 6
              MOVE W-AC-TIPO(W-IND) TO W-LTT-VLR(W-IND)
              ADD W-AC-TIPO(W-IND) TO W-AC-GER(W-IND)
              MOVE 0 TO W-AC-TIPO(W-IND)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-PROVISAO.
           | provisao = saldo da faixa x percentual da faixa
           IF W-CONTLIN > 52
              MOVE 800 TO W-CONTLIN
              PERFORM TESTA-QUEBRA-PAGINA
           END-IF
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE 'PROVISAO PARA DEVEDORES DUVIDOSOS' TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-PDD-TIT AFTER 1
           ADD 3 TO W-CONTLIN

           MOVE 0 TO W-AC-PDD(6)
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 5
              COMPUTE W-AC-PDD(W-IND) ROUNDED =
                      W-AC-GER(W-IND) * W-FX-PERC(W-IND) / 100
              ADD W-AC-PDD(W-IND) TO W-AC-PDD(6)
              MOVE W-FX-DESC(W-IND)  TO W-LP-DESC
              MOVE W-AC-GER(W-IND)   TO W-LP-VLR
              MOVE W-FX-PERC(W-IND)  TO W-LP-PERC
              MOVE W-AC-PDD(W-IND)   TO W-LP-PDD
              WRITE PRINTF-R FROM W-LINHA-PDD AFTER 1
              ADD 1 TO W-CONTLIN
           END-PERFORM

           MOVE 'TOTAL'       TO W-LP-DESC
           MOVE W-AC-GER(6)   TO W-LP-VLR
           MOVE SPACES        TO W-LP-PERC-X
           MOVE W-AC-PDD(6)   TO W-LP-PDD
           WRITE PRINTF-R FROM W-LINHA-PDD AFTER 1
           ADD 1 TO W-CONTLIN.

       GERA-LANCAMENTOS-PDD.
           | um lancamento por faixa: despesa com PDD contra a
           | conta redutora de clientes
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 5
              IF W-AC-PDD(W-IND) > 0
                 INITIALIZE CTB-REG-1
                 MOVE 'L' TO CTB-TIPO-REG
                 MOVE W-DATA-BASE TO CTB-DATA
                 MOVE '4.1.06.001' TO CTB-CONTA-D
                 MOVE '1.1.09.001' TO CTB-CONTA-C
                 MOVE W-AC-PDD(W-IND) TO CTB-VALOR
                 MOVE SPACES TO CTB-HIST
                 STRING 'PROVISAO PDD - ' W-FX-DESC(W-IND)
                        DELIMITED BY SIZE INTO CTB-HIST
                 MOVE 'AGING' TO CTB-DOC
                 PERFORM GRAVA-LANCAMENTO
              END-IF
           END-PERFORM.

       GRAVA-LANCAMENTO.
           WRITE CTB-REG-1
           IF NOT VAL-CTB
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-LANC
           ADD CTB-VALOR TO W-HASH-TOTAL.

       GERA-TRAILER.
           INITIALIZE CTB-REG-1
           MOVE '9' TO CTB-TIPO-REG
           MOVE W-DATA-BASE TO CTB-DATA
           MOVE W-HASH-TOTAL TO CTB-VALOR
           MOVE 'TRAILER - HASH TOTAL' TO CTB-HIST
           MOVE SPACES TO CTB-DOC
           STRING 'QTD ' W-QTD-LANC DELIMITED BY SIZE INTO CTB-DOC
           WRITE CTB-REG-1
           IF NOT VAL-CTB
              PERFORM ERRO-ARQUIVO
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT-1 AFTER 1
              IF W-DETALHE-L = 'S' OR 's'
                 WRITE PRINTF-R FROM W-LINHA-TIT-2 AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
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

           MOVE W-DATA-BASE     TO W-C2-BASE
           MOVE W-PRAZO-FATURA  TO W-C2-FAT
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

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
              MOVE 'PRJ-AGING' TO ERRL-PROG
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
