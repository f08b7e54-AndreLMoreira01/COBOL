
           COPY "PRJ_BIL.SL".
           COPY "PRJ_CONTA.SL".
           COPY "PRJ_BLT.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_ENC.SL".
           COPY "PRJ_ENCE.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_CONTA.FD".
           COPY "PRJ_BLT.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_ENC.FD".
           COPY "PRJ_ENCE.FD".

       SD  SORTER.

       | origem 1 = bilhete, 2 = guia de encomenda; na guia
       | SORT-NOME-1 e o remetente
       01  SORT-REGISTR-1.
           03  SORT-CONTA-1           PIC 9(14).
           03  SORT-ORIGEM-1          PIC 9(01).
           03  SORT-DTVENDA-1         PIC 9(08).
           03  SORT-NMR-1             PIC 9(16).
           03  SORT-NOME-1            PIC X(60).
           03  SORT-TOT-1             PIC 9(05)V99.
           03  SORT-STATUS-1          PIC 9(01).
           03  SORT-DEST-1            PIC X(60).
           03  SORT-PESO-1            PIC 9(05)V99.

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  ST-BLT                PIC  X(02).
               88 VAL-BLT            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  ST-ENC                PIC  X(02).
               88 VAL-ENC            VALUE '00' THRU '09'.
           03  ST-EVT                PIC  X(02).
               88 VAL-EVT            VALUE '00' THRU '09'.
           03  W-ENC-ATIVA           PIC  X(01) VALUE 'N'.
               88 ENC-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-EVT-ATIVA           PIC  X(01) VALUE 'N'.
               88 EVT-ATIVA          VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATAVEN-I             PIC  9(08).
               05 W-DATABASE-I            PIC  9(08).
               05 W-PRAZO-FATURA          PIC  9(03) VALUE 30.
           | cidade da praca de cobranca/pagamento (PARAM 85):
           | vencimento cai no dia util dela; zero so considera
           | os feriados nacionais
               05 W-CID-PRACA             PIC  9(03) VALUE 0.

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-CONTA-ANT             PIC  9(14) VALUE 0.
               05 W-QTD-CONTA             PIC  9(07) VALUE 0.
               05 W-TOT-CONTA             PIC S9(10)V99 VALUE 0.
               05 W-ORIGEM-ANT            PIC  9(01) VALUE 0.
               05 W-QTD-ENC               PIC  9(07) VALUE 0.
               05 W-TOT-ENC               PIC S9(10)V99 VALUE 0.
               05 W-TOT-GERAL             PIC S9(10)V99 VALUE 0.

               05 W-LINHA-BIL.
                  07 W-LB-TOT  PIC Z(5)9,99.
                  07 W-LB-OBS  PIC X(12).

               05 W-LINHA-ENC-TIT.
                  07 FILLER    PIC X(40) VALUE
                     'ENCOMENDAS FATURADAS NA CONTA'.
               05 W-LINHA-ENC-TIT-2.
                  07 FILLER    PIC X(40) VALUE
                     'GUIA        DATA       REMETENTE'.
                  07 FILLER    PIC X(40) VALUE
                     '              DESTINATARIO'.
                  07 FILLER    PIC X(40) VALUE
                     '      PESO KG     FRETE'.

               05 W-LINHA-ENC.
                  07 W-LE-NMR  PIC 9(10)BB.
                  07 W-LE-DATA PIC 99/99/9999B.
                  07 W-LE-REM  PIC X(30)B.
                  07 W-LE-DEST PIC X(30)B.
                  07 W-LE-PESO PIC ZZZZ9,99BB.
                  07 W-LE-FRT  PIC ZZZZ9,99.

               05 W-LINHA-OCOR.
                  07 FILLER    PIC X(12) VALUE SPACES.
                  07 FILLER    PIC X(13) VALUE 'OCORRENCIA - '.
                  07 W-LO-DATA PIC 99/99/9999B.
                  07 FILLER    PIC X(23) VALUE
                     'TENTATIVA DE ENTREGA: '.
                  07 W-LO-OBS  PIC X(40).

               05 W-LINHA-TOT-ENC.
                  07 FILLER    PIC X(20) VALUE 'ENCOMENDAS:       R$'.
                  07 W-LTE-TOT PIC -(8)9,99.
                  07 FILLER    PIC X(15) VALUE '   GUIAS:     '.
                  07 W-LTE-QTD PIC ZZZZZZ9.

               05 W-LINHA-CONTA.
                  07 FILLER    PIC X(07) VALUE 'CNPJ: '.
                  07 W-LC-CNPJ PIC 9(14).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

           COPY "PRJ_DUT.CPY".

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CBOLETO
           IF ST-BLT = '35'
              OPEN OUTPUT CBOLETO
              CLOSE CBOLETO
              OPEN I-O CBOLETO.
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CENCOM
           IF ST-ENC = '35'
              SET ENC-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ENC
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ENC-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CENCEVT
           IF ST-EVT = '35'
              SET EVT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-EVT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET EVT-ATIVA TO TRUE
           END-IF.

           PERFORM BUSCA-PARAMETROS

           MOVE W-DATAINI-L TO W-DATAINI-I
           IF W-DATAFIN-L = 0
              MOVE 99999999 TO W-DATAFIN-I
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-CONTA-1 SORT-ORIGEM-1
                                     SORT-DTVENDA-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CCONTA CBOLETO CSEQ.
           IF ENC-ATIVA
              CLOSE CENCOM.
           IF EVT-ATIVA
              CLOSE CENCEVT.
           CANCEL "PRJ_DIA_UTIL"
           CANCEL SORT.
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

           CLOSE CPARAM.

       INPUTPROCE.
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 IF W-DATAVEN-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    INITIALIZE SORT-REGISTR-1
                    MOVE BIL-CONTA    TO SORT-CONTA-1
                    MOVE 1            TO SORT-ORIGEM-1
                    MOVE BIL-DT-VENDA TO SORT-DTVENDA-1
                    MOVE BIL-NMR      TO SORT-NMR-1
                    MOVE BIL-NOME     TO SORT-NOME-1
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM

           IF ENC-ATIVA
              PERFORM SELECIONA-ENCOMENDAS
           END-IF.

       SELECIONA-ENCOMENDAS.
           | guias com frete faturado na conta, pela data de
           | registro; saem na fatura depois das passagens
           PERFORM UNTIL 1 = 2
              READ CENCOM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ENC
                 PERFORM ERRO-ARQUIVO
              END-IF

              | guia gravada antes deste campo existir vem
              | com lixo na cauda do registro
              IF ENC-CONTA NOT NUMERIC
                 MOVE 0 TO ENC-CONTA
              END-IF
              IF ENC-CONTA NOT = 0
                 MOVE ENC-DT-INC TO W-DATAUXI
                 COMPUTE W-DATAVEN-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-DATAVEN-I >= W-DATAINI-I AND <= W-DATAFIN-I
                    INITIALIZE SORT-REGISTR-1
                    MOVE ENC-CONTA        TO SORT-CONTA-1
                    MOVE 2                TO SORT-ORIGEM-1
                    MOVE ENC-DT-INC       TO SORT-DTVENDA-1
                    MOVE ENC-NMR          TO SORT-NMR-1
                    MOVE ENC-REMETENTE    TO SORT-NOME-1
                    MOVE ENC-FRETE        TO SORT-TOT-1
                    MOVE ENC-STATUS       TO SORT-STATUS-1
                    MOVE ENC-DESTINATARIO TO SORT-DEST-1
                    MOVE ENC-PESO         TO SORT-PESO-1
                    RELEASE SORT-REGISTR-1
                 END-IF
              END-IF
           END-PERFORM.

       OUTPUTPROC.
                 PERFORM ABRE-FATURA
              END-IF

              IF SORT-ORIGEM-1 = 2
                 PERFORM LINHA-ENCOMENDA
              ELSE
                 PERFORM LINHA-FATURA
              END-IF
           END-PERFORM

           IF W-CONTA-ANT NOT = 0
           WRITE PRINTF-R FROM W-LINHA-CONTA AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN
           MOVE 0 TO W-ORIGEM-ANT.

       LINHA-ENCOMENDA.
           | as guias vem num bloco proprio, separadas das
           | passagens, com as tentativas de entrega frustradas
           | do ENCEVT.ARQ logo abaixo de cada guia
           IF W-ORIGEM-ANT NOT = 2
              IF W-CONTLIN > 58
                 MOVE 800 TO W-CONTLIN
              END-IF
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              WRITE PRINTF-R FROM W-LINHA-ENC-TIT AFTER 1
              WRITE PRINTF-R FROM W-LINHA-ENC-TIT-2 AFTER 1
              ADD 3 TO W-CONTLIN
              MOVE 2 TO W-ORIGEM-ANT
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SORT-NMR-1     TO W-LE-NMR
           MOVE SORT-DTVENDA-1 TO W-LE-DATA
           MOVE SORT-NOME-1    TO W-LE-REM
           MOVE SORT-DEST-1    TO W-LE-DEST
           MOVE SORT-PESO-1    TO W-LE-PESO
           MOVE SORT-TOT-1     TO W-LE-FRT
           WRITE PRINTF-R FROM W-LINHA-ENC AFTER 1
           ADD 1 TO W-CONTLIN

           ADD SORT-TOT-1 TO W-TOT-ENC W-TOT-CONTA
           ADD 1 TO W-QTD-ENC

           IF EVT-ATIVA
              PERFORM LISTA-OCORRENCIAS-GUIA
           END-IF.

       LISTA-OCORRENCIAS-GUIA.
           INITIALIZE EVT-REG-1
           MOVE SORT-NMR-1 TO EVT-NMR
           START CENCEVT KEY >= EVT-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CENCEVT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-EVT
                 EXIT PERFORM
              END-IF
              IF EVT-NMR NOT = SORT-NMR-1
                 EXIT PERFORM
              END-IF
              IF EVT-TENTATIVA
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE EVT-DIA TO W-LO-DATA
                 MOVE EVT-OBS TO W-LO-OBS
                 WRITE PRINTF-R FROM W-LINHA-OCOR AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       LINHA-FATURA.
           PERFORM TESTA-QUEBRA-PAGINA

       FECHA-FATURA.
           PERFORM TESTA-QUEBRA-PAGINA
           IF W-QTD-ENC > 0
              MOVE W-TOT-ENC TO W-LTE-TOT
              MOVE W-QTD-ENC TO W-LTE-QTD
              WRITE PRINTF-R FROM W-LINHA-TOT-ENC AFTER 2
              ADD 2 TO W-CONTLIN
           END-IF
           MOVE W-TOT-CONTA TO W-LT-TOT
           MOVE W-QTD-CONTA TO W-LT-QTD
           WRITE PRINTF-R FROM W-LINHA-TOT-CONTA AFTER 2

           ADD W-TOT-CONTA TO W-TOT-GERAL

           | a fatura fecha o ciclo e gera o boleto de cobranca
           | (registrado no banco pelo PRJ-CNAB-COB-REM-LOTE);
           | o valor continua no saldo da conta, contando no
           | teste de limite, ate o retorno do banco baixar o
           | pagamento (PRJ-CNAB-COB-RET-LOTE); o boleto so e
           | gerado uma vez por periodo - reexecutar o lote
           | (2a via da fatura) reimprime sem gerar outro
           INITIALIZE CONTA-REG-1
           MOVE W-CONTA-ANT TO CONTA-CNPJ
           READ CCONTA
              END-IF
              IF W-TOT-CONTA > 0
                 AND W-DATAFIN-I > CONTA-ULT-FATURA
                 IF W-DATAFIN-I = 99999999
                    | faixa em aberto: carimba o dia da
                    | execucao para nao travar baixas futuras
                 IF NOT VAL-CONTA
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 PERFORM GERA-BOLETO
              END-IF
           END-IF

           INITIALIZE W-QTD-CONTA W-TOT-CONTA W-QTD-ENC W-TOT-ENC.

       GERA-BOLETO.
           | vencimento no prazo de faturas (PARAM 53, default
           | 30 dias) contado do fim do periodo faturado
           MOVE CONTA-ULT-FATURA TO W-DATABASE-I
           COMPUTE W-DATAVEN-I = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(W-DATABASE-I) +
                   W-PRAZO-FATURA)

           | vencimento que cai em fim de semana ou feriado vai
           | para o dia util seguinte
           INITIALIZE AREA-DIA-UTIL
           SET DUT-PROXIMO-UTIL TO TRUE
           MOVE W-CID-PRACA TO DUT-CID
           MOVE W-DATAVEN-I TO DUT-DATA-I
           CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
           MOVE DUT-DATA-I TO W-DATAVEN-I

           INITIALIZE SEQ-REG-1
           MOVE 'BOLETO' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'BOLETO' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           REWRITE SEQ-REG-1

           INITIALIZE BLT-REG-1
           MOVE SEQ-ULTIMO    TO BLT-NOSSO-NUM
           SET BLT-FATURA     TO TRUE
           MOVE CONTA-CNPJ    TO BLT-REF
           MOVE W-DATABASE-I  TO BLT-PERIODO
           MOVE CONTA-RAZAO   TO BLT-SACADO
           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE BLT-EMISSAO = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE BLT-EMISSAO   TO BLT-DT-INC
           MOVE W-DATAVEN-I   TO W-DATAUXI
           COMPUTE BLT-VENC = W-ANOAUXI-I +
                              W-MESAUXI-I * 10000 +
                              W-DIAAUXI-I * 1000000
           MOVE W-TOT-CONTA   TO BLT-VALOR
           SET BLT-A-REGISTRAR TO TRUE
           MOVE W-LOGIN-L     TO BLT-USU
           WRITE BLT-REG-1
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62
