       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-BORDO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_EMP.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_AGR.SL".
           COPY "PRJ_FECH.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_ITI.SL".
           COPY "PRJ_CXM.SL".
           COPY "PRJ_SUS.SL".

           SELECT BORDO ASSIGN TO W-ENTRADA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-BRD.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_EMP.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_AGR.FD".
           COPY "PRJ_FECH.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_ITI.FD".
           COPY "PRJ_CXM.FD".
           COPY "PRJ_SUS.FD".

       FD  BORDO
           LABEL RECORD STANDARD.
       01  BRD-REG-1.
           03 BRD-TIPO                   PIC 9(01).
              88 BRD-VENDA               VALUE 1.
              88 BRD-FECHAMENTO          VALUE 9.
           03 BRD-EQP                    PIC X(08).
           03 BRD-COBRADOR               PIC X(10).
           03 BRD-FRO                    PIC 9(03).
           03 BRD-DATA                   PIC 9(08).
           03 BRD-VIA                    PIC 9(01).
           03 FILLER                     PIC X(30).
       01  BRD-REG-VENDA REDEFINES BRD-REG-1.
           03 FILLER                     PIC X(31).
           03 BRD-SEQ                    PIC 9(06).
           03 BRD-ORI                    PIC 9(03).
           03 BRD-DES                    PIC 9(03).
           03 BRD-VALOR                  PIC 9(05)V99.
           03 BRD-HORA                   PIC 9(04).
           03 FILLER                     PIC X(07).
       01  BRD-REG-FECHAMENTO REDEFINES BRD-REG-1.
           03 FILLER                     PIC X(31).
           03 BRD-QTD                    PIC 9(06).
           03 BRD-TOTAL                  PIC 9(07)V99.
           03 FILLER                     PIC X(15).

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
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-EMP                PIC  X(02).
               88 VAL-EMP            VALUE '00' THRU '09'.
           03  W-EMP-ATIVA           PIC  X(01) VALUE 'N'.
               88 EMP-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-AGR                PIC  X(02).
               88 VAL-AGR            VALUE '00' THRU '09'.
           03  ST-FECH               PIC  X(02).
               88 VAL-FECH           VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-ITI                PIC  X(02).
               88 VAL-ITI            VALUE '00' THRU '09'.
           03  ST-CXM                PIC  X(02).
               88 VAL-CXM            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-BRD                PIC  X(02).
               88 VAL-BRD            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 EM-REPROCESSO      VALUE 'S' FALSE ' '.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 TEM-FECHDIA        VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 TEM-ITINER         VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 TEM-CAIXAMOV       VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 CIDADE-NO-ITINERARIO VALUE 'S' FALSE 'N'.

           03  W-ENTRADA-DEVICE      PIC  X(150) VALUE 'BORDO.ARQ'.
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

               05 W-NMR-NOVO              PIC  9(16).
               05 W-NUM-FISCAL            PIC  9(09).
               05 W-SERIE-FISCAL          PIC  X(03) VALUE '001'.
               05 W-SEQ-FISCAL-CH         PIC  X(10).

               05 W-SEQ-EQP-CH            PIC  X(10).
               05 W-SEQ-ULT               PIC  9(16).
               05 W-SEQ-DE                PIC  9(06).
               05 W-SEQ-ATE               PIC  9(06).

               05 W-CID-TESTE             PIC  9(03).
               05 W-KM-TESTE              PIC  9(04).
               05 W-KM-ORI                PIC  9(04).
               05 W-KM-DES                PIC  9(04).

               05 W-COD-REJ               PIC  X(02).
               05 W-MSG-REJ               PIC  X(40).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-LIDOS             PIC  9(07) VALUE 0.
               05 W-QTD-ACEITOS           PIC  9(07) VALUE 0.
               05 W-QTD-REJEITADOS        PIC  9(07) VALUE 0.
               05 W-QTD-DUPLICADOS        PIC  9(07) VALUE 0.
               05 W-QTD-LACUNAS           PIC  9(07) VALUE 0.
               05 W-TOT-ACEITOS           PIC  9(09)V99 VALUE 0.

           | totais da viagem corrente para conferir com o
           | registro de fechamento que o validador grava
           03  W-VIAGEM-CORRENTE.
               05 W-VC-EQP                PIC  X(08).
               05 W-VC-FRO                PIC  9(03).
               05 W-VC-DATA               PIC  9(08).
               05 W-VC-VIA                PIC  9(01).
           03  W-VC-QTD                   PIC  9(06) VALUE 0.
           03  W-VC-TOT                   PIC  9(07)V99 VALUE 0.

           | cobrador/dia tocados pela carga: confronto da
           | venda embarcada com o dinheiro entregue no caixa
           03  W-QTD-COB                  PIC  9(03) VALUE 0.
           03  W-IND                      PIC  9(03).
           03  W-TAB-COB.
               05 W-TC-ITEM OCCURS 200.
                  07 W-TC-COBRADOR        PIC  X(10).
                  07 W-TC-DATA            PIC  9(08).
                  07 W-TC-QTD             PIC  9(06).
                  07 W-TC-VENDIDO         PIC  9(07)V99.
                  07 W-TC-ENTREGUE        PIC  9(07)V99.
           03  W-DIF-COB                  PIC S9(07)V99.

           03  W-LINHA-1.
               05 W-L1-EQP  PIC X(08)B.
               05 W-L1-FRO  PIC 9(03)B.
               05 W-L1-DATA PIC 99/99/9999B.
               05 W-L1-VIA  PIC 9(01)B.
               05 W-L1-SEQ  PIC 9(06)B(2).
               05 W-L1-SIT  PIC X(10).
               05 W-L1-COD  PIC X(02)B(2).
               05 W-L1-MSG  PIC X(40).
               05 FILLER    PIC X(05) VALUE ' BIL '.
               05 W-L1-NMR  PIC 9(16).

           03  W-LINHA-COB.
               05 W-LC-COBRADOR PIC X(10)B.
               05 W-LC-NOME     PIC X(30)B.
               05 W-LC-DATA     PIC 99/99/9999B(2).
               05 W-LC-QTD      PIC ZZZZZ9B(2).
               05 W-LC-VENDIDO  PIC Z(6)9,99B(2).
               05 W-LC-ENTREGUE PIC Z(6)9,99B(2).
               05 W-LC-DIF      PIC Z(6)9,99-.
               05 FILLER        PIC X(02) VALUE SPACES.
               05 W-LC-SIT      PIC X(08).

           03  W-CAB-COB.
               05 FILLER    PIC X(42) VALUE
                  'COBRADOR   NOME'.
               05 FILLER    PIC X(12) VALUE 'DIA'.
               05 FILLER    PIC X(08) VALUE 'QTD'.
               05 FILLER    PIC X(12) VALUE '   VENDIDO'.
               05 FILLER    PIC X(12) VALUE '  ENTREGUE'.
               05 FILLER    PIC X(13) VALUE '  DIFERENCA'.

           03  W-LINHA-RESUMO-1.
               05 FILLER    PIC X(32) VALUE
                  'VENDAS LIDAS.................: '.
               05 W-R1-TOT  PIC ZZZZZZ9.
           03  W-LINHA-RESUMO-2.
               05 FILLER    PIC X(32) VALUE
                  'VENDAS CARREGADAS............: '.
               05 W-R2-TOT  PIC ZZZZZZ9.
               05 FILLER    PIC X(06) VALUE '  R$ '.
               05 W-R2-VLR  PIC Z(8)9,99.
           03  W-LINHA-RESUMO-3.
               05 FILLER    PIC X(32) VALUE
                  'VENDAS REJEITADAS............: '.
               05 W-R3-TOT  PIC ZZZZZZ9.
           03  W-LINHA-RESUMO-4.
               05 FILLER    PIC X(32) VALUE
                  'SEQUENCIAS DUPLICADAS........: '.
               05 W-R4-TOT  PIC ZZZZZZ9.
           03  W-LINHA-RESUMO-5.
               05 FILLER    PIC X(32) VALUE
                  'LACUNAS NA SEQUENCIA.........: '.
               05 W-R5-TOT  PIC ZZZZZZ9.

           03  W-CAB-1.
               05 FILLER               PIC  X(74) VALUE
                  'CARGA DA VENDA EMBARCADA (VALIDADOR DO COBRADOR)'.
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
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-ARQ-ENTRADA-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | carrega o arquivo de fim de viagem do validador
           | do cobrador (venda embarcada em dinheiro nas
           | linhas do suburbano): cada venda vira bilhete pela
           | numeracao do SEQ.ARQ e entra no agregado, como a
           | venda do guiche; a sequencia do validador e
           | controlada por equipamento (SEQ.ARQ chave 'BD' +
           | equipamento) para acusar lacuna e duplicidade; no
           | fim confronta o vendido por cobrador/dia com a
           | prestacao entregue no caixa (PRJ-CAIXA-MOV tipo 4)
           |
           | o bilhete embarcado nao tem CPF nem poltrona:
           | BIL-CLI leva a sequencia do validador e BIL-POL
           | fica zero, o que mantem a chave unica sem colidir
           | com bilhete de poltrona (sempre >= 1)

           OPEN I-O CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CEMPRESA
           IF ST-EMP = '35'
              SET EMP-ATIVA TO FALSE
           ELSE
              IF NOT VAL-EMP
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET EMP-ATIVA TO TRUE
           END-IF.

           OPEN I-O CSEQ
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CAGREG
           IF ST-AGR = '35'
              OPEN OUTPUT CAGREG
              CLOSE CAGREG
              OPEN I-O CAGREG.
           IF NOT VAL-AGR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFECHDIA
           IF ST-FECH = '35'
              SET TEM-FECHDIA TO FALSE
           ELSE
              IF VAL-FECH
                 SET TEM-FECHDIA TO TRUE
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

           OPEN INPUT CITINER
           IF ST-ITI = '35'
              SET TEM-ITINER TO FALSE
           ELSE
              IF VAL-ITI
                 SET TEM-ITINER TO TRUE
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

           OPEN INPUT CCAIXAMOV
           IF ST-CXM = '35'
              SET TEM-CAIXAMOV TO FALSE
           ELSE
              IF VAL-CXM
                 SET TEM-CAIXAMOV TO TRUE
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

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

           INITIALIZE W-NROPAGI W-VIAGEM-CORRENTE
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM REPROCESSA-SUSPENSE
           PERFORM CARREGA-VALIDADOR
           PERFORM IMPRIME-RESUMO
           PERFORM CONFRONTA-COBRADORES
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CFROTA CSEQ CAGREG CVIAGEM CMOTORISTA
                 CSUSPENSE.
           IF EMP-ATIVA
              CLOSE CEMPRESA.
           IF TEM-FECHDIA
              CLOSE CFECHDIA.
           IF TEM-ITINER
              CLOSE CITINER.
           IF TEM-CAIXAMOV
              CLOSE CCAIXAMOV.
           EXIT PROGRAM
           STOP RUN.

       CARREGA-VALIDADOR.
           OPEN INPUT BORDO
           IF ST-BRD = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BRD
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM UNTIL NOT VAL-BRD
              READ BORDO AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BRD
                 EXIT PERFORM
              END-IF

              IF BRD-EQP NOT = W-VC-EQP OR BRD-FRO NOT = W-VC-FRO
                 OR BRD-DATA NOT = W-VC-DATA
                 OR BRD-VIA NOT = W-VC-VIA
                 MOVE BRD-EQP  TO W-VC-EQP
                 MOVE BRD-FRO  TO W-VC-FRO
                 MOVE BRD-DATA TO W-VC-DATA
                 MOVE BRD-VIA  TO W-VC-VIA
                 MOVE 0 TO W-VC-QTD W-VC-TOT
              END-IF

              EVALUATE TRUE
                 WHEN BRD-VENDA
                    ADD 1 TO W-QTD-LIDOS W-VC-QTD
                    ADD BRD-VALOR TO W-VC-TOT
                    PERFORM PROCESSA-VENDA
                 WHEN BRD-FECHAMENTO
                    PERFORM CONFERE-FECHAMENTO
              END-EVALUATE
           END-PERFORM

           CLOSE BORDO.

       PROCESSA-VENDA.
           MOVE SPACES TO W-COD-REJ W-MSG-REJ
           PERFORM REGISTRA-COBRADOR

           IF NOT EM-REPROCESSO
              PERFORM TESTA-SEQUENCIA
              IF W-COD-REJ NOT = SPACES
                 ADD 1 TO W-QTD-DUPLICADOS
                 MOVE 'DUPLICADO ' TO W-L1-SIT
                 MOVE W-COD-REJ TO W-L1-COD
                 MOVE W-MSG-REJ TO W-L1-MSG
                 MOVE 0 TO W-L1-NMR
                 PERFORM IMPRIME-VENDA
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM VALIDA-VENDA

           IF W-COD-REJ NOT = SPACES
              PERFORM REJEITA-VENDA
              EXIT PARAGRAPH
           END-IF

           PERFORM PROXIMO-NUMERO-BILHETE
           PERFORM PROXIMO-NUM-FISCAL

           INITIALIZE BIL-REG-1
           MOVE BRD-SEQ    TO BIL-CLI
           MOVE BRD-FRO    TO BIL-FRO
           MOVE BRD-DATA   TO BIL-DATA
           MOVE BRD-VIA    TO BIL-VIA
           MOVE 1          TO BIL-TIPO
           MOVE 0          TO BIL-POL
           MOVE W-NMR-NOVO TO BIL-NMR
           MOVE BRD-VALOR  TO BIL-TOT
           MOVE BRD-DATA   TO BIL-DT-VENDA
           COMPUTE BIL-HORA = BRD-HORA * 10000
           MOVE BRD-COBRADOR TO BIL-USU
           MOVE 'VENDA EMBARCADA' TO BIL-NOME
           MOVE W-NUM-FISCAL TO BIL-NUM-FISCAL
           MOVE W-SERIE-FISCAL TO BIL-SERIE-FISCAL
           SET BIL-EMBARCADO TO TRUE
           MOVE MOT-FILIAL TO BIL-FILIAL
           SET BIL-TD-DINHEIRO TO TRUE
           MOVE BRD-ORI    TO BIL-ORI
           MOVE BRD-DES    TO BIL-DES
           MOVE W-KM-ORI   TO BIL-KM-ORI
           MOVE W-KM-DES   TO BIL-KM-DES
           SET BIL-VENDA-BORDO TO TRUE
           MOVE BRD-EQP    TO BIL-BORDO-EQP
           MOVE BRD-SEQ    TO BIL-BORDO-SEQ
           WRITE BIL-REG-1
           IF ST-BIL = '22'
              MOVE '09' TO W-COD-REJ
              MOVE 'SEQUENCIA JA CARREGADA NESTA VIAGEM'
                   TO W-MSG-REJ
              PERFORM REJEITA-VENDA
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ATUALIZA-AGREGADO-VENDA

           ADD 1 TO W-QTD-ACEITOS
           ADD BIL-TOT TO W-TOT-ACEITOS

           MOVE 'CARREGADO ' TO W-L1-SIT
           MOVE '00' TO W-L1-COD
           MOVE SPACES TO W-L1-MSG
           MOVE W-NMR-NOVO TO W-L1-NMR
           PERFORM IMPRIME-VENDA.

       REJEITA-VENDA.
           ADD 1 TO W-QTD-REJEITADOS
           MOVE 'REJEITADO ' TO W-L1-SIT
           MOVE W-COD-REJ TO W-L1-COD
           MOVE W-MSG-REJ TO W-L1-MSG
           MOVE 0 TO W-L1-NMR
           PERFORM IMPRIME-VENDA
           IF NOT EM-REPROCESSO
              PERFORM GRAVA-SUSPENSE
           END-IF.

       TESTA-SEQUENCIA.
           | a sequencia do validador e continua por
           | equipamento: numero ja visto e reenvio, salto
           | acusa venda que nao chegou (o lote segue)
           MOVE SPACES TO W-SEQ-EQP-CH
           STRING 'BD' BRD-EQP DELIMITED BY SIZE
                  INTO W-SEQ-EQP-CH
           INITIALIZE SEQ-REG-1
           MOVE W-SEQ-EQP-CH TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE W-SEQ-EQP-CH TO SEQ-CHAVE
              MOVE BRD-SEQ TO SEQ-ULTIMO
              WRITE SEQ-REG-1
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE SEQ-ULTIMO TO W-SEQ-ULT
           IF BRD-SEQ NOT > W-SEQ-ULT
              MOVE '13' TO W-COD-REJ
              MOVE 'SEQUENCIA DUPLICADA NO VALIDADOR'
                   TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF

           IF BRD-SEQ > W-SEQ-ULT + 1
              ADD 1 TO W-QTD-LACUNAS
              COMPUTE W-SEQ-DE  = W-SEQ-ULT + 1
              COMPUTE W-SEQ-ATE = BRD-SEQ - 1
              MOVE 'LACUNA    ' TO W-L1-SIT
              MOVE '14' TO W-L1-COD
              MOVE SPACES TO W-L1-MSG
              STRING 'VENDAS ' W-SEQ-DE ' A ' W-SEQ-ATE
                     ' NAO RECEBIDAS' DELIMITED BY SIZE
                     INTO W-L1-MSG
              MOVE 0 TO W-L1-NMR
              PERFORM IMPRIME-VENDA
           END-IF

           MOVE BRD-SEQ TO SEQ-ULTIMO
           REWRITE SEQ-REG-1
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO
           END-IF.

       VALIDA-VENDA.
           IF BRD-SEQ = 0 OR BRD-VALOR = 0
              OR BRD-COBRADOR = SPACES
              MOVE '08' TO W-COD-REJ
              MOVE 'DADOS DA VENDA INCOMPLETOS' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FRO-REG-1
           MOVE BRD-FRO TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              MOVE '01' TO W-COD-REJ
              MOVE 'FROTA INEXISTENTE' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF

           INITIALIZE VIA-REG-1
           MOVE BRD-FRO  TO VIA-FRO
           MOVE BRD-DATA TO VIA-DATA
           MOVE BRD-VIA  TO VIA-NUM
           READ CVIAGEM
           IF NOT VAL-VIA
              MOVE '03' TO W-COD-REJ
              MOVE 'PARTIDA INEXISTENTE' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF
           IF VIA-CANCELADA
              MOVE '03' TO W-COD-REJ
              MOVE 'PARTIDA CANCELADA' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MOT-REG-1
           MOVE BRD-COBRADOR TO MOT-ID
           READ CMOTORISTA
           IF NOT VAL-MOT OR NOT MOT-COBRADOR
              MOVE '11' TO W-COD-REJ
              MOVE 'COBRADOR NAO CADASTRADO' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF

           | a venda embarcada e movimento do dia da viagem:
           | dia ja fechado nao recebe bilhete novo
           IF TEM-FECHDIA
              INITIALIZE FECH-REG-1
              MOVE BRD-DATA TO FECH-DATA
              READ CFECHDIA
              IF VAL-FECH AND FECH-FECHADO
                 MOVE '04' TO W-COD-REJ
                 MOVE 'DIA DE MOVIMENTO FECHADO' TO W-MSG-REJ
                 EXIT PARAGRAPH
              END-IF
           END-IF

           | embarque e desembarque em marcos de km do
           | itinerario; sem trecho vale a linha inteira
           MOVE 0    TO W-KM-ORI
           MOVE 9999 TO W-KM-DES
           IF BRD-ORI = 0 AND BRD-DES = 0
              EXIT PARAGRAPH
           END-IF
           IF NOT TEM-ITINER
              EXIT PARAGRAPH
           END-IF
           MOVE BRD-ORI TO W-CID-TESTE
           PERFORM BUSCA-KM-ITINERARIO
           IF NOT CIDADE-NO-ITINERARIO
              MOVE '12' TO W-COD-REJ
              MOVE 'EMBARQUE FORA DO ITINERARIO' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF
           MOVE W-KM-TESTE TO W-KM-ORI
           MOVE BRD-DES TO W-CID-TESTE
           PERFORM BUSCA-KM-ITINERARIO
           IF NOT CIDADE-NO-ITINERARIO
              MOVE '12' TO W-COD-REJ
              MOVE 'DESEMBARQUE FORA DO ITINERARIO' TO W-MSG-REJ
              EXIT PARAGRAPH
           END-IF
           MOVE W-KM-TESTE TO W-KM-DES
           IF W-KM-DES NOT > W-KM-ORI
              MOVE '12' TO W-COD-REJ
              MOVE 'TRECHO INVERTIDO NO ITINERARIO' TO W-MSG-REJ
           END-IF.

       BUSCA-KM-ITINERARIO.
           SET CIDADE-NO-ITINERARIO TO FALSE
           MOVE 0 TO W-KM-TESTE

           INITIALIZE ITI-REG-1
           MOVE BRD-FRO TO ITI-FRO
           START CITINER KEY >= ITI-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CITINER NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ITI
                 EXIT PERFORM
              END-IF
              IF ITI-FRO NOT = BRD-FRO
                 EXIT PERFORM
              END-IF
              IF ITI-CID = W-CID-TESTE
                 SET CIDADE-NO-ITINERARIO TO TRUE
                 MOVE ITI-KM TO W-KM-TESTE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       CONFERE-FECHAMENTO.
           | o validador fecha a viagem com quantidade e
           | valor; diferenca indica venda perdida na carga
           MOVE 0 TO W-L1-SEQ W-L1-NMR
           IF BRD-QTD = W-VC-QTD AND BRD-TOTAL = W-VC-TOT
              MOVE 'FECHAMENTO' TO W-L1-SIT
              MOVE '00' TO W-L1-COD
              MOVE 'FECHAMENTO DO VALIDADOR CONFERE' TO W-L1-MSG
           ELSE
              MOVE 'FECHAMENTO' TO W-L1-SIT
              MOVE '15' TO W-L1-COD
              MOVE 'FECHAMENTO DO VALIDADOR DIVERGE DA CARGA'
                   TO W-L1-MSG
           END-IF
           PERFORM IMPRIME-LINHA.

       REGISTRA-COBRADOR.
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-COB
              IF W-TC-COBRADOR(W-IND) = BRD-COBRADOR
                 AND W-TC-DATA(W-IND) = BRD-DATA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IND > W-QTD-COB AND W-QTD-COB < 200
              ADD 1 TO W-QTD-COB
              MOVE BRD-COBRADOR TO W-TC-COBRADOR(W-QTD-COB)
              MOVE BRD-DATA     TO W-TC-DATA(W-QTD-COB)
              MOVE 0 TO W-TC-QTD(W-QTD-COB)
                        W-TC-VENDIDO(W-QTD-COB)
                        W-TC-ENTREGUE(W-QTD-COB)
           END-IF.

       CONFRONTA-COBRADORES.
           | soma tudo o que o cobrador vendeu embarcado no dia
           | (cargas anteriores inclusive) e confronta com as
           | prestacoes do caixa abertas naquele dia
           IF W-QTD-COB = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF BIL-BORDO NUMERIC AND BIL-VENDA-BORDO
                 AND NOT BIL-CANCELADO
                 PERFORM VARYING W-IND FROM 1 BY 1
                         UNTIL W-IND > W-QTD-COB
                    IF W-TC-COBRADOR(W-IND) = BIL-USU
                       AND W-TC-DATA(W-IND) = BIL-DATA
                       ADD 1 TO W-TC-QTD(W-IND)
                       ADD BIL-TOT TO W-TC-VENDIDO(W-IND)
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM

           IF TEM-CAIXAMOV
              INITIALIZE CXM-REG-1
              START CCAIXAMOV KEY >= CXM-CHAVE
                 INVALID KEY CONTINUE
              END-START
              PERFORM UNTIL NOT VAL-CXM
                 READ CCAIXAMOV NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-CXM
                    EXIT PERFORM
                 END-IF
                 IF CXM-PRESTACAO-COB
                    PERFORM VARYING W-IND FROM 1 BY 1
                            UNTIL W-IND > W-QTD-COB
                       IF W-TC-COBRADOR(W-IND) = CXM-COBRADOR
                          AND W-TC-DATA(W-IND) = CXM-DATA
                          ADD CXM-VALOR TO W-TC-ENTREGUE(W-IND)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              END-PERFORM
           END-IF

           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-CAB-COB AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN

           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-COB
              PERFORM IMPRIME-COBRADOR
           END-PERFORM.

       IMPRIME-COBRADOR.
           PERFORM TESTA-QUEBRA-PAGINA

           INITIALIZE MOT-REG-1
           MOVE W-TC-COBRADOR(W-IND) TO MOT-ID
           READ CMOTORISTA
           IF NOT VAL-MOT
              MOVE SPACES TO MOT-NOME
           END-IF

           COMPUTE W-DIF-COB = W-TC-ENTREGUE(W-IND)
                             - W-TC-VENDIDO(W-IND)
           MOVE W-TC-COBRADOR(W-IND) TO W-LC-COBRADOR
           MOVE MOT-NOME             TO W-LC-NOME
           MOVE W-TC-DATA(W-IND)     TO W-LC-DATA
           MOVE W-TC-QTD(W-IND)      TO W-LC-QTD
           MOVE W-TC-VENDIDO(W-IND)  TO W-LC-VENDIDO
           MOVE W-TC-ENTREGUE(W-IND) TO W-LC-ENTREGUE
           MOVE W-DIF-COB            TO W-LC-DIF
           EVALUATE TRUE
              WHEN W-DIF-COB < 0
                 MOVE 'FALTA' TO W-LC-SIT
              WHEN W-DIF-COB > 0
                 MOVE 'SOBRA' TO W-LC-SIT
              WHEN OTHER
                 MOVE 'CONFERE' TO W-LC-SIT
           END-EVALUATE
           WRITE PRINTF-R FROM W-LINHA-COB AFTER 1
           ADD 1 TO W-CONTLIN.

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
           MOVE 'PRJ-BORDO-LOTE' TO SUS-LOTE
           MOVE W-COD-REJ TO SUS-COD
           MOVE W-MSG-REJ TO SUS-MSG
           MOVE BRD-REG-1 TO SUS-IMAGEM
           MOVE W-DATASIS TO SUS-DIA
           ACCEPT SUS-HORA FROM TIME
           SET SUS-PENDENTE TO TRUE
           MOVE W-LOGIN-L TO SUS-USU
           WRITE SUS-REG-1
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO
           END-IF.

       REPROCESSA-SUSPENSE.
           | venda corrigida na tela de suspensos volta pelo
           | mesmo caminho; a sequencia ja foi contada na
           | primeira carga e nao e testada de novo
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

              IF SUS-LOTE = 'PRJ-BORDO-LOTE'
                 AND SUS-REAPRESENTAR
                 MOVE SUS-IMAGEM(1:61) TO BRD-REG-1
                 ADD 1 TO W-QTD-LIDOS
                 PERFORM PROCESSA-VENDA
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

       PROXIMO-NUMERO-BILHETE.
           INITIALIZE SEQ-REG-1
           MOVE 'BILHETE' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'BILHETE' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-NMR-NOVO
           REWRITE SEQ-REG-1.

       PROXIMO-NUM-FISCAL.
           | mesma regra do guich? (PRJ-EMT-BIL): a rota
           | aponta a empresa dona e o n?mero sai da s?rie
           | FISCALnn dela; sem cadastro de empresas vale a
           | s?rie ?nica hist?rica
           MOVE 'FISCAL' TO W-SEQ-FISCAL-CH
           MOVE '001' TO W-SERIE-FISCAL
           IF EMP-ATIVA AND FRO-EMPRESA > 0
              INITIALIZE EMP-REG-1
              MOVE FRO-EMPRESA TO EMP-ID
              READ CEMPRESA
              IF VAL-EMP
                 MOVE SPACES TO W-SEQ-FISCAL-CH
                 STRING 'FISCAL' FRO-EMPRESA
                        DELIMITED BY SIZE INTO W-SEQ-FISCAL-CH
                 MOVE EMP-SERIE-FISCAL TO W-SERIE-FISCAL
              END-IF
           END-IF

           INITIALIZE SEQ-REG-1
           MOVE W-SEQ-FISCAL-CH TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE W-SEQ-FISCAL-CH TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-NUM-FISCAL
           REWRITE SEQ-REG-1.

       ATUALIZA-AGREGADO-VENDA.
           | mantem o acumulado por frota/data/tipo na hora da
           | transacao, como os demais caminhos de confirmacao
           INITIALIZE AGR-REG-1
           MOVE BIL-FRO  TO AGR-FRO
           MOVE BIL-DATA TO AGR-DATA
           MOVE BIL-TIPO TO AGR-TIPO
           READ CAGREG
           IF ST-AGR = '23'
              INITIALIZE AGR-REG-1
              MOVE BIL-FRO  TO AGR-FRO
              MOVE BIL-DATA TO AGR-DATA
              MOVE BIL-TIPO TO AGR-TIPO
              MOVE 1 TO AGR-QTD-VND
              MOVE BIL-TOT TO AGR-TOT-VND
              WRITE AGR-REG-1
           ELSE
              IF NOT VAL-AGR
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO AGR-QTD-VND
              ADD BIL-TOT TO AGR-TOT-VND
              REWRITE AGR-REG-1
           END-IF
           IF NOT VAL-AGR
              PERFORM ERRO-ARQUIVO
           END-IF.

       IMPRIME-VENDA.
           MOVE BRD-SEQ TO W-L1-SEQ
           PERFORM IMPRIME-LINHA.

       IMPRIME-LINHA.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE BRD-EQP  TO W-L1-EQP
           MOVE BRD-FRO  TO W-L1-FRO
           MOVE BRD-DATA TO W-L1-DATA
           MOVE BRD-VIA  TO W-L1-VIA

           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-LIDOS TO W-R1-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1

           MOVE W-QTD-ACEITOS TO W-R2-TOT
           MOVE W-TOT-ACEITOS TO W-R2-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1

           MOVE W-QTD-REJEITADOS TO W-R3-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1

           MOVE W-QTD-DUPLICADOS TO W-R4-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-4 AFTER 1

           MOVE W-QTD-LACUNAS TO W-R5-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-5 AFTER 1
           ADD 6 TO W-CONTLIN.

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
              MOVE 'PRJ-BORDO-LT' TO ERRL-PROG
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
