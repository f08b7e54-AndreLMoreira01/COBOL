       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ACERTO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_REEM.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_FIL.SL".
           COPY "PRJ_USU.SL".
           COPY "PRJ_EMP.SL".
           COPY "PRJ_ACE.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_REEM.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_FIL.FD".
           COPY "PRJ_USU.FD".
           COPY "PRJ_EMP.FD".
           COPY "PRJ_ACE.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMP-A-1           PIC 9(02).
           03  SORT-EMP-B-1           PIC 9(02).
           03  SORT-TIPO-1            PIC 9(01).
               88 SORT-VND-AB         VALUE 1.
               88 SORT-VND-BA         VALUE 2.
               88 SORT-CAN-AB         VALUE 3.
               88 SORT-CAN-BA         VALUE 4.
               88 SORT-REE-A          VALUE 5.
               88 SORT-REE-B          VALUE 6.
           03  SORT-VALOR-1           PIC 9(07)V99.

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-REEM               PIC  X(02).
               88 VAL-REEM           VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-EMP                PIC  X(02).
               88 VAL-EMP            VALUE '00' THRU '09'.
           03  ST-ACE                PIC  X(02).
               88 VAL-ACE            VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-REEM-ATIVA          PIC  X(01) VALUE 'N'.
               88 REEM-ATIVA         VALUE 'S' FALSE 'N'.
           03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-USU-ATIVA           PIC  X(01) VALUE 'N'.
               88 USU-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-EMP-ATIVA           PIC  X(01) VALUE 'N'.
               88 EMP-ATIVA          VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'S'.
               88 PRIMEIRO-REGISTRO  VALUE 'S' FALSE 'N'.

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

               05 W-MESANO-DOC            PIC  9(06).
               05 W-DATA-HOJE             PIC  9(08).
               05 W-FILIAL                PIC  X(10).
               05 W-EMP-FILIAL            PIC  9(02).
               05 W-EMP-DONA              PIC  9(02).
               05 W-EMP-CAIXA             PIC  9(02).
               05 W-EMP-A                 PIC  9(02).
               05 W-EMP-B                 PIC  9(02).
               05 W-EMP-ANT-A             PIC  9(02).
               05 W-EMP-ANT-B             PIC  9(02).
               05 W-SALDO-AB              PIC S9(09)V99.

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           | empresa dona de cada rota, pelo codigo da rota
           03  W-TAB-FROTA.
               05 W-TF-EMP OCCURS 999 TIMES
                                          PIC  9(02).

           | acumulado do par de empresas (A menor que B)
           03  W-ACUM-PAR.
               05 W-VND-AB-QTD            PIC  9(07).
               05 W-VND-AB-VLR            PIC  9(09)V99.
               05 W-VND-BA-QTD            PIC  9(07).
               05 W-VND-BA-VLR            PIC  9(09)V99.
               05 W-CAN-AB-QTD            PIC  9(07).
               05 W-CAN-AB-VLR            PIC  9(09)V99.
               05 W-CAN-BA-QTD            PIC  9(07).
               05 W-CAN-BA-VLR            PIC  9(09)V99.
               05 W-REE-A-QTD             PIC  9(07).
               05 W-REE-A-VLR             PIC  9(09)V99.
               05 W-REE-B-QTD             PIC  9(07).
               05 W-REE-B-VLR             PIC  9(09)V99.
               05 W-DEVEDORA              PIC  9(02).
               05 W-CREDORA               PIC  9(02).
               05 W-VALOR                 PIC  9(09)V99.

           03  W-QTD-ACERTOS              PIC  9(05) VALUE 0.
           03  W-QTD-MANTIDOS             PIC  9(05) VALUE 0.
           03  W-TOT-ACERTOS              PIC  9(11)V99 VALUE 0.

           03  W-LINHA-PAR.
               05 FILLER      PIC X(09) VALUE 'EMPRESAS '.
               05 W-LP-EMP-A  PIC 99.
               05 FILLER      PIC X(03) VALUE ' - '.
               05 W-LP-RAZ-A  PIC X(40).
               05 FILLER      PIC X(03) VALUE ' X '.
               05 W-LP-EMP-B  PIC 99.
               05 FILLER      PIC X(03) VALUE ' - '.
               05 W-LP-RAZ-B  PIC X(40).

           03  W-LINHA-DET.
               05 FILLER      PIC X(04) VALUE SPACES.
               05 W-LD-DESC   PIC X(50).
               05 W-LD-QTD    PIC ZZZ.ZZ9B(4).
               05 W-LD-VLR    PIC ZZZ.ZZZ.ZZ9,99.

           03  W-LINHA-SALDO.
               05 FILLER      PIC X(04) VALUE SPACES.
               05 W-LS-DESC   PIC X(60).
               05 W-LS-VLR    PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LS-SIT    PIC X(10).
               05 W-LS-OBS    PIC X(30).

           03  W-LINHA-RES.
               05 FILLER      PIC X(20) VALUE 'ACERTOS GERADOS:'.
               05 W-LR-QTD    PIC ZZ.ZZ9.
               05 FILLER      PIC X(22) VALUE '   MANTIDOS (JA EM'.
               05 FILLER      PIC X(09) VALUE 'ANDAMENTO'.
               05 FILLER      PIC X(03) VALUE '): '.
               05 W-LR-MANT   PIC ZZ.ZZ9.
               05 FILLER      PIC X(16) VALUE '   VALOR TOTAL: '.
               05 W-LR-VLR    PIC ZZ.ZZZ.ZZZ.ZZ9,99.

           03  W-CAB-1.
               05 FILLER               PIC  X(64) VALUE
                  'ACERTO DE CONTAS ENTRE EMPRESAS DO GRUPO'.
               05 W-CAB-MESANO         PIC  9(06)B(4).
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

       77  W-MESANO-L                     PIC 9(06).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-MESANO-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | acerto mensal (aaaamm) entre empresas do grupo:
           | o caixa fica com a empresa que recebeu (filial da
           | venda, ou a matriz para conta faturada, pontos,
           | carteira e crediario) e a receita e da empresa da
           | rota; o reembolso pago por uma empresa em bilhete
           | de outra volta para quem pagou. Por par de
           | empresas sai um saldo liquido em ACERTO.ARQ, que o
           | PRJ-CONTAB-LOTE lanca no dia da geracao e no dia
           | da baixa (PRJ-ACERTO). Reexecutar no mesmo dia
           | refaz o acerto; acerto de dia anterior ou ja pago
           | fica como esta e o relatorio aponta a diferenca.
           | Cancelamentos saem so como informacao: o que
           | move caixa e a venda e o reembolso pago.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CREEMB
           IF ST-REEM = '35'
              SET REEM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-REEM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET REEM-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFILIAL
           IF ST-FIL = '35'
              SET FIL-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FIL-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CUSUARIO
           IF ST-USU = '35'
              SET USU-ATIVA TO FALSE
           ELSE
              IF NOT VAL-USU
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET USU-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CEMPRESA
           IF ST-EMP = '35'
              SET EMP-ATIVA TO FALSE
           ELSE
              IF NOT VAL-EMP
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET EMP-ATIVA TO TRUE
           END-IF.

           OPEN I-O CACERTO
           IF ST-ACE = '35'
              OPEN OUTPUT CACERTO
              CLOSE CACERTO
              OPEN I-O CACERTO.
           IF NOT VAL-ACE
              PERFORM ERRO-ARQUIVO.

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-HOJE FROM CENTURY-DATE
           MOVE W-DATA-HOJE TO W-DATAUXI
           COMPUTE W-DATA-HOJE = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000

           PERFORM CARREGA-FROTA

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN
           MOVE W-MESANO-L TO W-CAB-MESANO

           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-EMP-A-1 SORT-EMP-B-1
                                     SORT-TIPO-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CFROTA CACERTO.
           IF REEM-ATIVA
              CLOSE CREEMB.
           IF FIL-ATIVA
              CLOSE CFILIAL.
           IF USU-ATIVA
              CLOSE CUSUARIO.
           IF EMP-ATIVA
              CLOSE CEMPRESA.
           CANCEL SORT.
           EXIT PROGRAM
           STOP RUN.

       CARREGA-FROTA.
           | rota sem empresa atribuida conta como empresa 1
           INITIALIZE W-TAB-FROTA
           INITIALIZE FRO-REG-1
           START CFROTA KEY >= FRO-ID
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-FRO
              READ CFROTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRO
                 EXIT PERFORM
              END-IF
              IF FRO-ID > 0
                 MOVE FRO-EMPRESA TO W-TF-EMP(FRO-ID)
              END-IF
           END-PERFORM.

       INPUTPROCE.
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 IF ST-BIL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              MOVE BIL-DT-VENDA TO W-DATAUXI
              COMPUTE W-MESANO-DOC = W-ANOAUXI * 100 + W-MESAUXI
              IF W-MESANO-DOC = W-MESANO-L AND NOT BIL-PENDENTE
                 PERFORM EMPRESAS-DO-BILHETE
                 IF W-EMP-CAIXA NOT = W-EMP-DONA
                    MOVE BIL-TOT TO SORT-VALOR-1
                    PERFORM LIBERA-VENDA
                 END-IF
              END-IF
           END-PERFORM

           IF NOT REEM-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE REEM-REG-1
           START CREEMB KEY >= REEM-NMR
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CREEMB NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-REEM
                 EXIT PERFORM
              END-IF
              PERFORM APURA-REEMBOLSO
           END-PERFORM.

       EMPRESAS-DO-BILHETE.
           MOVE 0 TO W-EMP-DONA
           IF BIL-FRO > 0
              MOVE W-TF-EMP(BIL-FRO) TO W-EMP-DONA
           END-IF
           IF W-EMP-DONA = 0
              MOVE 1 TO W-EMP-DONA
           END-IF
           | conta faturada, pontos, carteira, crediario e
           | carne sao recebidos pela matriz, nao pelo guiche
           IF BIL-TENDER >= 5 AND BIL-TENDER <= 9
              MOVE 1 TO W-EMP-CAIXA
           ELSE
              MOVE BIL-FILIAL TO W-FILIAL
              PERFORM BUSCA-EMPRESA-FILIAL
              MOVE W-EMP-FILIAL TO W-EMP-CAIXA
           END-IF.

       BUSCA-EMPRESA-FILIAL.
           | filial sem cadastro conta como empresa 1
           MOVE 1 TO W-EMP-FILIAL
           IF NOT FIL-ATIVA OR W-FILIAL = SPACES
              EXIT PARAGRAPH
           END-IF
           INITIALIZE FIL-REG-1
           MOVE W-FILIAL TO FIL-COD
           READ CFILIAL
           IF VAL-FIL AND FIL-EMPRESA > 0
              MOVE FIL-EMPRESA TO W-EMP-FILIAL
           END-IF.

       LIBERA-VENDA.
           IF W-EMP-CAIXA < W-EMP-DONA
              MOVE W-EMP-CAIXA TO SORT-EMP-A-1
              MOVE W-EMP-DONA  TO SORT-EMP-B-1
              SET SORT-VND-AB TO TRUE
           ELSE
              MOVE W-EMP-DONA  TO SORT-EMP-A-1
              MOVE W-EMP-CAIXA TO SORT-EMP-B-1
              SET SORT-VND-BA TO TRUE
           END-IF
           RELEASE SORT-REGISTR-1.

       APURA-REEMBOLSO.
           INITIALIZE BIL-REG-1
           MOVE REEM-NMR TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF NOT VAL-BIL
              EXIT PARAGRAPH
           END-IF
           PERFORM EMPRESAS-DO-BILHETE

           | cancelamento do mes (informativo), pela data do
           | estorno
           MOVE REEM-DT-EST TO W-DATAUXI
           COMPUTE W-MESANO-DOC = W-ANOAUXI * 100 + W-MESAUXI
           IF W-MESANO-DOC = W-MESANO-L
              AND W-EMP-CAIXA NOT = W-EMP-DONA
              MOVE BIL-TOT TO SORT-VALOR-1
              IF W-EMP-CAIXA < W-EMP-DONA
                 MOVE W-EMP-CAIXA TO SORT-EMP-A-1
                 MOVE W-EMP-DONA  TO SORT-EMP-B-1
                 SET SORT-CAN-AB TO TRUE
              ELSE
                 MOVE W-EMP-DONA  TO SORT-EMP-A-1
                 MOVE W-EMP-CAIXA TO SORT-EMP-B-1
                 SET SORT-CAN-BA TO TRUE
              END-IF
              RELEASE SORT-REGISTR-1
           END-IF

           | reembolso pago no mes: a empresa do caixa que pagou
           | (filial do usuario; banco e da matriz) recebe da
           | dona da rota
           IF NOT REEM-PAGO OR REEM-VALOR = 0
              EXIT PARAGRAPH
           END-IF
           MOVE REEM-DT-PAG TO W-DATAUXI
           COMPUTE W-MESANO-DOC = W-ANOAUXI * 100 + W-MESAUXI
           IF W-MESANO-DOC NOT = W-MESANO-L
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-FILIAL
           IF USU-ATIVA
              INITIALIZE USU-REG-1
              MOVE REEM-USU-PAG TO USU-LOGIN
              READ CUSUARIO
              IF VAL-USU
                 MOVE USU-FILIAL TO W-FILIAL
              END-IF
           END-IF
           PERFORM BUSCA-EMPRESA-FILIAL
           IF W-EMP-FILIAL = W-EMP-DONA
              EXIT PARAGRAPH
           END-IF

           MOVE REEM-VALOR TO SORT-VALOR-1
           IF W-EMP-FILIAL < W-EMP-DONA
              MOVE W-EMP-FILIAL TO SORT-EMP-A-1
              MOVE W-EMP-DONA   TO SORT-EMP-B-1
              SET SORT-REE-A TO TRUE
           ELSE
              MOVE W-EMP-DONA   TO SORT-EMP-A-1
              MOVE W-EMP-FILIAL TO SORT-EMP-B-1
              SET SORT-REE-B TO TRUE
           END-IF
           RELEASE SORT-REGISTR-1.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF NOT PRIMEIRO-REGISTRO
                 AND (SORT-EMP-A-1 NOT = W-EMP-ANT-A
                      OR SORT-EMP-B-1 NOT = W-EMP-ANT-B)
                 PERFORM FECHA-PAR
              END-IF
              SET PRIMEIRO-REGISTRO TO FALSE
              MOVE SORT-EMP-A-1 TO W-EMP-ANT-A
              MOVE SORT-EMP-B-1 TO W-EMP-ANT-B

              EVALUATE TRUE
                 WHEN SORT-VND-AB
                    ADD 1 TO W-VND-AB-QTD
                    ADD SORT-VALOR-1 TO W-VND-AB-VLR
                 WHEN SORT-VND-BA
                    ADD 1 TO W-VND-BA-QTD
                    ADD SORT-VALOR-1 TO W-VND-BA-VLR
                 WHEN SORT-CAN-AB
                    ADD 1 TO W-CAN-AB-QTD
                    ADD SORT-VALOR-1 TO W-CAN-AB-VLR
                 WHEN SORT-CAN-BA
                    ADD 1 TO W-CAN-BA-QTD
                    ADD SORT-VALOR-1 TO W-CAN-BA-VLR
                 WHEN SORT-REE-A
                    ADD 1 TO W-REE-A-QTD
                    ADD SORT-VALOR-1 TO W-REE-A-VLR
                 WHEN SORT-REE-B
                    ADD 1 TO W-REE-B-QTD
                    ADD SORT-VALOR-1 TO W-REE-B-VLR
              END-EVALUATE
           END-PERFORM

           IF NOT PRIMEIRO-REGISTRO
              PERFORM FECHA-PAR
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-QTD-ACERTOS  TO W-LR-QTD
           MOVE W-QTD-MANTIDOS TO W-LR-MANT
           MOVE W-TOT-ACERTOS  TO W-LR-VLR
           WRITE PRINTF-R FROM W-LINHA-RES AFTER 2
           ADD 2 TO W-CONTLIN.

       FECHA-PAR.
           | A deve a B o que recebeu por B e o que B pagou de
           | reembolso por ele, menos o inverso
           COMPUTE W-SALDO-AB = W-VND-AB-VLR + W-REE-B-VLR
                              - W-VND-BA-VLR - W-REE-A-VLR
           IF W-SALDO-AB >= 0
              MOVE W-EMP-ANT-A TO W-DEVEDORA
              MOVE W-EMP-ANT-B TO W-CREDORA
              MOVE W-SALDO-AB  TO W-VALOR
           ELSE
              MOVE W-EMP-ANT-B TO W-DEVEDORA
              MOVE W-EMP-ANT-A TO W-CREDORA
              COMPUTE W-VALOR = W-SALDO-AB * -1
           END-IF

           PERFORM IMPRIME-PAR
           PERFORM GRAVA-ACERTO
           INITIALIZE W-ACUM-PAR.

       GRAVA-ACERTO.
           INITIALIZE ACE-REG-1
           MOVE W-MESANO-L  TO ACE-PERIODO
           MOVE W-EMP-ANT-A TO ACE-EMP-A
           MOVE W-EMP-ANT-B TO ACE-EMP-B
           READ CACERTO
           IF VAL-ACE
              | ja contabilizado (dia anterior) ou pago: mantem
              IF ACE-PAGO OR ACE-DT-GER NOT = W-DATA-HOJE
                 ADD 1 TO W-QTD-MANTIDOS
                 MOVE SPACES TO W-LS-DESC W-LS-OBS
                 STRING 'ACERTO GERADO EM ' DELIMITED BY SIZE
                        ACE-DT-GER(1:2) '/' ACE-DT-GER(3:2) '/'
                        ACE-DT-GER(5:4) ' - EMPRESA '
                        ACE-DEVEDORA ' DEVE A ' ACE-CREDORA
                        DELIMITED BY SIZE INTO W-LS-DESC
                 MOVE ACE-VALOR TO W-LS-VLR
                 IF ACE-PAGO
                    MOVE 'LIQUIDADO' TO W-LS-SIT
                 ELSE
                    MOVE 'EM ABERTO' TO W-LS-SIT
                 END-IF
                 IF ACE-DEVEDORA NOT = W-DEVEDORA
                    OR ACE-VALOR NOT = W-VALOR
                    MOVE '*** DIVERGE DO RECALCULO' TO W-LS-OBS
                 END-IF
                 PERFORM TESTA-QUEBRA-PAGINA
                 WRITE PRINTF-R FROM W-LINHA-SALDO AFTER 1
                 ADD 1 TO W-CONTLIN
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF ST-ACE <> '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE ACE-REG-1
              MOVE W-MESANO-L  TO ACE-PERIODO
              MOVE W-EMP-ANT-A TO ACE-EMP-A
              MOVE W-EMP-ANT-B TO ACE-EMP-B
           END-IF

           MOVE W-VND-AB-QTD  TO ACE-VND-AB-QTD
           MOVE W-VND-AB-VLR  TO ACE-VND-AB-VLR
           MOVE W-VND-BA-QTD  TO ACE-VND-BA-QTD
           MOVE W-VND-BA-VLR  TO ACE-VND-BA-VLR
           MOVE W-CAN-AB-QTD  TO ACE-CAN-AB-QTD
           MOVE W-CAN-AB-VLR  TO ACE-CAN-AB-VLR
           MOVE W-CAN-BA-QTD  TO ACE-CAN-BA-QTD
           MOVE W-CAN-BA-VLR  TO ACE-CAN-BA-VLR
           MOVE W-REE-A-QTD   TO ACE-REE-A-QTD
           MOVE W-REE-A-VLR   TO ACE-REE-A-VLR
           MOVE W-REE-B-QTD   TO ACE-REE-B-QTD
           MOVE W-REE-B-VLR   TO ACE-REE-B-VLR
           MOVE W-DEVEDORA    TO ACE-DEVEDORA
           MOVE W-CREDORA     TO ACE-CREDORA
           MOVE W-VALOR       TO ACE-VALOR
           MOVE W-DATA-HOJE   TO ACE-DT-GER
           MOVE W-LOGIN-L     TO ACE-USU-GER
           | saldo zero ja nasce liquidado
           IF W-VALOR = 0
              SET ACE-PAGO TO TRUE
              MOVE W-DATA-HOJE TO ACE-DT-PAG
              MOVE W-LOGIN-L   TO ACE-USU-PAG
           ELSE
              SET ACE-ABERTO TO TRUE
              MOVE 0 TO ACE-DT-PAG
              MOVE SPACES TO ACE-USU-PAG
           END-IF

           IF ST-ACE = '23'
              WRITE ACE-REG-1
           ELSE
              REWRITE ACE-REG-1
           END-IF
           IF NOT VAL-ACE
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-ACERTOS
           ADD W-VALOR TO W-TOT-ACERTOS.

       IMPRIME-PAR.
           IF W-CONTLIN > 52
              MOVE 800 TO W-CONTLIN
           END-IF
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-EMP-ANT-A TO W-LP-EMP-A EMP-ID
           PERFORM BUSCA-RAZAO
           MOVE EMP-RAZAO   TO W-LP-RAZ-A
           MOVE W-EMP-ANT-B TO W-LP-EMP-B EMP-ID
           PERFORM BUSCA-RAZAO
           MOVE EMP-RAZAO   TO W-LP-RAZ-B
           WRITE PRINTF-R FROM W-LINHA-PAR AFTER 2

           MOVE SPACES TO W-LD-DESC
           STRING 'VENDAS RECEBIDAS PELA ' W-EMP-ANT-A
                  ' EM ROTAS DA ' W-EMP-ANT-B
                  DELIMITED BY SIZE INTO W-LD-DESC
           MOVE W-VND-AB-QTD TO W-LD-QTD
           MOVE W-VND-AB-VLR TO W-LD-VLR
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1

           MOVE SPACES TO W-LD-DESC
           STRING 'VENDAS RECEBIDAS PELA ' W-EMP-ANT-B
                  ' EM ROTAS DA ' W-EMP-ANT-A
                  DELIMITED BY SIZE INTO W-LD-DESC
           MOVE W-VND-BA-QTD TO W-LD-QTD
           MOVE W-VND-BA-VLR TO W-LD-VLR
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1

           MOVE SPACES TO W-LD-DESC
           STRING 'REEMBOLSOS PAGOS PELA ' W-EMP-ANT-A
                  ' EM BILHETES DA ' W-EMP-ANT-B
                  DELIMITED BY SIZE INTO W-LD-DESC
           MOVE W-REE-A-QTD TO W-LD-QTD
           MOVE W-REE-A-VLR TO W-LD-VLR
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1

           MOVE SPACES TO W-LD-DESC
           STRING 'REEMBOLSOS PAGOS PELA ' W-EMP-ANT-B
                  ' EM BILHETES DA ' W-EMP-ANT-A
                  DELIMITED BY SIZE INTO W-LD-DESC
           MOVE W-REE-B-QTD TO W-LD-QTD
           MOVE W-REE-B-VLR TO W-LD-VLR
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1

           MOVE SPACES TO W-LD-DESC
           STRING 'CANCELADOS (VENDIDOS PELA ' W-EMP-ANT-A
                  ' EM ROTAS DA ' W-EMP-ANT-B ')'
                  DELIMITED BY SIZE INTO W-LD-DESC
           MOVE W-CAN-AB-QTD TO W-LD-QTD
           MOVE W-CAN-AB-VLR TO W-LD-VLR
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1

           MOVE SPACES TO W-LD-DESC
           STRING 'CANCELADOS (VENDIDOS PELA ' W-EMP-ANT-B
                  ' EM ROTAS DA ' W-EMP-ANT-A ')'
                  DELIMITED BY SIZE INTO W-LD-DESC
           MOVE W-CAN-BA-QTD TO W-LD-QTD
           MOVE W-CAN-BA-VLR TO W-LD-VLR
           WRITE PRINTF-R FROM W-LINHA-DET AFTER 1

           MOVE SPACES TO W-LS-DESC
           STRING 'SALDO DO PERIODO: EMPRESA ' W-DEVEDORA
                  ' DEVE A EMPRESA ' W-CREDORA
                  DELIMITED BY SIZE INTO W-LS-DESC
           MOVE W-VALOR TO W-LS-VLR
           MOVE SPACES TO W-LS-SIT W-LS-OBS
           WRITE PRINTF-R FROM W-LINHA-SALDO AFTER 1
           ADD 9 TO W-CONTLIN.

       BUSCA-RAZAO.
           IF EMP-ATIVA
              READ CEMPRESA
              IF NOT VAL-EMP
                 MOVE SPACES TO EMP-RAZAO
              END-IF
           ELSE
              MOVE SPACES TO EMP-RAZAO
           END-IF.

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
              MOVE 'PRJ-ACERTO-LOTE' TO ERRL-PROG
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
