       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ICMS-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_PAS.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_CID.SL".
           COPY "PRJ_ICM.SL".
           COPY "PRJ_EMP.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT ICMSAPUR ASSIGN TO 'ICMSAPUR.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-APUR.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_PAS.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_CID.FD".
           COPY "PRJ_ICM.FD".
           COPY "PRJ_EMP.FD".

       FD  ICMSAPUR
           LABEL RECORD STANDARD.
       01  APUR-REG-1                    PIC X(120).
       01  APUR-HEADER REDEFINES APUR-REG-1.
           03 AH-TIPO                    PIC X(01).
           03 AH-MESANO                  PIC 9(06).
           03 AH-DATA-GER                PIC 9(08).
           03 AH-EMPRESA                 PIC 9(02).
           03 FILLER                     PIC X(103).
       01  APUR-DETALHE REDEFINES APUR-REG-1.
           03 AD-TIPO                    PIC X(01).
           03 AD-EMP                     PIC 9(02).
           03 AD-OPER                    PIC X(01).
           03 AD-DOC-TIPO                PIC X(01).
           03 AD-DOC                     PIC X(20).
           03 AD-DATA                    PIC 9(08).
           03 AD-UF-ORI                  PIC X(02).
           03 AD-UF-DES                  PIC X(02).
           03 AD-BASE                    PIC 9(07)V99.
           03 AD-ALIQ                    PIC 9(02)V99.
           03 AD-ICMS                    PIC 9(07)V99.
           03 FILLER                     PIC X(61).
       01  APUR-TOTAL REDEFINES APUR-REG-1.
           03 AT-TIPO                    PIC X(01).
           03 AT-EMP                     PIC 9(02).
           03 AT-CNPJ                    PIC 9(14).
           03 AT-QTD-DOCS                PIC 9(07).
           03 AT-BASE                    PIC 9(11)V99.
           03 AT-DEBITOS                 PIC 9(11)V99.
           03 AT-CREDITOS                PIC 9(11)V99.
           03 AT-RECOLHER                PIC 9(11)V99.
           03 AT-SALDO-CREDOR            PIC 9(11)V99.
           03 FILLER                     PIC X(31).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-EMP-1             PIC 9(02).
           03  SORT-UF-ORI-1          PIC X(02).
           03  SORT-UF-DES-1          PIC X(02).
           03  SORT-OPER-1            PIC X(01).
           03  SORT-DOC-TIPO-1        PIC X(01).
           03  SORT-DOC-1             PIC X(20).
           03  SORT-DATA-1            PIC 9(08).
           03  SORT-BASE-1            PIC 9(07)V99.
           03  SORT-ALIQ-1            PIC 9(02)V99.
           03  SORT-ICMS-1            PIC 9(07)V99.
           03  SORT-SEM-REGRA-1       PIC X(01).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-PAS                PIC  X(02).
               88 VAL-PAS            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  ST-ICM                PIC  X(02).
               88 VAL-ICM            VALUE '00' THRU '09'.
           03  ST-EMP                PIC  X(02).
               88 VAL-EMP            VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-APUR               PIC  X(02).
               88 VAL-APUR           VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-PAS-ATIVA           PIC  X(01) VALUE 'N'.
               88 PAS-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-ICM-ATIVA           PIC  X(01) VALUE 'N'.
               88 ICM-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-EMP-ATIVA           PIC  X(01) VALUE 'N'.
               88 EMP-ATIVA          VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 E-DA-EMPRESA       VALUE 'S'.
               88 NAO-E-DA-EMPRESA   VALUE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 INTRAMUNICIPAL     VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 SEM-REGRA          VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 ROTA-LOCALIZADA    VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 REGRAVA-DOCUMENTO  VALUE 'S' FALSE 'N'.
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
               05 W-FRO                   PIC  9(03).
               05 W-CID-ORI               PIC  9(03).
               05 W-CID-DES               PIC  9(03).
               05 W-EMP                   PIC  9(02).
               05 W-UF-ORI                PIC  X(02).
               05 W-UF-DES                PIC  X(02).
               05 W-UF-AUX                PIC  X(02).
                  88 UF-VALIDA  VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                      'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                      'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                      'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                      'SE' 'SP' 'TO'.
               05 W-ALIQ                  PIC  9(02)V99.
               05 W-RED-BASE              PIC  9(03)V99.
               05 W-BASE-CALC             PIC S9(07)V99.

               05 W-EMP-ANT               PIC  9(02).
               05 W-UF-ORI-ANT            PIC  X(02).
               05 W-UF-DES-ANT            PIC  X(02).

               05 W-QTD-DOCS              PIC  9(07) VALUE 0.

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           | rota e UF de cada cidade em memoria, pelo codigo
           03  W-TAB-FROTA.
               05 W-TF-ITEM OCCURS 999 TIMES.
                  07 W-TF-ORI             PIC  9(03).
                  07 W-TF-DES             PIC  9(03).
                  07 W-TF-EMP             PIC  9(02).
           03  W-TAB-CIDADE.
               05 W-TC-UF OCCURS 999 TIMES
                                          PIC  X(02).

           03  W-ACUM-PAR.
               05 W-PAR-QTD-DEB           PIC  9(07).
               05 W-PAR-BASE              PIC  9(11)V99.
               05 W-PAR-DEB               PIC  9(11)V99.
               05 W-PAR-QTD-CANC          PIC  9(07).
               05 W-PAR-CRED              PIC  9(11)V99.
               05 W-PAR-SEM-REGRA         PIC  9(07).
           03  W-ACUM-EMP.
               05 W-EMP-QTD-DEB           PIC  9(07).
               05 W-EMP-BASE              PIC  9(11)V99.
               05 W-EMP-DEB               PIC  9(11)V99.
               05 W-EMP-QTD-CANC          PIC  9(07).
               05 W-EMP-CRED              PIC  9(11)V99.
           03  W-ACUM-GERAL.
               05 W-GER-QTD-DEB           PIC  9(07).
               05 W-GER-BASE              PIC  9(11)V99.
               05 W-GER-DEB               PIC  9(11)V99.
               05 W-GER-QTD-CANC          PIC  9(07).
               05 W-GER-CRED              PIC  9(11)V99.

           03  W-LINHA-EMP.
               05 FILLER    PIC X(09) VALUE 'EMPRESA: '.
               05 W-LE-EMP  PIC 99.
               05 FILLER    PIC X(03) VALUE ' - '.
               05 W-LE-RAZ  PIC X(60).
               05 FILLER    PIC X(08) VALUE '  CNPJ: '.
               05 W-LE-CNPJ PIC 9(14).

           03 W-LINHA-TIT.
              05 FILLER     PIC X(40) VALUE
                 'ORIG/DESTDEBITOS    BASE CALCULO     ICM'.
              05 FILLER     PIC X(40) VALUE
                 'S DEBITO  CANCEL.    ICMS CREDITO  OBSER'.
              05 FILLER     PIC X(40) VALUE
                 'VACAO                                   '.

           03  W-LINHA-PAR.
               05 W-LP-ORI       PIC X(02).
               05 FILLER         PIC X(01) VALUE '/'.
               05 W-LP-DES       PIC X(02)B(4).
               05 W-LP-QTD-DEB   PIC ZZZ.ZZ9B(2).
               05 W-LP-BASE      PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LP-DEB       PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LP-QTD-CANC  PIC ZZZ.ZZ9B(2).
               05 W-LP-CRED      PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LP-OBS       PIC X(40).

           03  W-LINHA-TOT.
               05 W-LT-DESC      PIC X(09).
               05 W-LT-QTD-DEB   PIC ZZZ.ZZ9B(2).
               05 W-LT-BASE      PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LT-DEB       PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LT-QTD-CANC  PIC ZZZ.ZZ9B(2).
               05 W-LT-CRED      PIC ZZZ.ZZZ.ZZ9,99B(2).
               05 W-LT-SIT       PIC X(15).
               05 W-LT-SALDO     PIC ZZZ.ZZZ.ZZ9,99.

           03  W-CAB-1.
               05 FILLER               PIC  X(64) VALUE
                  'APURACAO MENSAL DE ICMS - TRANSPORTE DE PASSAGEIROS'.
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
       77  W-EMPRESA-L                    PIC 9(02).

       PROCEDURE DIVISION USING W-MESANO-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L,
                                W-EMPRESA-L.
       INICIO.
           | apuracao mensal do ICMS (aaaamm) por empresa
           | operadora (0 = todas): a base e o imposto de cada
           | bilhete e passe vendido no mes sao calculados pela
           | regra da UF de origem/destino (PRJ-CAD-ICM) e
           | gravados no proprio documento com o mes apurado;
           | bilhete cancelado gera credito no mes em que a
           | apuracao encontra o cancelamento (uma vez so);
           | viagem dentro do mesmo municipio nao e ICMS;
           | reexecutar o mesmo mes refaz o calculo sem
           | duplicar debito nem credito; o ICMSAPUR.ARQ segue
           | para o contador

           OPEN I-O CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CPASSE
           IF ST-PAS = '35'
              SET PAS-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PAS
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PAS-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CICMS
           IF ST-ICM = '35'
              SET ICM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ICM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ICM-ATIVA TO TRUE
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

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           PERFORM CARREGA-TABELAS

           INITIALIZE W-NROPAGI W-ACUM-GERAL
           MOVE 800 TO W-CONTLIN
           MOVE W-MESANO-L TO W-CAB-MESANO

           OPEN OUTPUT ICMSAPUR
           IF NOT VAL-APUR
              PERFORM ERRO-ARQUIVO.

           MOVE SPACES TO APUR-REG-1
           MOVE '0' TO AH-TIPO
           MOVE W-MESANO-L TO AH-MESANO
           ACCEPT AH-DATA-GER FROM CENTURY-DATE
           MOVE W-EMPRESA-L TO AH-EMPRESA
           WRITE APUR-REG-1

           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-EMP-1 SORT-UF-ORI-1
                                     SORT-UF-DES-1 SORT-OPER-1
                                     SORT-DOC-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           CLOSE PRINTF
           CLOSE ICMSAPUR.

       FIM.
           CLOSE CBILHETE CFROTA CCIDADE.
           IF PAS-ATIVA
              CLOSE CPASSE.
           IF ICM-ATIVA
              CLOSE CICMS.
           IF EMP-ATIVA
              CLOSE CEMPRESA.
           CANCEL SORT.
           EXIT PROGRAM
           STOP RUN.

       CARREGA-TABELAS.
           INITIALIZE W-TAB-FROTA
           MOVE SPACES TO W-TAB-CIDADE

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
                 MOVE FRO-ORI     TO W-TF-ORI(FRO-ID)
                 MOVE FRO-DES     TO W-TF-DES(FRO-ID)
                 MOVE FRO-EMPRESA TO W-TF-EMP(FRO-ID)
              END-IF
           END-PERFORM

           INITIALIZE CID-REG-1
           START CCIDADE KEY >= CID-ID
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-CID
              READ CCIDADE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CID
                 EXIT PERFORM
              END-IF
              | cidade gravada antes da UF existir fica sem UF
              | e seus documentos saem sem regra no relatorio
              MOVE CID-UF TO W-UF-AUX
              IF CID-ID > 0 AND UF-VALIDA
                 MOVE CID-UF TO W-TC-UF(CID-ID)
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
              PERFORM APURA-BILHETE
           END-PERFORM

           IF NOT PAS-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE PAS-REG-1
           START CPASSE KEY >= PAS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPASSE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAS
                 EXIT PERFORM
              END-IF
              PERFORM APURA-PASSE
           END-PERFORM.

       APURA-BILHETE.
           | bilhete gravado antes destes campos vem com lixo
           IF BIL-ICMS-MES NOT NUMERIC
              OR BIL-ICMS-EST-MES NOT NUMERIC
              MOVE 0 TO BIL-ICMS-BASE BIL-ICMS-ALIQ BIL-ICMS-VLR
                        BIL-ICMS-MES BIL-ICMS-EST-MES
           END-IF
           IF BIL-ORI NOT NUMERIC OR BIL-DES NOT NUMERIC
              MOVE 0 TO BIL-ORI BIL-DES
           END-IF
           SET ROTA-LOCALIZADA   TO FALSE
           SET REGRAVA-DOCUMENTO TO FALSE

           MOVE BIL-DT-VENDA TO W-DATAUXI
           COMPUTE W-MESANO-DOC = W-ANOAUXI * 100 + W-MESAUXI

           | debito: venda do mes, ja paga
           IF W-MESANO-DOC = W-MESANO-L
              AND NOT BIL-PENDENTE
              AND (BIL-ICMS-MES = 0 OR BIL-ICMS-MES = W-MESANO-L)
              MOVE BIL-FRO TO W-FRO
              MOVE BIL-ORI TO W-CID-ORI
              MOVE BIL-DES TO W-CID-DES
              PERFORM LOCALIZA-ROTA
              IF E-DA-EMPRESA AND NOT INTRAMUNICIPAL
                 PERFORM CALCULA-ICMS-BILHETE
                 MOVE 'D' TO SORT-OPER-1
                 PERFORM LIBERA-BILHETE
                 SET REGRAVA-DOCUMENTO TO TRUE
              END-IF
           END-IF

           | credito: cancelamento de bilhete ja debitado
           IF BIL-CANCELADO
              AND BIL-ICMS-MES NOT = 0
              AND BIL-ICMS-MES NOT > W-MESANO-L
              AND (BIL-ICMS-EST-MES = 0
                   OR BIL-ICMS-EST-MES = W-MESANO-L)
              IF NOT ROTA-LOCALIZADA
                 MOVE BIL-FRO TO W-FRO
                 MOVE BIL-ORI TO W-CID-ORI
                 MOVE BIL-DES TO W-CID-DES
                 PERFORM LOCALIZA-ROTA
              END-IF
              IF E-DA-EMPRESA
                 MOVE W-MESANO-L TO BIL-ICMS-EST-MES
                 SET SEM-REGRA TO FALSE
                 MOVE 'C' TO SORT-OPER-1
                 PERFORM LIBERA-BILHETE
                 SET REGRAVA-DOCUMENTO TO TRUE
              END-IF
           END-IF

           IF REGRAVA-DOCUMENTO
              REWRITE BIL-REG-1
              IF NOT VAL-BIL
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

       LOCALIZA-ROTA.
           | cidades do bilhete (trecho) ou, na falta delas,
           | as pontas da rota; rota sem empresa atribuida
           | conta como empresa 1
           SET ROTA-LOCALIZADA TO TRUE
           SET INTRAMUNICIPAL TO FALSE
           MOVE 0 TO W-EMP
           IF W-FRO > 0
              MOVE W-TF-EMP(W-FRO) TO W-EMP
              IF W-CID-ORI = 0 OR W-CID-DES = 0
                 MOVE W-TF-ORI(W-FRO) TO W-CID-ORI
                 MOVE W-TF-DES(W-FRO) TO W-CID-DES
              END-IF
           END-IF
           IF W-EMP = 0
              MOVE 1 TO W-EMP
           END-IF

           IF W-EMPRESA-L = 0 OR W-EMP = W-EMPRESA-L
              SET E-DA-EMPRESA TO TRUE
           ELSE
              SET NAO-E-DA-EMPRESA TO TRUE
           END-IF

           IF W-CID-ORI NOT = 0 AND W-CID-ORI = W-CID-DES
              SET INTRAMUNICIPAL TO TRUE
           END-IF

           MOVE SPACES TO W-UF-ORI W-UF-DES
           IF W-CID-ORI > 0
              MOVE W-TC-UF(W-CID-ORI) TO W-UF-ORI
           END-IF
           IF W-CID-DES > 0
              MOVE W-TC-UF(W-CID-DES) TO W-UF-DES
           END-IF.

       BUSCA-ALIQUOTA.
           | regra da UF de origem para a UF de destino; sem
           | ela vale a regra da origem para os demais (**)
           SET SEM-REGRA TO FALSE
           MOVE 0 TO W-ALIQ W-RED-BASE
           IF NOT ICM-ATIVA OR W-UF-ORI = SPACES
                            OR W-UF-DES = SPACES
              SET SEM-REGRA TO TRUE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ICM-REG-1
           MOVE W-UF-ORI TO ICM-UF-ORI
           MOVE W-UF-DES TO ICM-UF-DES
           READ CICMS
           IF ST-ICM = '23'
              INITIALIZE ICM-REG-1
              MOVE W-UF-ORI TO ICM-UF-ORI
              MOVE '**'     TO ICM-UF-DES
              READ CICMS
           END-IF
           IF ST-ICM = '23'
              SET SEM-REGRA TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-ICM
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE ICM-ALIQ     TO W-ALIQ
           MOVE ICM-RED-BASE TO W-RED-BASE.

       CALCULA-ICMS-BILHETE.
           | taxa de embarque e seguro nao fazem parte do
           | preco da passagem
           COMPUTE W-BASE-CALC = BIL-TOT - BIL-TXE-VLR
           IF BIL-COM-SEGURO
              SUBTRACT BIL-SEGURO-VLR FROM W-BASE-CALC
           END-IF
           IF W-BASE-CALC < 0
              MOVE 0 TO W-BASE-CALC
           END-IF

           PERFORM BUSCA-ALIQUOTA
           COMPUTE BIL-ICMS-BASE ROUNDED =
                   W-BASE-CALC * (100 - W-RED-BASE) / 100
           MOVE W-ALIQ TO BIL-ICMS-ALIQ
           COMPUTE BIL-ICMS-VLR ROUNDED =
                   BIL-ICMS-BASE * W-ALIQ / 100
           MOVE W-MESANO-L TO BIL-ICMS-MES.

       LIBERA-BILHETE.
           MOVE W-EMP           TO SORT-EMP-1
           MOVE W-UF-ORI        TO SORT-UF-ORI-1
           MOVE W-UF-DES        TO SORT-UF-DES-1
           MOVE 'B'             TO SORT-DOC-TIPO-1
           MOVE BIL-NMR         TO SORT-DOC-1
           MOVE BIL-DT-VENDA    TO SORT-DATA-1
           MOVE BIL-ICMS-BASE   TO SORT-BASE-1
           MOVE BIL-ICMS-ALIQ   TO SORT-ALIQ-1
           MOVE BIL-ICMS-VLR    TO SORT-ICMS-1
           IF SEM-REGRA
              MOVE 'S' TO SORT-SEM-REGRA-1
           ELSE
              MOVE 'N' TO SORT-SEM-REGRA-1
           END-IF
           RELEASE SORT-REGISTR-1.

       APURA-PASSE.
           IF PAS-ICMS-MES NOT NUMERIC
              MOVE 0 TO PAS-ICMS-BASE PAS-ICMS-ALIQ PAS-ICMS-VLR
                        PAS-ICMS-MES
           END-IF

           MOVE PAS-DT-VENDA TO W-DATAUXI
           COMPUTE W-MESANO-DOC = W-ANOAUXI * 100 + W-MESAUXI
           IF W-MESANO-DOC NOT = W-MESANO-L
              OR (PAS-ICMS-MES NOT = 0
                  AND PAS-ICMS-MES NOT = W-MESANO-L)
              EXIT PARAGRAPH
           END-IF

           MOVE PAS-FRO TO W-FRO
           MOVE 0 TO W-CID-ORI W-CID-DES
           PERFORM LOCALIZA-ROTA
           IF NAO-E-DA-EMPRESA OR INTRAMUNICIPAL
              EXIT PARAGRAPH
           END-IF

           PERFORM BUSCA-ALIQUOTA
           COMPUTE PAS-ICMS-BASE ROUNDED =
                   PAS-VALOR * (100 - W-RED-BASE) / 100
           MOVE W-ALIQ TO PAS-ICMS-ALIQ
           COMPUTE PAS-ICMS-VLR ROUNDED =
                   PAS-ICMS-BASE * W-ALIQ / 100
           MOVE W-MESANO-L TO PAS-ICMS-MES
           REWRITE PAS-REG-1
           IF NOT VAL-PAS
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE W-EMP           TO SORT-EMP-1
           MOVE W-UF-ORI        TO SORT-UF-ORI-1
           MOVE W-UF-DES        TO SORT-UF-DES-1
           MOVE 'D'             TO SORT-OPER-1
           MOVE 'P'             TO SORT-DOC-TIPO-1
           MOVE PAS-CHAVE       TO SORT-DOC-1
           MOVE PAS-DT-VENDA    TO SORT-DATA-1
           MOVE PAS-ICMS-BASE   TO SORT-BASE-1
           MOVE PAS-ICMS-ALIQ   TO SORT-ALIQ-1
           MOVE PAS-ICMS-VLR    TO SORT-ICMS-1
           IF SEM-REGRA
              MOVE 'S' TO SORT-SEM-REGRA-1
           ELSE
              MOVE 'N' TO SORT-SEM-REGRA-1
           END-IF
           RELEASE SORT-REGISTR-1.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF PRIMEIRO-REGISTRO
                 PERFORM ABRE-EMPRESA
              ELSE
                 IF SORT-EMP-1 NOT = W-EMP-ANT
                    PERFORM FECHA-PAR
                    PERFORM FECHA-EMPRESA
                    PERFORM ABRE-EMPRESA
                 ELSE
                    IF SORT-UF-ORI-1 NOT = W-UF-ORI-ANT
                       OR SORT-UF-DES-1 NOT = W-UF-DES-ANT
                       PERFORM FECHA-PAR
                    END-IF
                 END-IF
              END-IF
              SET PRIMEIRO-REGISTRO TO FALSE
              MOVE SORT-EMP-1    TO W-EMP-ANT
              MOVE SORT-UF-ORI-1 TO W-UF-ORI-ANT
              MOVE SORT-UF-DES-1 TO W-UF-DES-ANT

              IF SORT-OPER-1 = 'D'
                 ADD 1 TO W-PAR-QTD-DEB
                 ADD SORT-BASE-1 TO W-PAR-BASE
                 ADD SORT-ICMS-1 TO W-PAR-DEB
                 IF SORT-SEM-REGRA-1 = 'S'
                    ADD 1 TO W-PAR-SEM-REGRA
                 END-IF
              ELSE
                 ADD 1 TO W-PAR-QTD-CANC
                 ADD SORT-ICMS-1 TO W-PAR-CRED
              END-IF
              ADD 1 TO W-QTD-DOCS

              MOVE SPACES TO APUR-REG-1
              MOVE '1'             TO AD-TIPO
              MOVE SORT-EMP-1      TO AD-EMP
              MOVE SORT-OPER-1     TO AD-OPER
              MOVE SORT-DOC-TIPO-1 TO AD-DOC-TIPO
              MOVE SORT-DOC-1      TO AD-DOC
              MOVE SORT-DATA-1     TO AD-DATA
              MOVE SORT-UF-ORI-1   TO AD-UF-ORI
              MOVE SORT-UF-DES-1   TO AD-UF-DES
              MOVE SORT-BASE-1     TO AD-BASE
              MOVE SORT-ALIQ-1     TO AD-ALIQ
              MOVE SORT-ICMS-1     TO AD-ICMS
              WRITE APUR-REG-1
              IF NOT VAL-APUR
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM

           IF NOT PRIMEIRO-REGISTRO
              PERFORM FECHA-PAR
              PERFORM FECHA-EMPRESA
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE 'GERAL'        TO W-LT-DESC
           MOVE W-GER-QTD-DEB  TO W-LT-QTD-DEB
           MOVE W-GER-BASE     TO W-LT-BASE
           MOVE W-GER-DEB      TO W-LT-DEB
           MOVE W-GER-QTD-CANC TO W-LT-QTD-CANC
           MOVE W-GER-CRED     TO W-LT-CRED
           IF W-GER-DEB >= W-GER-CRED
              MOVE 'A RECOLHER:' TO W-LT-SIT
              COMPUTE W-LT-SALDO = W-GER-DEB - W-GER-CRED
           ELSE
              MOVE 'SALDO CREDOR:' TO W-LT-SIT
              COMPUTE W-LT-SALDO = W-GER-CRED - W-GER-DEB
           END-IF
           WRITE PRINTF-R FROM W-LINHA-TOT AFTER 2
           ADD 2 TO W-CONTLIN.

       ABRE-EMPRESA.
           | cada empresa comeca em pagina nova
           INITIALIZE W-ACUM-PAR W-ACUM-EMP
           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO EMP-RAZAO
           MOVE 0 TO EMP-CNPJ
           IF EMP-ATIVA
              INITIALIZE EMP-REG-1
              MOVE SORT-EMP-1 TO EMP-ID
              READ CEMPRESA
              IF NOT VAL-EMP
                 MOVE SPACES TO EMP-RAZAO
                 MOVE 0 TO EMP-CNPJ
              END-IF
           END-IF

           MOVE SORT-EMP-1 TO W-LE-EMP
           MOVE EMP-RAZAO  TO W-LE-RAZ
           MOVE EMP-CNPJ   TO W-LE-CNPJ
           WRITE PRINTF-R FROM W-LINHA-EMP AFTER 1
           WRITE PRINTF-R FROM W-LINHA-TIT AFTER 2
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 4 TO W-CONTLIN.

       FECHA-PAR.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-UF-ORI-ANT   TO W-LP-ORI
           MOVE W-UF-DES-ANT   TO W-LP-DES
           MOVE W-PAR-QTD-DEB  TO W-LP-QTD-DEB
           MOVE W-PAR-BASE     TO W-LP-BASE
           MOVE W-PAR-DEB      TO W-LP-DEB
           MOVE W-PAR-QTD-CANC TO W-LP-QTD-CANC
           MOVE W-PAR-CRED     TO W-LP-CRED
           MOVE SPACES         TO W-LP-OBS
           IF W-PAR-SEM-REGRA > 0
              IF W-UF-ORI-ANT = SPACES OR W-UF-DES-ANT = SPACES
                 MOVE '*** CIDADE SEM UF' TO W-LP-OBS
              ELSE
                 MOVE '*** SEM ALIQUOTA CADASTRADA' TO W-LP-OBS
              END-IF
           END-IF
           WRITE PRINTF-R FROM W-LINHA-PAR AFTER 1
           ADD 1 TO W-CONTLIN

           ADD W-PAR-QTD-DEB  TO W-EMP-QTD-DEB
           ADD W-PAR-BASE     TO W-EMP-BASE
           ADD W-PAR-DEB      TO W-EMP-DEB
           ADD W-PAR-QTD-CANC TO W-EMP-QTD-CANC
           ADD W-PAR-CRED     TO W-EMP-CRED
           INITIALIZE W-ACUM-PAR.

       FECHA-EMPRESA.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE 'TOTAL'        TO W-LT-DESC
           MOVE W-EMP-QTD-DEB  TO W-LT-QTD-DEB
           MOVE W-EMP-BASE     TO W-LT-BASE
           MOVE W-EMP-DEB      TO W-LT-DEB
           MOVE W-EMP-QTD-CANC TO W-LT-QTD-CANC
           MOVE W-EMP-CRED     TO W-LT-CRED

           MOVE SPACES TO APUR-REG-1
           MOVE '9'            TO AT-TIPO
           MOVE W-EMP-ANT      TO AT-EMP
           MOVE W-LE-CNPJ      TO AT-CNPJ
           COMPUTE AT-QTD-DOCS = W-EMP-QTD-DEB + W-EMP-QTD-CANC
           MOVE W-EMP-BASE     TO AT-BASE
           MOVE W-EMP-DEB      TO AT-DEBITOS
           MOVE W-EMP-CRED     TO AT-CREDITOS
           IF W-EMP-DEB >= W-EMP-CRED
              MOVE 'A RECOLHER:' TO W-LT-SIT
              COMPUTE W-LT-SALDO = W-EMP-DEB - W-EMP-CRED
              COMPUTE AT-RECOLHER = W-EMP-DEB - W-EMP-CRED
              MOVE 0 TO AT-SALDO-CREDOR
           ELSE
              MOVE 'SALDO CREDOR:' TO W-LT-SIT
              COMPUTE W-LT-SALDO = W-EMP-CRED - W-EMP-DEB
              COMPUTE AT-SALDO-CREDOR = W-EMP-CRED - W-EMP-DEB
              MOVE 0 TO AT-RECOLHER
           END-IF
           WRITE PRINTF-R FROM W-LINHA-TOT AFTER 2
           ADD 2 TO W-CONTLIN
           WRITE APUR-REG-1
           IF NOT VAL-APUR
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD W-EMP-QTD-DEB  TO W-GER-QTD-DEB
           ADD W-EMP-BASE     TO W-GER-BASE
           ADD W-EMP-DEB      TO W-GER-DEB
           ADD W-EMP-QTD-CANC TO W-GER-QTD-CANC
           ADD W-EMP-CRED     TO W-GER-CRED.

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
              MOVE 'PRJ-ICMS-LOTE' TO ERRL-PROG
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
