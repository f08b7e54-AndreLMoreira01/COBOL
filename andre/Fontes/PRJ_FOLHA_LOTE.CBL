       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-FOLHA-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_MUL.SL".
           COPY "PRJ_CXS.SL".
           COPY "PRJ_PARAM.SL".

           SELECT DIARIAS ASSIGN TO 'DIARIAS.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-DRS.

           SELECT FOLHA ASSIGN TO W-SAIDA-DEVICE
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-FOL.

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_MUL.FD".
           COPY "PRJ_CXS.FD".
           COPY "PRJ_PARAM.FD".

       | resumo gerado pelo PRJ-DIARIA-LOTE
       FD  DIARIAS
           LABEL RECORD STANDARD.
       01  DRS-REG-1.
           03 DRS-MESANO                 PIC 9(06).
           03 DRS-MOT                    PIC X(10).
           03 DRS-QTD                    PIC 9(05).
           03 DRS-TOTAL                  PIC 9(09)V99.

       | layout fixo do sistema de folha: um registro por
       | tripulante no mes, horas em centesimos de hora
       FD  FOLHA
           LABEL RECORD STANDARD.
       01  FOL-REG-1.
           03 FOL-MESANO                 PIC 9(06).
           03 FOL-MOT                    PIC X(10).
           03 FOL-FILIAL                 PIC X(10).
           03 FOL-VIAGENS                PIC 9(04).
           03 FOL-DIAS-FRT               PIC 9(03).
           03 FOL-HR-NORMAIS             PIC 9(04)V99.
           03 FOL-HR-EXTRAS              PIC 9(04)V99.
           03 FOL-HR-NOTURNAS            PIC 9(04)V99.
           03 FOL-QTD-DIARIAS            PIC 9(05).
           03 FOL-VLR-DIARIAS            PIC 9(09)V99.
           03 FOL-QTD-MULTAS             PIC 9(03).
           03 FOL-VLR-MULTAS             PIC 9(07)V99.
           03 FOL-QTD-QUEBRAS            PIC 9(03).
           03 FOL-VLR-QUEBRAS            PIC 9(07)V99.
           03 FOL-VLR-DESCONTOS          PIC 9(09)V99.

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-FILIAL-1     PIC X(10).
           03  SORT-MOT-1        PIC X(10).
           03  SORT-IND-1        PIC 9(03).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-MUL                PIC  X(02).
               88 VAL-MUL            VALUE '00' THRU '09'.
           03  ST-CXS                PIC  X(02).
               88 VAL-CXS            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-DRS                PIC  X(02).
               88 VAL-DRS            VALUE '00' THRU '09'.
           03  ST-FOL                PIC  X(02).
               88 VAL-FOL            VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-FRT-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRT-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-MUL-ATIVA           PIC  X(01) VALUE 'N'.
               88 MUL-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-CXS-ATIVA           PIC  X(01) VALUE 'N'.
               88 CXS-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-DRS-ATIVA           PIC  X(01) VALUE 'N'.
               88 DRS-ATIVA          VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(150) VALUE 'FOLHA.ARQ'.

           03  CAMPOS-APURACAO-W.
               05 W-MESANO-ALVO           PIC  9(06).
               05 REDEFINES W-MESANO-ALVO.
                  07 W-ANO-ALVO           PIC  9(04).
                  07 W-MES-ALVO           PIC  9(02).
               05 W-MESANO-AUX            PIC  9(06).
               05 W-INI-MES-I             PIC  9(08).
               05 W-FIM-MES-I             PIC  9(08).
               05 W-INI-MES-J             PIC  9(07).
               05 W-FIM-MES-J             PIC  9(07).
               05 W-FRT-INI-J             PIC  9(07).
               05 W-FRT-FIM-J             PIC  9(07).
               05 W-DIAS                  PIC  9(03).
               05 W-CREW-ID               PIC  X(10).
               05 W-DT-DESC-MES           PIC  9(08).

           | regras da jornada (PARAM 30 e 47 a 50)
               05 W-DURACAO-HR            PIC  9(02) VALUE 4.
               05 W-JORNADA-MES           PIC  9(03) VALUE 220.
               05 W-NOTURNO-INI           PIC  9(02) VALUE 22.
               05 W-NOTURNO-FIM           PIC  9(02) VALUE 5.
               05 W-HORAS-DIA-FRT         PIC  9(02) VALUE 8.

               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-INI               PIC  9(05).
               05 W-MIN-FIM               PIC  9(05).
               05 W-MIN-VIAGEM            PIC  9(05).
               05 W-MIN-NOTURNO           PIC  9(05).
               05 W-JAN-INI               PIC  9(05).
               05 W-JAN-FIM               PIC  9(05).
               05 W-SOBRE-INI             PIC  9(05).
               05 W-SOBRE-FIM             PIC  9(05).
               05 W-IND-JAN               PIC  9(01).
               05 W-MIN-JORNADA           PIC  9(06).

               05 W-QTD-CREW              PIC  9(03) VALUE 0.
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.
               05 W-IND                   PIC  9(03).
               05 W-IND-CREW              PIC  9(03).

           | acumulado do mes por tripulante
           03  W-TAB-CREW.
               05 W-CT-ITEM OCCURS 500 TIMES.
                  07 W-CT-ID              PIC X(10).
                  07 W-CT-VIAGENS         PIC 9(04).
                  07 W-CT-DIAS-FRT        PIC 9(03).
                  07 W-CT-MIN-TOTAL       PIC 9(06).
                  07 W-CT-MIN-NOTURNO     PIC 9(06).
                  07 W-CT-MIN-NORMAL      PIC 9(06).
                  07 W-CT-MIN-EXTRA       PIC 9(06).
                  07 W-CT-QTD-DIARIAS     PIC 9(05).
                  07 W-CT-VLR-DIARIAS     PIC 9(09)V99.
                  07 W-CT-QTD-MULTAS      PIC 9(03).
                  07 W-CT-VLR-MULTAS      PIC 9(07)V99.
                  07 W-CT-QTD-QUEBRAS     PIC 9(03).
                  07 W-CT-VLR-QUEBRAS     PIC 9(07)V99.

           03  CAMPOS-TOTAIS-W.
               05 W-TOT-FIL-MIN-NORMAL    PIC 9(08).
               05 W-TOT-FIL-MIN-EXTRA     PIC 9(08).
               05 W-TOT-FIL-MIN-NOTURNO   PIC 9(08).
               05 W-TOT-FIL-DIARIAS       PIC 9(11)V99.
               05 W-TOT-FIL-DESCONTOS     PIC 9(11)V99.
               05 W-TOT-FIL-QTD           PIC 9(05).
               05 W-TOT-GER-MIN-NORMAL    PIC 9(08).
               05 W-TOT-GER-MIN-EXTRA     PIC 9(08).
               05 W-TOT-GER-MIN-NOTURNO   PIC 9(08).
               05 W-TOT-GER-DIARIAS       PIC 9(11)V99.
               05 W-TOT-GER-DESCONTOS     PIC 9(11)V99.
               05 W-TOT-GER-QTD           PIC 9(05).
               05 W-FILIAL-ANT            PIC X(10).
               05 W-HORAS-AUX             PIC 9(06)V99.
               05 W-DESCONTOS-AUX         PIC 9(09)V99.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).
               05 W-DATA-I                PIC  9(08).
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-FILIAL.
                  07 FILLER     PIC X(08) VALUE 'FILIAL: '.
                  07 W-LFI-FIL  PIC X(10).

               05 W-LINHA-1.
                  07 W-L1-MOT   PIC X(10)B.
                  07 W-L1-NOME  PIC X(24)B.
                  07 W-L1-VIAG  PIC ZZZ9B.
                  07 W-L1-FRT   PIC ZZ9B.
                  07 W-L1-NORM  PIC ZZZ9,99B.
                  07 W-L1-EXTR  PIC ZZZ9,99B.
                  07 W-L1-NOT   PIC ZZZ9,99B.
                  07 W-L1-QDIA  PIC ZZZ9B.
                  07 W-L1-VDIA  PIC ZZZ.ZZ9,99B.
                  07 W-L1-QMUL  PIC Z9B.
                  07 W-L1-VMUL  PIC ZZ.ZZ9,99B.
                  07 W-L1-VQBR  PIC ZZ.ZZ9,99B.
                  07 W-L1-VDES  PIC ZZZ.ZZ9,99.

               05 W-LINHA-TIT.
                  07 FILLER     PIC X(40) VALUE
                     'MATRICULA  NOME                      VI'.
                  07 FILLER     PIC X(40) VALUE
                     'AG FRT  NORMAIS  EXTRAS NOTURNAS DIAR   '.
                  07 FILLER     PIC X(40) VALUE
                     ' DIARIAS MU    MULTAS   QUEBRAS  DESCON'.
                  07 FILLER     PIC X(04) VALUE
                     'TOS '.

               05 W-LINHA-TOTAL.
                  07 W-LT-TIT   PIC X(36).
                  07 W-LT-QTD   PIC ZZZZ9B(2).
                  07 FILLER     PIC X(07) VALUE 'HORAS: '.
                  07 W-LT-NORM  PIC ZZZZZ9,99B.
                  07 W-LT-EXTR  PIC ZZZZZ9,99B.
                  07 W-LT-NOT   PIC ZZZZZ9,99B(2).
                  07 FILLER     PIC X(09) VALUE 'DIARIAS: '.
                  07 W-LT-DIA   PIC ZZ.ZZZ.ZZ9,99B(2).
                  07 FILLER     PIC X(12) VALUE 'DESCONTOS: '.
                  07 W-LT-DES   PIC ZZ.ZZZ.ZZ9,99.

               05 W-LINHA-REGRAS.
                  07 FILLER     PIC X(18) VALUE 'JORNADA MENSAL: '.
                  07 W-LR-JOR   PIC ZZ9.
                  07 FILLER     PIC X(14) VALUE 'H   NOTURNO: '.
                  07 W-LR-NINI  PIC 99.
                  07 FILLER     PIC X(05) VALUE 'H AS '.
                  07 W-LR-NFIM  PIC 99.
                  07 FILLER     PIC X(25) VALUE
                     'H   DIA DE FRETAMENTO: '.
                  07 W-LR-FRT   PIC Z9.
                  07 FILLER     PIC X(01) VALUE 'H'.

               05 W-LINHA-AVISO           PIC X(80).

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'INTERFACE DA FOLHA - TRIPULACAO'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE 'MES: '.
                  07 W-C2-MES  PIC 99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 W-C2-ANO  PIC 9999.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-MESANO-L                     PIC 9(06).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-MESANO-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | interface mensal da tripulacao para a folha: horas
           | trabalhadas pelas partidas escaladas no VIAGEM.ARQ
           | e pelos fretamentos do FRETAM.ARQ, separadas em
           | normais, extras (acima da jornada mensal) e
           | noturnas; diarias do resumo DIARIAS.ARQ do
           | PRJ-DIARIA-LOTE; descontos das multas marcadas
           | para desconto e das quebras de caixa (falta) das
           | sessoes abertas com a matricula do tripulante;
           | sai o arquivo FOLHA.ARQ e o relatorio de controle
           | por tripulante e filial

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFRETAM
           IF ST-FRT = '35'
              SET FRT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FRT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FRT-ATIVA TO TRUE
           END-IF.

           OPEN I-O CMULTA
           IF ST-MUL = '35'
              SET MUL-ATIVA TO FALSE
           ELSE
              IF NOT VAL-MUL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET MUL-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CCAIXA
           IF ST-CXS = '35'
              SET CXS-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CXS
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CXS-ATIVA TO TRUE
           END-IF.

           OPEN INPUT DIARIAS
           IF ST-DRS = '35'
              SET DRS-ATIVA TO FALSE
           ELSE
              IF NOT VAL-DRS
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET DRS-ATIVA TO TRUE
           END-IF.

           IF W-ARQ-SAIDA-L NOT = SPACES
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           END-IF

           IF W-MESANO-L = 0
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
              MOVE W-DATA-SISTEMA TO W-DATAUXI
              IF W-MESAUXI-I = 1
                 COMPUTE W-MESANO-ALVO = (W-ANOAUXI-I - 1) * 100 + 12
              ELSE
                 COMPUTE W-MESANO-ALVO = W-ANOAUXI-I * 100
                         + W-MESAUXI-I - 1
              END-IF
           ELSE
              MOVE W-MESANO-L TO W-MESANO-ALVO
           END-IF

           PERFORM BUSCA-PARAMETROS
           PERFORM DEFINE-LIMITES-MES

           INITIALIZE W-TAB-CREW
           PERFORM APURA-VIAGENS
           IF FRT-ATIVA
              PERFORM APURA-FRETAMENTOS
           END-IF
           IF DRS-ATIVA
              PERFORM APURA-DIARIAS
           END-IF
           IF MUL-ATIVA
              PERFORM APURA-MULTAS
           END-IF
           IF CXS-ATIVA
              PERFORM APURA-QUEBRAS
           END-IF
           PERFORM VARYING W-IND-CREW FROM 1 BY 1
                   UNTIL W-IND-CREW > W-QTD-CREW
              PERFORM SEPARA-JORNADA
           END-PERFORM

           OPEN OUTPUT FOLHA
           IF NOT VAL-FOL
              PERFORM ERRO-ARQUIVO.
           OPEN OUTPUT PRINTF

           INITIALIZE CAMPOS-TOTAIS-W
           MOVE HIGH-VALUES TO W-FILIAL-ANT
           MOVE 800 TO W-CONTLIN
           SORT SORTER ASCENDING KEY SORT-FILIAL-1
                       ASCENDING KEY SORT-MOT-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-RESUMO

           CLOSE FOLHA
           CLOSE PRINTF.

       FIM.
           CLOSE CVIAGEM CMOTORISTA.
           IF FRT-ATIVA
              CLOSE CFRETAM.
           IF MUL-ATIVA
              CLOSE CMULTA.
           IF CXS-ATIVA
              CLOSE CCAIXA.
           IF DRS-ATIVA
              CLOSE DIARIAS.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 30 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-DURACAO-HR
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 47 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-JORNADA-MES
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 48 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-NOTURNO-INI
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 49 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-NOTURNO-FIM
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 50 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-HORAS-DIA-FRT
           END-IF

           CLOSE CPARAM.

       DEFINE-LIMITES-MES.
           COMPUTE W-INI-MES-I = W-MESANO-ALVO * 100 + 1
           COMPUTE W-INI-MES-J = FUNCTION INTEGER-OF-DATE(W-INI-MES-I)
           IF W-MES-ALVO = 12
              COMPUTE W-FIM-MES-I = (W-ANO-ALVO + 1) * 10000 + 101
           ELSE
              COMPUTE W-FIM-MES-I = W-MESANO-ALVO * 100 + 101
           END-IF
           COMPUTE W-FIM-MES-J =
                   FUNCTION INTEGER-OF-DATE(W-FIM-MES-I) - 1
           COMPUTE W-FIM-MES-I =
                   FUNCTION DATE-OF-INTEGER(W-FIM-MES-J)

           | data do desconto das multas do mes: dia 1 do mes
           | apurado (ddmmaaaa), o que deixa o reprocessamento
           | do mesmo mes achar as mesmas multas
           COMPUTE W-DT-DESC-MES = 1000000 + W-MES-ALVO * 10000
                                 + W-ANO-ALVO.

       LOCALIZA-CREW.
           MOVE 0 TO W-IND-CREW
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-CREW
              IF W-CT-ID(W-IND) = W-CREW-ID
                 MOVE W-IND TO W-IND-CREW
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-CREW < 500
              ADD 1 TO W-QTD-CREW
              MOVE W-CREW-ID TO W-CT-ID(W-QTD-CREW)
              MOVE W-QTD-CREW TO W-IND-CREW
           ELSE
              ADD 1 TO W-QTD-ESTOURO
           END-IF.

       APURA-VIAGENS.
           INITIALIZE VIA-REG-1
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF

              MOVE VIA-DATA TO W-DATAUXI
              COMPUTE W-MESANO-AUX = W-ANOAUXI * 100 + W-MESAUXI
              IF W-MESANO-AUX = W-MESANO-ALVO AND NOT VIA-CANCELADA
                 PERFORM APURA-VIAGEM
              END-IF
           END-PERFORM.

       APURA-VIAGEM.
           | inicio pela hora real quando a partida ja saiu,
           | fim pela chegada; sem chegada vale a duracao
           | padrao do PARAM 30
           IF VIA-HR-REAL > 0
              MOVE VIA-HR-REAL TO W-HHMM-AUX
           ELSE
              MOVE VIA-HR-PREV TO W-HHMM-AUX
           END-IF
           COMPUTE W-MIN-INI = W-HH-AUX * 60 + W-MM-AUX
           IF VIA-HR-CHEG > 0
              MOVE VIA-HR-CHEG TO W-HHMM-AUX
              COMPUTE W-MIN-FIM = W-HH-AUX * 60 + W-MM-AUX
              IF W-MIN-FIM <= W-MIN-INI
                 ADD 1440 TO W-MIN-FIM
              END-IF
           ELSE
              COMPUTE W-MIN-FIM = W-MIN-INI + W-DURACAO-HR * 60
           END-IF
           COMPUTE W-MIN-VIAGEM = W-MIN-FIM - W-MIN-INI
           PERFORM CALCULA-NOTURNO

           IF VIA-MOTORISTA NOT = SPACES
              MOVE VIA-MOTORISTA TO W-CREW-ID
              PERFORM ACUMULA-VIAGEM
           END-IF
           IF VIA-COBRADOR NOT = SPACES
              MOVE VIA-COBRADOR TO W-CREW-ID
              PERFORM ACUMULA-VIAGEM
           END-IF.

       CALCULA-NOTURNO.
           | minutos da viagem dentro das faixas noturnas; a
           | viagem pode atravessar a meia-noite, por isso as
           | tres faixas: madrugada do dia, noite do dia e
           | noite do dia seguinte
           MOVE 0 TO W-MIN-NOTURNO
           PERFORM VARYING W-IND-JAN FROM 1 BY 1
                   UNTIL W-IND-JAN > 3
              EVALUATE W-IND-JAN
                 WHEN 1
                    MOVE 0 TO W-JAN-INI
                    COMPUTE W-JAN-FIM = W-NOTURNO-FIM * 60
                 WHEN 2
                    COMPUTE W-JAN-INI = W-NOTURNO-INI * 60
                    COMPUTE W-JAN-FIM = 1440 + W-NOTURNO-FIM * 60
                 WHEN 3
                    COMPUTE W-JAN-INI = 1440 + W-NOTURNO-INI * 60
                    COMPUTE W-JAN-FIM = 2880 + W-NOTURNO-FIM * 60
              END-EVALUATE
              IF W-MIN-INI > W-JAN-INI
                 MOVE W-MIN-INI TO W-SOBRE-INI
              ELSE
                 MOVE W-JAN-INI TO W-SOBRE-INI
              END-IF
              IF W-MIN-FIM < W-JAN-FIM
                 MOVE W-MIN-FIM TO W-SOBRE-FIM
              ELSE
                 MOVE W-JAN-FIM TO W-SOBRE-FIM
              END-IF
              IF W-SOBRE-FIM > W-SOBRE-INI
                 COMPUTE W-MIN-NOTURNO = W-MIN-NOTURNO +
                         W-SOBRE-FIM - W-SOBRE-INI
              END-IF
           END-PERFORM.

       ACUMULA-VIAGEM.
           PERFORM LOCALIZA-CREW
           IF W-IND-CREW = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1             TO W-CT-VIAGENS(W-IND-CREW)
           ADD W-MIN-VIAGEM  TO W-CT-MIN-TOTAL(W-IND-CREW)
           ADD W-MIN-NOTURNO TO W-CT-MIN-NOTURNO(W-IND-CREW).

       APURA-FRETAMENTOS.
           | fretamento conta a jornada cheia (PARAM 50) em cada
           | dia do contrato que cai no mes
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
              IF NOT FRT-CANCELADO AND FRT-DT-INI > 0
                 PERFORM APURA-FRETAMENTO
              END-IF
           END-PERFORM.

       APURA-FRETAMENTO.
           MOVE FRT-DT-INI TO W-DATAUXI
           COMPUTE W-DATA-I = W-ANOAUXI * 10000 + W-MESAUXI * 100
                            + W-DIAAUXI
           COMPUTE W-FRT-INI-J = FUNCTION INTEGER-OF-DATE(W-DATA-I)
           IF FRT-DT-FIM > 0
              MOVE FRT-DT-FIM TO W-DATAUXI
              COMPUTE W-DATA-I = W-ANOAUXI * 10000 + W-MESAUXI * 100
                               + W-DIAAUXI
              COMPUTE W-FRT-FIM-J =
                      FUNCTION INTEGER-OF-DATE(W-DATA-I)
           ELSE
              MOVE W-FRT-INI-J TO W-FRT-FIM-J
           END-IF

           IF W-FRT-FIM-J < W-INI-MES-J OR W-FRT-INI-J > W-FIM-MES-J
              EXIT PARAGRAPH
           END-IF
           IF W-FRT-INI-J < W-INI-MES-J
              MOVE W-INI-MES-J TO W-FRT-INI-J
           END-IF
           IF W-FRT-FIM-J > W-FIM-MES-J
              MOVE W-FIM-MES-J TO W-FRT-FIM-J
           END-IF
           COMPUTE W-DIAS = W-FRT-FIM-J - W-FRT-INI-J + 1

           IF FRT-MOTORISTA NOT = SPACES
              MOVE FRT-MOTORISTA TO W-CREW-ID
              PERFORM ACUMULA-FRETAMENTO
           END-IF
           IF FRT-COBRADOR NOT = SPACES
              MOVE FRT-COBRADOR TO W-CREW-ID
              PERFORM ACUMULA-FRETAMENTO
           END-IF.

       ACUMULA-FRETAMENTO.
           PERFORM LOCALIZA-CREW
           IF W-IND-CREW = 0
              EXIT PARAGRAPH
           END-IF
           ADD W-DIAS TO W-CT-DIAS-FRT(W-IND-CREW)
           COMPUTE W-CT-MIN-TOTAL(W-IND-CREW) =
                   W-CT-MIN-TOTAL(W-IND-CREW) +
                   W-DIAS * W-HORAS-DIA-FRT * 60.

       APURA-DIARIAS.
           PERFORM UNTIL 1 = 2
              READ DIARIAS NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DRS
                 EXIT PERFORM
              END-IF
              IF DRS-MESANO = W-MESANO-ALVO
                 MOVE DRS-MOT TO W-CREW-ID
                 PERFORM LOCALIZA-CREW
                 IF W-IND-CREW > 0
                    ADD DRS-QTD   TO W-CT-QTD-DIARIAS(W-IND-CREW)
                    ADD DRS-TOTAL TO W-CT-VLR-DIARIAS(W-IND-CREW)
                 END-IF
              END-IF
           END-PERFORM.

       APURA-MULTAS.
           | multa marcada para desconto e ainda nao descontada
           | entra no mes e recebe a data do desconto; multa em
           | recurso espera o julgamento, deferida nao desconta
           INITIALIZE MUL-REG-1
           START CMULTA KEY >= MUL-AUTO
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CMULTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MUL
                 EXIT PERFORM
              END-IF
              IF MUL-DESCONTAR AND MUL-MOTORISTA NOT = SPACES
                 AND NOT MUL-EM-RECURSO
                 AND NOT MUL-RECURSO-DEFERIDO
                 AND (MUL-DT-DESCONTO = 0 OR
                      MUL-DT-DESCONTO = W-DT-DESC-MES)
                 PERFORM DESCONTA-MULTA
              END-IF
           END-PERFORM.

       DESCONTA-MULTA.
           MOVE MUL-MOTORISTA TO W-CREW-ID
           PERFORM LOCALIZA-CREW
           IF W-IND-CREW = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-CT-QTD-MULTAS(W-IND-CREW)
           IF MUL-VLR-PAGO > 0
              ADD MUL-VLR-PAGO TO W-CT-VLR-MULTAS(W-IND-CREW)
           ELSE
              ADD MUL-VALOR    TO W-CT-VLR-MULTAS(W-IND-CREW)
           END-IF

           IF MUL-DT-DESCONTO = 0
              MOVE W-DT-DESC-MES TO MUL-DT-DESCONTO
              REWRITE MUL-REG-1
              IF NOT VAL-MUL
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF.

       APURA-QUEBRAS.
           | so a falta (quebra negativa) de sessao fechada e
           | descontada; sobra nao volta para o operador
           INITIALIZE CXS-REG-1
           START CCAIXA KEY >= CXS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCAIXA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CXS
                 EXIT PERFORM
              END-IF
              MOVE CXS-DATA TO W-DATAUXI
              COMPUTE W-MESANO-AUX = W-ANOAUXI * 100 + W-MESAUXI
              IF W-MESANO-AUX = W-MESANO-ALVO AND CXS-QUEBRA < 0
                 AND NOT CXS-ABERTA
                 PERFORM DESCONTA-QUEBRA
              END-IF
           END-PERFORM.

       DESCONTA-QUEBRA.
           INITIALIZE MOT-REG-1
           MOVE CXS-USU TO MOT-ID
           READ CMOTORISTA
           IF NOT VAL-MOT
              EXIT PARAGRAPH
           END-IF
           MOVE CXS-USU TO W-CREW-ID
           PERFORM LOCALIZA-CREW
           IF W-IND-CREW = 0
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-CT-QTD-QUEBRAS(W-IND-CREW)
           COMPUTE W-CT-VLR-QUEBRAS(W-IND-CREW) =
                   W-CT-VLR-QUEBRAS(W-IND-CREW) - CXS-QUEBRA.

       SEPARA-JORNADA.
           | o que passa da jornada mensal e hora extra; as
           | noturnas ja estao dentro das horas do mes e saem
           | a parte para o adicional
           COMPUTE W-MIN-JORNADA = W-JORNADA-MES * 60
           IF W-CT-MIN-TOTAL(W-IND-CREW) > W-MIN-JORNADA
              MOVE W-MIN-JORNADA TO W-CT-MIN-NORMAL(W-IND-CREW)
              COMPUTE W-CT-MIN-EXTRA(W-IND-CREW) =
                      W-CT-MIN-TOTAL(W-IND-CREW) - W-MIN-JORNADA
           ELSE
              MOVE W-CT-MIN-TOTAL(W-IND-CREW)
                TO W-CT-MIN-NORMAL(W-IND-CREW)
              MOVE 0 TO W-CT-MIN-EXTRA(W-IND-CREW)
           END-IF.

       INPUTPROCE.
           PERFORM VARYING W-IND-CREW FROM 1 BY 1
                   UNTIL W-IND-CREW > W-QTD-CREW
              INITIALIZE MOT-REG-1
              MOVE W-CT-ID(W-IND-CREW) TO MOT-ID
              READ CMOTORISTA
              IF NOT VAL-MOT
                 MOVE SPACES TO MOT-FILIAL
              END-IF
              INITIALIZE SORT-REGISTR-1
              MOVE MOT-FILIAL          TO SORT-FILIAL-1
              MOVE W-CT-ID(W-IND-CREW) TO SORT-MOT-1
              MOVE W-IND-CREW          TO SORT-IND-1
              RELEASE SORT-REGISTR-1
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-FILIAL-1 NOT = W-FILIAL-ANT
                 IF W-FILIAL-ANT NOT = HIGH-VALUES
                    PERFORM IMPRIME-TOTAL-FILIAL
                 END-IF
                 MOVE SORT-FILIAL-1 TO W-FILIAL-ANT
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE SPACES TO PRINTF-R
                 WRITE PRINTF-R AFTER 1
                 MOVE SORT-FILIAL-1 TO W-LFI-FIL
                 IF SORT-FILIAL-1 = SPACES
                    MOVE '(SEM)' TO W-LFI-FIL
                 END-IF
                 WRITE PRINTF-R FROM W-LINHA-FILIAL AFTER 1
                 ADD 2 TO W-CONTLIN
              END-IF
              MOVE SORT-IND-1 TO W-IND-CREW

              PERFORM GRAVA-FOLHA
              PERFORM IMPRIME-TRIPULANTE
           END-PERFORM
           IF W-FILIAL-ANT NOT = HIGH-VALUES
              PERFORM IMPRIME-TOTAL-FILIAL
           END-IF.

       GRAVA-FOLHA.
           INITIALIZE FOL-REG-1
           MOVE W-MESANO-ALVO                 TO FOL-MESANO
           MOVE SORT-MOT-1                    TO FOL-MOT
           MOVE SORT-FILIAL-1                 TO FOL-FILIAL
           MOVE W-CT-VIAGENS(W-IND-CREW)      TO FOL-VIAGENS
           MOVE W-CT-DIAS-FRT(W-IND-CREW)     TO FOL-DIAS-FRT
           COMPUTE FOL-HR-NORMAIS ROUNDED =
                   W-CT-MIN-NORMAL(W-IND-CREW) / 60
           COMPUTE FOL-HR-EXTRAS ROUNDED =
                   W-CT-MIN-EXTRA(W-IND-CREW) / 60
           COMPUTE FOL-HR-NOTURNAS ROUNDED =
                   W-CT-MIN-NOTURNO(W-IND-CREW) / 60
           MOVE W-CT-QTD-DIARIAS(W-IND-CREW)  TO FOL-QTD-DIARIAS
           MOVE W-CT-VLR-DIARIAS(W-IND-CREW)  TO FOL-VLR-DIARIAS
           MOVE W-CT-QTD-MULTAS(W-IND-CREW)   TO FOL-QTD-MULTAS
           MOVE W-CT-VLR-MULTAS(W-IND-CREW)   TO FOL-VLR-MULTAS
           MOVE W-CT-QTD-QUEBRAS(W-IND-CREW)  TO FOL-QTD-QUEBRAS
           MOVE W-CT-VLR-QUEBRAS(W-IND-CREW)  TO FOL-VLR-QUEBRAS
           COMPUTE FOL-VLR-DESCONTOS = FOL-VLR-MULTAS
                                     + FOL-VLR-QUEBRAS
           WRITE FOL-REG-1
           IF NOT VAL-FOL
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1                              TO W-TOT-FIL-QTD
           ADD W-CT-MIN-NORMAL(W-IND-CREW)    TO W-TOT-FIL-MIN-NORMAL
           ADD W-CT-MIN-EXTRA(W-IND-CREW)     TO W-TOT-FIL-MIN-EXTRA
           ADD W-CT-MIN-NOTURNO(W-IND-CREW)   TO W-TOT-FIL-MIN-NOTURNO
           ADD FOL-VLR-DIARIAS                TO W-TOT-FIL-DIARIAS
           ADD FOL-VLR-DESCONTOS              TO W-TOT-FIL-DESCONTOS.

       IMPRIME-TRIPULANTE.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SORT-MOT-1 TO W-L1-MOT
           INITIALIZE MOT-REG-1
           MOVE SORT-MOT-1 TO MOT-ID
           READ CMOTORISTA
           IF VAL-MOT
              MOVE MOT-NOME TO W-L1-NOME
           ELSE
              MOVE '*** NAO CADASTRADO' TO W-L1-NOME
           END-IF
           MOVE FOL-VIAGENS     TO W-L1-VIAG
           MOVE FOL-DIAS-FRT    TO W-L1-FRT
           MOVE FOL-HR-NORMAIS  TO W-L1-NORM
           MOVE FOL-HR-EXTRAS   TO W-L1-EXTR
           MOVE FOL-HR-NOTURNAS TO W-L1-NOT
           MOVE FOL-QTD-DIARIAS TO W-L1-QDIA
           MOVE FOL-VLR-DIARIAS TO W-L1-VDIA
           MOVE FOL-QTD-MULTAS  TO W-L1-QMUL
           MOVE FOL-VLR-MULTAS  TO W-L1-VMUL
           MOVE FOL-VLR-QUEBRAS TO W-L1-VQBR
           MOVE FOL-VLR-DESCONTOS TO W-L1-VDES
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-TOTAL-FILIAL.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LT-TIT
           STRING 'TOTAL DA FILIAL ' DELIMITED BY SIZE
                  W-FILIAL-ANT       DELIMITED BY SIZE
             INTO W-LT-TIT
           MOVE W-TOT-FIL-QTD TO W-LT-QTD
           COMPUTE W-HORAS-AUX ROUNDED = W-TOT-FIL-MIN-NORMAL / 60
           MOVE W-HORAS-AUX TO W-LT-NORM
           COMPUTE W-HORAS-AUX ROUNDED = W-TOT-FIL-MIN-EXTRA / 60
           MOVE W-HORAS-AUX TO W-LT-EXTR
           COMPUTE W-HORAS-AUX ROUNDED = W-TOT-FIL-MIN-NOTURNO / 60
           MOVE W-HORAS-AUX TO W-LT-NOT
           MOVE W-TOT-FIL-DIARIAS   TO W-LT-DIA
           MOVE W-TOT-FIL-DESCONTOS TO W-LT-DES
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1
           ADD 1 TO W-CONTLIN

           ADD W-TOT-FIL-QTD         TO W-TOT-GER-QTD
           ADD W-TOT-FIL-MIN-NORMAL  TO W-TOT-GER-MIN-NORMAL
           ADD W-TOT-FIL-MIN-EXTRA   TO W-TOT-GER-MIN-EXTRA
           ADD W-TOT-FIL-MIN-NOTURNO TO W-TOT-GER-MIN-NOTURNO
           ADD W-TOT-FIL-DIARIAS     TO W-TOT-GER-DIARIAS
           ADD W-TOT-FIL-DESCONTOS   TO W-TOT-GER-DESCONTOS
           INITIALIZE W-TOT-FIL-QTD W-TOT-FIL-MIN-NORMAL
                      W-TOT-FIL-MIN-EXTRA W-TOT-FIL-MIN-NOTURNO
                      W-TOT-FIL-DIARIAS W-TOT-FIL-DESCONTOS.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE 'TOTAL GERAL' TO W-LT-TIT
           MOVE W-TOT-GER-QTD TO W-LT-QTD
           COMPUTE W-HORAS-AUX ROUNDED = W-TOT-GER-MIN-NORMAL / 60
           MOVE W-HORAS-AUX TO W-LT-NORM
           COMPUTE W-HORAS-AUX ROUNDED = W-TOT-GER-MIN-EXTRA / 60
           MOVE W-HORAS-AUX TO W-LT-EXTR
           COMPUTE W-HORAS-AUX ROUNDED = W-TOT-GER-MIN-NOTURNO / 60
           MOVE W-HORAS-AUX TO W-LT-NOT
           MOVE W-TOT-GER-DIARIAS   TO W-LT-DIA
           MOVE W-TOT-GER-DESCONTOS TO W-LT-DES
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           IF NOT DRS-ATIVA
              MOVE 'DIARIAS.ARQ NAO ENCONTRADO: DIARIAS ZERADAS.'
                TO W-LINHA-AVISO
              WRITE PRINTF-R FROM W-LINHA-AVISO AFTER 1
           END-IF
           IF W-QTD-ESTOURO > 0
              MOVE 'TRIPULANTES FORA DA TABELA (LIMITE DE 500).'
                TO W-LINHA-AVISO
              WRITE PRINTF-R FROM W-LINHA-AVISO AFTER 1
           END-IF.

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

           MOVE W-MES-ALVO TO W-C2-MES
           MOVE W-ANO-ALVO TO W-C2-ANO
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE W-JORNADA-MES   TO W-LR-JOR
           MOVE W-NOTURNO-INI   TO W-LR-NINI
           MOVE W-NOTURNO-FIM   TO W-LR-NFIM
           MOVE W-HORAS-DIA-FRT TO W-LR-FRT
           WRITE PRINTF-R FROM W-LINHA-REGRAS AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 6 TO W-CONTLIN.

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
              MOVE 'PRJ-FOLHA' TO ERRL-PROG
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
