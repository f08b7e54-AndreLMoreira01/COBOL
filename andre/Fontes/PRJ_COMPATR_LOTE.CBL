       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-COMPATR-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VIA.SL".
           COPY "PRJ_HORA.SL".
           COPY "PRJ_OCO.SL".
           COPY "PRJ_OCM.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_WAL.SL".
           COPY "PRJ_CPA.SL".
           COPY "PRJ_CPG.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_PARAM.SL".
           COPY "PRJ_LOG.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VIA.FD".
           COPY "PRJ_HORA.FD".
           COPY "PRJ_OCO.FD".
           COPY "PRJ_OCM.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_WAL.FD".
           COPY "PRJ_CPA.FD".
           COPY "PRJ_CPG.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_PARAM.FD".
           COPY "PRJ_LOG.FD".

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
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-OCO                PIC  X(02).
               88 VAL-OCO            VALUE '00' THRU '09'.
           03  ST-OCM                PIC  X(02).
               88 VAL-OCM            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-WAL                PIC  X(02).
               88 VAL-WAL            VALUE '00' THRU '09'.
           03  ST-CPA                PIC  X(02).
               88 VAL-CPA            VALUE '00' THRU '09'.
           03  ST-CPG                PIC  X(02).
               88 VAL-CPG            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-OCM-ATIVA           PIC  X(01) VALUE 'N'.
               88 OCM-ATIVA          VALUE 'S' FALSE 'N'.

           03  CAMPOS-CTRL-W.
               05 W-DIAS-JANELA           PIC  9(03) VALUE 7.
               05 W-HOJE-I                PIC  9(08).
               05 W-HOJE-J                PIC  9(09).
               05 W-INICIO-I              PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-MIN-PREV              PIC  9(05).
               05 W-MIN-REAL              PIC  9(05).
               05 W-ATRASO-SAIDA          PIC S9(05).
               05 W-ATRASO-OCO            PIC  9(05).
               05 W-ATRASO-MIN            PIC  9(05).
               05 W-MAIOR-OCO             PIC  9(04).
               05 W-OCO-COD               PIC  9(02).
               05 W-PERC-COMP             PIC  9(03)V99.
               05 W-VLR-COMP              PIC  9(07)V99.
               05 W-WAL-SEQ-MAX           PIC  9(08).
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-QTD-FAIXAS            PIC  9(02) VALUE 0.
               05 W-FAIXA OCCURS 20 TIMES.
                  07 W-FX-MINUTOS         PIC  9(04).
                  07 W-FX-PERC            PIC  9(03)V99.
               05 W-IND                   PIC  9(03).
               05 W-QTD-COMP              PIC  9(07) VALUE 0.
               05 W-TOT-COMP              PIC  9(09)V99 VALUE 0.
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
               05 W-MES-HOJE              PIC  9(02).
               05 W-ANO-HOJE              PIC  9(04).

           | totais do m?s corrente para o relat?rio
           03  CAMPOS-TOTAIS.
               05 W-QTD-FROS              PIC  9(03) VALUE 0.
               05 W-FRO-TAB OCCURS 100 TIMES.
                  07 W-FT-FRO             PIC  9(03).
                  07 W-FT-QTD             PIC  9(05).
                  07 W-FT-VLR             PIC  9(09)V99.
               05 W-QTD-MOTS              PIC  9(03) VALUE 0.
               05 W-MOT-TAB OCCURS 100 TIMES.
                  07 W-MT-MOT             PIC  X(10).
                  07 W-MT-QTD             PIC  9(05).
                  07 W-MT-VLR             PIC  9(09)V99.
               05 W-QTD-MTVS              PIC  9(03) VALUE 0.
               05 W-MTV-TAB OCCURS 100 TIMES.
                  07 W-MV-COD             PIC  9(02).
                  07 W-MV-QTD             PIC  9(05).
                  07 W-MV-VLR             PIC  9(09)V99.
               05 W-QTD-MES               PIC  9(07) VALUE 0.
               05 W-VLR-MES               PIC  9(09)V99 VALUE 0.

           03 CAMPOS-MENSAGEM.
               05 W-TMPL-TIPO    PIC 9(02).
               05 W-TMPL-VARS.
                  07 W-TMV-NOME  PIC X(60).
                  07 W-TMV-ROTA  PIC X(60).
                  07 W-TMV-DATA  PIC 99/99/9999.
                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).

           03 CAMPOS-IMPRESSAO.
               05 W-CAB-CPG.
                  07 FILLER    PIC X(44) VALUE
                     'COMPENSACAO POR ATRASO PAGA NO MES - '.
                  07 WC-MES    PIC 99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 WC-ANO    PIC 9(04).
               05 W-CAB-FRO.
                  07 FILLER    PIC X(50) VALUE
                     'POR LINHA                               QTDE'.
                  07 FILLER    PIC X(20) VALUE
                     '         VALOR'.
               05 W-CAB-MOT.
                  07 FILLER    PIC X(50) VALUE
                     'POR MOTORISTA                           QTDE'.
                  07 FILLER    PIC X(20) VALUE
                     '         VALOR'.
               05 W-CAB-MTV.
                  07 FILLER    PIC X(50) VALUE
                     'POR MOTIVO DA OCORRENCIA                QTDE'.
                  07 FILLER    PIC X(20) VALUE
                     '         VALOR'.
               05 W-LINHA-TOT.
                  07 WL-COD    PIC X(04).
                  07 WL-DESC   PIC X(34).
                  07 WL-QTD    PIC ZZZZZZ9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 WL-VLR    PIC ZZZ.ZZZ.ZZ9,99.
               05 W-LINHA-RESUMO.
                  07 FILLER    PIC X(38) VALUE
                     'TOTAL DO MES'.
                  07 WR-QTD    PIC ZZZZZZ9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 WR-VLR    PIC ZZZ.ZZZ.ZZ9,99.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | compensa??o autom?tica por atraso: para cada partida
           | encerrada nos ?ltimos PARAM 77 dias (default 7), o
           | atraso ? o maior entre a sa?da (VIA-HR-REAL contra a
           | hora prevista) e a soma dos atrasos das ocorr?ncias
           | da viagem. Vale a faixa de maior atraso m?nimo da
           | tabela COMPATR.ARQ (PRJ-CAD-CPA) que n?o passe dele;
           | cada bilhete embarcado recebe o percentual do total
           | como cr?dito na carteira, uma vez s? (COMPPAG.ARQ)

           OPEN INPUT CCOMPATR
           IF ST-CPA = '35'
              | sem tabela de faixas n?o h? o que compensar
              EXIT PROGRAM
           END-IF
           IF NOT VAL-CPA
              PERFORM ERRO-ARQUIVO
           END-IF
           PERFORM CARREGA-FAIXAS
           CLOSE CCOMPATR

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CHORARIO
           IF ST-HOR = '35'
              OPEN OUTPUT CHORARIO
              CLOSE CHORARIO
              OPEN INPUT CHORARIO.
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT COCORREN
           IF ST-OCO = '35'
              OPEN OUTPUT COCORREN
              CLOSE COCORREN
              OPEN INPUT COCORREN.
           IF NOT VAL-OCO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT COCOMTV
           IF ST-OCM = '35'
              SET OCM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-OCM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET OCM-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCARTEIRA
           IF ST-WAL = '35'
              OPEN OUTPUT CCARTEIRA
              CLOSE CCARTEIRA
              OPEN I-O CCARTEIRA.
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCOMPPAG
           IF ST-CPG = '35'
              OPEN OUTPUT CCOMPPAG
              CLOSE CCOMPPAG
              OPEN I-O CCOMPPAG.
           IF NOT VAL-CPG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPARAM
           IF ST-PARAM = '35'
              CONTINUE
           ELSE
              IF NOT VAL-PARAM
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM LE-PARAMETROS
              CLOSE CPARAM
           END-IF.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           MOVE W-DATASIS TO W-HOJE-I
           MOVE W-MESAUXI-I TO W-MES-HOJE
           MOVE W-ANOAUXI-I TO W-ANO-HOJE
           COMPUTE W-HOJE-J = FUNCTION INTEGER-OF-DATE(W-HOJE-I)
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           COMPUTE W-INICIO-I = FUNCTION DATE-OF-INTEGER(
                                W-HOJE-J - W-DIAS-JANELA)
           ACCEPT W-HORA FROM TIME

           PERFORM VARRE-VIAGENS

           PERFORM APURA-TOTAIS-MES
           PERFORM IMPRIME-RELATORIO

           IF W-QTD-COMP > 0
              PERFORM GRAVA-LOG-COMPENSACAO
           END-IF.

       FIM.
           CLOSE CVIAGEM CHORARIO COCORREN CBILHETE CCARTEIRA
                 CCOMPPAG CCLIENTE CFROTA CLOG.
           IF OCM-ATIVA
              CLOSE COCOMTV.
           EXIT PROGRAM
           STOP RUN.

       LE-PARAMETROS.
           INITIALIZE PARAM-REG-1
           MOVE 77 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-DIAS-JANELA
           END-IF.

       CARREGA-FAIXAS.
           | em ordem crescente de atraso m?nimo (chave)
           INITIALIZE CPA-REG-1
           START CCOMPATR KEY >= CPA-MINUTOS
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCOMPATR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CPA
                 EXIT PERFORM
              END-IF
              IF W-QTD-FAIXAS < 20
                 ADD 1 TO W-QTD-FAIXAS
                 MOVE CPA-MINUTOS TO W-FX-MINUTOS(W-QTD-FAIXAS)
                 MOVE CPA-PERC    TO W-FX-PERC(W-QTD-FAIXAS)
              END-IF
           END-PERFORM.

       VARRE-VIAGENS.
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
              IF VIA-ENCERRADA
                 MOVE VIA-DATA TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATA-I >= W-INICIO-I AND W-DATA-I <= W-HOJE-I
                    PERFORM APURA-ATRASO
                    PERFORM ESCOLHE-FAIXA
                    IF W-PERC-COMP > 0
                       PERFORM COMPENSA-BILHETES
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       APURA-ATRASO.
           MOVE 0 TO W-ATRASO-SAIDA W-ATRASO-OCO W-MAIOR-OCO
                     W-OCO-COD

           MOVE VIA-HR-PREV TO W-HHMM-AUX
           IF W-HHMM-AUX = 0
              INITIALIZE HOR-REG-1
              MOVE VIA-FRO TO HOR-FRO
              MOVE VIA-NUM TO HOR-NUM
              READ CHORARIO
              IF VAL-HOR
                 MOVE HOR-HORA TO W-HHMM-AUX
              END-IF
           END-IF
           IF W-HHMM-AUX > 0 AND VIA-HR-REAL > 0
              COMPUTE W-MIN-PREV = W-HH-AUX * 60 + W-MM-AUX
              MOVE VIA-HR-REAL TO W-HHMM-AUX
              COMPUTE W-MIN-REAL = W-HH-AUX * 60 + W-MM-AUX
              COMPUTE W-ATRASO-SAIDA = W-MIN-REAL - W-MIN-PREV
              IF W-ATRASO-SAIDA < 0
                 MOVE 0 TO W-ATRASO-SAIDA
              END-IF
           END-IF

           | motivo: a ocorr?ncia de maior atraso da viagem
           INITIALIZE OCO-REG-1
           MOVE VIA-FRO  TO OCO-FRO
           MOVE VIA-DATA TO OCO-DATA
           MOVE VIA-NUM  TO OCO-NUM
           MOVE 0        TO OCO-SEQ
           START COCORREN KEY >= OCO-CHAVE
              INVALID KEY CONTINUE
           END-START
           IF VAL-OCO
              PERFORM UNTIL 1 = 2
                 READ COCORREN NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-OCO
                    EXIT PERFORM
                 END-IF
                 IF OCO-FRO NOT = VIA-FRO
                    OR OCO-DATA NOT = VIA-DATA
                    OR OCO-NUM NOT = VIA-NUM
                    EXIT PERFORM
                 END-IF
                 ADD OCO-ATRASO-MIN TO W-ATRASO-OCO
                 IF OCO-ATRASO-MIN > W-MAIOR-OCO
                    MOVE OCO-ATRASO-MIN TO W-MAIOR-OCO
                    MOVE OCO-COD TO W-OCO-COD
                 END-IF
              END-PERFORM
           END-IF

           IF W-ATRASO-SAIDA > W-ATRASO-OCO
              MOVE W-ATRASO-SAIDA TO W-ATRASO-MIN
           ELSE
              MOVE W-ATRASO-OCO TO W-ATRASO-MIN
           END-IF.

       ESCOLHE-FAIXA.
           MOVE 0 TO W-PERC-COMP
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-FAIXAS
              IF W-FX-MINUTOS(W-IND) > W-ATRASO-MIN
                 EXIT PERFORM
              END-IF
              MOVE W-FX-PERC(W-IND) TO W-PERC-COMP
           END-PERFORM.

       COMPENSA-BILHETES.
           INITIALIZE BIL-REG-1
           MOVE VIA-FRO  TO BIL-FRO
           MOVE VIA-DATA TO BIL-DATA
           MOVE VIA-NUM  TO BIL-VIA
           MOVE 0        TO BIL-TIPO
           MOVE 0        TO BIL-POL
           START CBILHETE KEY >= BIL-RK-2
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF BIL-FRO NOT = VIA-FRO
                 OR BIL-DATA NOT = VIA-DATA
                 OR BIL-VIA NOT = VIA-NUM
                 EXIT PERFORM
              END-IF
              IF BIL-EMBARCADO AND BIL-CLI NOT = 0
                 PERFORM COMPENSA-UM-BILHETE
              END-IF
           END-PERFORM.

       COMPENSA-UM-BILHETE.
           INITIALIZE CPG-REG-1
           MOVE BIL-NMR TO CPG-NMR-BIL
           READ CCOMPPAG
           IF VAL-CPG
              EXIT PARAGRAPH
           END-IF
           IF ST-CPG NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF

           COMPUTE W-VLR-COMP ROUNDED = BIL-TOT * W-PERC-COMP / 100
           IF W-VLR-COMP = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM CREDITA-COMPENSACAO

           INITIALIZE CPG-REG-1
           MOVE BIL-NMR       TO CPG-NMR-BIL
           MOVE VIA-FRO       TO CPG-FRO
           MOVE VIA-DATA      TO CPG-DATA
           MOVE VIA-NUM       TO CPG-VIA
           MOVE BIL-CLI       TO CPG-CLI
           MOVE VIA-MOTORISTA TO CPG-MOTORISTA
           MOVE W-OCO-COD     TO CPG-OCO-COD
           MOVE W-ATRASO-MIN  TO CPG-ATRASO-MIN
           MOVE W-PERC-COMP   TO CPG-PERC
           MOVE BIL-TOT       TO CPG-VLR-BIL
           MOVE W-VLR-COMP    TO CPG-VLR-COMP
           MOVE W-DATASIS     TO CPG-DT
           MOVE W-LOGIN-L     TO CPG-USU
           WRITE CPG-REG-1
           IF NOT VAL-CPG
              PERFORM ERRO-ARQUIVO
           END-IF

           ADD 1 TO W-QTD-COMP
           ADD W-VLR-COMP TO W-TOT-COMP

           PERFORM AVISA-CLIENTE.

       CREDITA-COMPENSACAO.
           | cr?dito no fim do extrato da carteira do cliente,
           | como a compensa??o de preteri??o do PRJ-EMBARQUE
           MOVE 0 TO W-WAL-SEQ-MAX
           INITIALIZE WAL-REG-1
           MOVE BIL-CLI TO WAL-CLI
           MOVE 0 TO WAL-SEQ
           START CCARTEIRA KEY >= WAL-CHAVE
              INVALID KEY CONTINUE
           END-START
           IF VAL-WAL
              PERFORM UNTIL 1 = 2
                 READ CCARTEIRA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-WAL
                    EXIT PERFORM
                 END-IF
                 IF WAL-CLI NOT = BIL-CLI
                    EXIT PERFORM
                 END-IF
                 MOVE WAL-SEQ TO W-WAL-SEQ-MAX
              END-PERFORM
           END-IF

           INITIALIZE WAL-REG-1
           MOVE BIL-CLI TO WAL-CLI
           COMPUTE WAL-SEQ = W-WAL-SEQ-MAX + 1
           SET WAL-CREDITO TO TRUE
           MOVE W-VLR-COMP TO WAL-VALOR
           MOVE W-DATASIS TO WAL-DATA
           MOVE W-HORA TO WAL-HORA
           MOVE BIL-NMR TO WAL-NMR-BIL
           SET WAL-ORIG-COMP-ATRASO TO TRUE
           MOVE W-LOGIN-L TO WAL-USU
           WRITE WAL-REG-1
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO
           END-IF.

       AVISA-CLIENTE.
           INITIALIZE CLI-REG-1
           MOVE BIL-CLI TO CLI-CPF
           READ CCLIENTE
           IF NOT VAL-CLI
              EXIT PARAGRAPH
           END-IF

           INITIALIZE W-TMPL-VARS
           MOVE CLI-NOME TO W-TMV-NOME
           MOVE BIL-DATA TO W-TMV-DATA
           MOVE BIL-POL  TO W-TMV-POL
           MOVE BIL-NMR  TO W-TMV-BIL
           MOVE 15 TO W-TMPL-TIPO

           IF CLI-EMAIL NOT = SPACES
              MOVE SPACES TO W-MAIL-TXT1 W-MAIL-TXT2
              PERFORM MONTA-MENSAGEM-TEMPLATE
              CALL "PRJ_MAILQ_ENQ" USING CLI-EMAIL,
                   W-MAIL-TXT1, W-MAIL-TXT2
                 ON OVERFLOW CONTINUE
                 NOT OVERFLOW
                      CANCEL "PRJ_MAILQ_ENQ"
              END-CALL
           END-IF

           IF CLI-CEL NOT = 0 AND NOT CLI-SMS-RECUSADO
              MOVE SPACES TO W-MAIL-TXT1
              PERFORM MONTA-MENSAGEM-TEMPLATE
              CALL "PRJ_SMS_ENQ" USING CLI-CEL, W-MAIL-TXT1
                 ON OVERFLOW CONTINUE
                 NOT OVERFLOW
                      CANCEL "PRJ_SMS_ENQ"
              END-CALL
           END-IF.

       MONTA-MENSAGEM-TEMPLATE.
           CALL "PRJ_TMPL_MONTA" USING W-TMPL-TIPO, W-TMPL-VARS,
                W-MAIL-TXT1, W-MAIL-TXT2
              ON OVERFLOW CONTINUE
              NOT OVERFLOW
                   CANCEL "PRJ_TMPL_MONTA"
           END-CALL.

       APURA-TOTAIS-MES.
           INITIALIZE CPG-REG-1
           START CCOMPPAG KEY >= CPG-NMR-BIL
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCOMPPAG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CPG
                 EXIT PERFORM
              END-IF
              MOVE CPG-DT TO W-DATAUXI
              IF W-MESAUXI = W-MES-HOJE AND W-ANOAUXI = W-ANO-HOJE
                 ADD 1 TO W-QTD-MES
                 ADD CPG-VLR-COMP TO W-VLR-MES
                 PERFORM ACUMULA-FROTA
                 PERFORM ACUMULA-MOTORISTA
                 PERFORM ACUMULA-MOTIVO
              END-IF
           END-PERFORM.

       ACUMULA-FROTA.
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-FROS
              IF W-FT-FRO(W-IND) = CPG-FRO
                 ADD 1 TO W-FT-QTD(W-IND)
                 ADD CPG-VLR-COMP TO W-FT-VLR(W-IND)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-FROS < 100
              ADD 1 TO W-QTD-FROS
              MOVE CPG-FRO      TO W-FT-FRO(W-QTD-FROS)
              MOVE 1            TO W-FT-QTD(W-QTD-FROS)
              MOVE CPG-VLR-COMP TO W-FT-VLR(W-QTD-FROS)
           END-IF.

       ACUMULA-MOTORISTA.
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-MOTS
              IF W-MT-MOT(W-IND) = CPG-MOTORISTA
                 ADD 1 TO W-MT-QTD(W-IND)
                 ADD CPG-VLR-COMP TO W-MT-VLR(W-IND)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-MOTS < 100
              ADD 1 TO W-QTD-MOTS
              MOVE CPG-MOTORISTA TO W-MT-MOT(W-QTD-MOTS)
              MOVE 1             TO W-MT-QTD(W-QTD-MOTS)
              MOVE CPG-VLR-COMP  TO W-MT-VLR(W-QTD-MOTS)
           END-IF.

       ACUMULA-MOTIVO.
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-MTVS
              IF W-MV-COD(W-IND) = CPG-OCO-COD
                 ADD 1 TO W-MV-QTD(W-IND)
                 ADD CPG-VLR-COMP TO W-MV-VLR(W-IND)
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-MTVS < 100
              ADD 1 TO W-QTD-MTVS
              MOVE CPG-OCO-COD  TO W-MV-COD(W-QTD-MTVS)
              MOVE 1            TO W-MV-QTD(W-QTD-MTVS)
              MOVE CPG-VLR-COMP TO W-MV-VLR(W-QTD-MTVS)
           END-IF.

       IMPRIME-RELATORIO.
           MOVE W-MES-HOJE TO WC-MES
           MOVE W-ANO-HOJE TO WC-ANO
           OPEN OUTPUT PRINTF
           WRITE PRINTF-R FROM W-CAB-CPG AFTER 1

           WRITE PRINTF-R FROM W-CAB-FRO AFTER 2
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-FROS
              INITIALIZE FRO-REG-1
              MOVE W-FT-FRO(W-IND) TO FRO-ID
              READ CFROTA
              IF NOT VAL-FRO
                 MOVE SPACES TO FRO-DESC
              END-IF
              MOVE SPACES TO W-LINHA-TOT
              MOVE W-FT-FRO(W-IND) TO WL-COD
              MOVE FRO-DESC        TO WL-DESC
              MOVE W-FT-QTD(W-IND) TO WL-QTD
              MOVE W-FT-VLR(W-IND) TO WL-VLR
              WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           END-PERFORM

           WRITE PRINTF-R FROM W-CAB-MOT AFTER 2
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-MOTS
              MOVE SPACES TO W-LINHA-TOT
              MOVE W-MT-MOT(W-IND) TO WL-DESC
              MOVE W-MT-QTD(W-IND) TO WL-QTD
              MOVE W-MT-VLR(W-IND) TO WL-VLR
              WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           END-PERFORM

           WRITE PRINTF-R FROM W-CAB-MTV AFTER 2
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-MTVS
              MOVE SPACES TO W-LINHA-TOT
              MOVE W-MV-COD(W-IND) TO WL-COD
              IF W-MV-COD(W-IND) = 0
                 MOVE 'ATRASO NA SAIDA' TO WL-DESC
              ELSE
                 MOVE SPACES TO WL-DESC
                 IF OCM-ATIVA
                    INITIALIZE OCM-REG-1
                    MOVE W-MV-COD(W-IND) TO OCM-COD
                    READ COCOMTV
                    IF VAL-OCM
                       MOVE OCM-DESC TO WL-DESC
                    END-IF
                 END-IF
              END-IF
              MOVE W-MV-QTD(W-IND) TO WL-QTD
              MOVE W-MV-VLR(W-IND) TO WL-VLR
              WRITE PRINTF-R FROM W-LINHA-TOT AFTER 1
           END-PERFORM

           MOVE W-QTD-MES TO WR-QTD
           MOVE W-VLR-MES TO WR-VLR
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 2
           CLOSE PRINTF.

       GRAVA-LOG-COMPENSACAO.
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
           MOVE 'Compensacao por atraso creditada na carteira'
                TO LOG-REG
           MOVE 'COMPPAG.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 3 TO LOG-TIPO
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
              MOVE 'PRJ-COMPATR' TO ERRL-PROG
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
