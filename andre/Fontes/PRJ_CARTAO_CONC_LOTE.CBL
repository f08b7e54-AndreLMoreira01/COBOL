           COPY "PRJ_BIL.SL".
           COPY "PRJ_SEQ.SL".
           COPY "PRJ_SUS.SL".
           COPY "PRJ_LIQ.SL".
           COPY "PRJ_CHB.SL".
           COPY "PRJ_PARAM.SL".

           SELECT CARTRET ASSIGN TO 'CARTRET.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
           COPY "PRJ_BIL.FD".
           COPY "PRJ_SEQ.FD".
           COPY "PRJ_SUS.FD".
           COPY "PRJ_LIQ.FD".
           COPY "PRJ_CHB.FD".
           COPY "PRJ_PARAM.FD".

       FD  CARTRET
           LABEL RECORD STANDARD.
           03 SET-VALOR                  PIC 9(05)V99.
           03 SET-TAXA                   PIC 9(03)V99.
           03 SET-TERMINAL               PIC X(10).
           | debito de chargeback vem com o numero do caso do
           | adquirente; liquidacao normal vem com tipo em branco
           03 SET-TIPO                   PIC X(01).
              88 SET-CHARGEBACK          VALUE 'C'.
           03 SET-CASO                   PIC X(20).
           03 FILLER                     PIC X(09).

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-SUS                PIC  X(02).
               88 VAL-SUS            VALUE '00' THRU '09'.
           03  ST-LIQ                PIC  X(02).
               88 VAL-LIQ            VALUE '00' THRU '09'.
           03  ST-CHB                PIC  X(02).
               88 VAL-CHB            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  W-MSG-SUS             PIC  X(40).
           03  FILLER                PIC  X(01) VALUE ' '.
               88 EM-REPROCESSO      VALUE 'S' FALSE ' '.
               05 W-TOT-LIQUIDADO         PIC  9(10)V99 VALUE 0.
               05 W-QTD-SUSPENSOS         PIC  9(07) VALUE 0.
               05 W-DIA-HOJE              PIC  9(08).
               05 W-QTD-CHB               PIC  9(07) VALUE 0.
               05 W-QTD-CHB-NOVO          PIC  9(07) VALUE 0.
               05 W-TOT-CHB               PIC  9(10)V99 VALUE 0.
               05 W-PRAZO-CHB             PIC  9(03) VALUE 10.
               05 W-DATA-JUL              PIC  9(08).

           | imagem do bilhete ?rf?o guardada no suspense: o
           | reprocesso confere se uma liquida??o posterior
                  07 FILLER    PIC X(11) VALUE ' TERMINAL: '.
                  07 W-LB-TERM PIC X(10).

               05 W-LINHA-CHB.
                  07 FILLER    PIC X(26) VALUE
                     'DEBITO DE CHARGEBACK:     '.
                  07 FILLER    PIC X(06) VALUE 'CASO: '.
                  07 W-LC-CASO PIC X(20).
                  07 FILLER    PIC X(06) VALUE ' NSU: '.
                  07 W-LC-NSU  PIC X(12).
                  07 FILLER    PIC X(09) VALUE ' VALOR: '.
                  07 W-LC-VLR  PIC Z(5)9,99.
                  07 FILLER    PIC X(10) VALUE ' BILHETE: '.
                  07 W-LC-NMR  PIC Z(15)9.
                  07 FILLER    PIC X(01) VALUE SPACE.
                  07 W-LC-SIT  PIC X(20).

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'LIQUIDACOES LIDAS:                 '.
                     'REGISTROS SUSPENSOS NESTA RODADA:  '.
                  07 W-R8-TOT  PIC ZZZZZZ9.

               05 W-LINHA-RESUMO-9.
                  07 FILLER    PIC X(36) VALUE
                     'DEBITOS DE CHARGEBACK (NOVOS):     '.
                  07 W-R9-TOT  PIC ZZZZZZ9.
                  07 FILLER    PIC X(02) VALUE ' ('.
                  07 W-R9-NOVO PIC ZZZZZZ9.
                  07 FILLER    PIC X(01) VALUE ')'.

               05 W-LINHA-RESUMO-10.
                  07 FILLER    PIC X(36) VALUE
                     'TOTAL DEBITADO EM CHARGEBACK:    R$'.
                  07 W-R10-TOT PIC Z(8)9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'CONCILIACAO DE LIQUIDACAO DO CARTAO'.
           IF NOT VAL-SUS
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCARTLIQ
           IF ST-LIQ = '35'
              OPEN OUTPUT CCARTLIQ
              CLOSE CCARTLIQ
              OPEN I-O CCARTLIQ.
           IF NOT VAL-LIQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCHARGEBK
           IF ST-CHB = '35'
              OPEN OUTPUT CCHARGEBK
              CLOSE CCHARGEBK
              OPEN I-O CCHARGEBK.
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DIA-HOJE FROM CENTURY-DATE
           MOVE W-DIA-HOJE TO W-DATAUXI
           COMPUTE W-DIA-HOJE = W-ANOAUXI-I +
           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM BUSCA-PARAMETROS

           OPEN OUTPUT PRINTF
           PERFORM CARREGA-BILHETES-CARTAO
           PERFORM REPROCESSA-SUSPENSE
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE CSEQ CSUSPENSE CCARTLIQ CCHARGEBK.
           EXIT PROGRAM
           STOP RUN.

              IF NOT VAL-SET
                 EXIT PERFORM
              END-IF
              | debito de chargeback nao e liquidacao de venda:
              | vai para o arquivo de casos, nao para o casamento
              IF SET-CHARGEBACK
                 PERFORM REGISTRA-CHARGEBACK
              ELSE
                 ADD 1 TO W-QTD-SET
                 ADD SET-TAXA TO W-TOT-TAXAS
                 PERFORM CASA-LIQUIDACAO
              END-IF
           END-PERFORM

           CLOSE CARTRET.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 83 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0 AND PARAM-VALOR < 1000
              MOVE PARAM-VALOR TO W-PRAZO-CHB
           END-IF

           CLOSE CPARAM.

       REGISTRA-CHARGEBACK.
           | o caso e aberto pelo proprio debito quando o
           | adquirente debita antes de alguem cadastrar a
           | contestacao; o prazo de defesa conta da data de hoje
           ADD 1 TO W-QTD-CHB
           ADD SET-VALOR TO W-TOT-CHB
           MOVE SET-CASO  TO W-LC-CASO
           MOVE SET-NSU   TO W-LC-NSU
           MOVE SET-VALOR TO W-LC-VLR

           INITIALIZE CHB-REG-1
           MOVE SET-CASO TO CHB-CASO
           READ CCHARGEBK
           IF VAL-CHB
              IF CHB-DT-DEBITO = 0
                 MOVE SET-DATA TO CHB-DT-DEBITO
              END-IF
              IF CHB-NSU = SPACES
                 MOVE SET-NSU TO CHB-NSU
              END-IF
              REWRITE CHB-REG-1
              IF NOT VAL-CHB
                 PERFORM ERRO-ARQUIVO
              END-IF
              MOVE CHB-NMR TO W-LC-NMR
              MOVE 'CASO JA CADASTRADO' TO W-LC-SIT
              PERFORM IMPRIME-CHARGEBACK
              EXIT PARAGRAPH
           END-IF
           IF ST-CHB NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CHB-REG-1
           MOVE SET-CASO  TO CHB-CASO
           MOVE SET-NSU   TO CHB-NSU
           MOVE SET-VALOR TO CHB-VALOR
           MOVE 'DEBITO NA LIQUIDACAO DO ADQUIRENTE' TO CHB-MOTIVO
           MOVE W-DIA-HOJE TO CHB-DT-ABERT
           MOVE SET-DATA   TO CHB-DT-DEBITO
           PERFORM CALCULA-PRAZO-CHB
           SET CHB-ABERTO TO TRUE
           MOVE W-LOGIN-L  TO CHB-USU
           MOVE W-DIA-HOJE TO CHB-DT-INC
           PERFORM BUSCA-BILHETE-NSU
           WRITE CHB-REG-1
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-CHB-NOVO

           MOVE CHB-NMR TO W-LC-NMR
           IF CHB-NMR = 0
              MOVE 'ABERTO SEM BILHETE' TO W-LC-SIT
           ELSE
              MOVE 'CASO ABERTO' TO W-LC-SIT
           END-IF
           PERFORM IMPRIME-CHARGEBACK.

       BUSCA-BILHETE-NSU.
           | o NSU da venda contestada ja foi gravado no
           | CARTLIQ.ARQ quando a venda foi liquidada
           MOVE 0 TO CHB-NMR
           INITIALIZE LIQ-REG-1
           START CCARTLIQ KEY >= LIQ-NMR
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCARTLIQ NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-LIQ
                 EXIT PERFORM
              END-IF
              IF LIQ-NSU = SET-NSU
                 MOVE LIQ-NMR TO CHB-NMR
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       CALCULA-PRAZO-CHB.
           MOVE W-DIA-HOJE TO W-DATAUXI
           COMPUTE W-DATA-JUL = W-ANOAUXI * 10000 +
                                W-MESAUXI * 100 + W-DIAAUXI
           COMPUTE W-DATA-JUL = FUNCTION INTEGER-OF-DATE(W-DATA-JUL)
                                + W-PRAZO-CHB
           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(W-DATA-JUL)
           COMPUTE CHB-PRAZO = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

       IMPRIME-CHARGEBACK.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-LINHA-CHB AFTER 1
           ADD 1 TO W-CONTLIN.

       CASA-LIQUIDACAO.
           MOVE 0 TO W-ACHOU
           PERFORM VARYING W-IND FROM 1 BY 1
                 MOVE 1 TO W-ACHOU
                 ADD 1 TO W-QTD-CASADOS
                 ADD SET-VALOR TO W-TOT-LIQUIDADO
                 PERFORM GRAVA-LIQUIDACAO
              END-IF
           END-PERFORM

              END-IF
           END-IF.

       GRAVA-LIQUIDACAO.
           | bilhete liquidado fica marcado no CARTLIQ.ARQ; o
           | fluxo de caixa projeta so o que ainda falta cair
           INITIALIZE LIQ-REG-1
           MOVE W-TAB-NMR(W-IND) TO LIQ-NMR
           READ CCARTLIQ
           IF ST-LIQ = '23'
              INITIALIZE LIQ-REG-1
              MOVE W-TAB-NMR(W-IND) TO LIQ-NMR
           ELSE
              IF NOT VAL-LIQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           MOVE W-TAB-DATA(W-IND) TO LIQ-DT-VENDA
           MOVE SET-VALOR         TO LIQ-VALOR
           MOVE SET-TAXA          TO LIQ-TAXA
           MOVE SET-NSU           TO LIQ-NSU
           MOVE W-DIA-HOJE        TO LIQ-DT-PROC
           MOVE W-LOGIN-L         TO LIQ-USU
           IF ST-LIQ = '23'
              WRITE LIQ-REG-1
           ELSE
              REWRITE LIQ-REG-1
           END-IF
           IF NOT VAL-LIQ
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-SUSPENSE.
           INITIALIZE SEQ-REG-1
           MOVE 'SUSPENSE' TO SEQ-CHAVE
           END-IF

           MOVE W-QTD-SUSPENSOS TO W-R8-TOT
           WRITE PRINTF-R FROM W-LINHA-RESUMO-8 AFTER 1

           IF W-QTD-CHB > 0
              MOVE W-QTD-CHB      TO W-R9-TOT
              MOVE W-QTD-CHB-NOVO TO W-R9-NOVO
              WRITE PRINTF-R FROM W-LINHA-RESUMO-9 AFTER 1
              MOVE W-TOT-CHB TO W-R10-TOT
              WRITE PRINTF-R FROM W-LINHA-RESUMO-10 AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62
