
           COPY "PRJ_BIL.SL".
           COPY "PRJ_PAS.SL".
           COPY "PRJ_CRN.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.



           COPY "PRJ_BIL.FD".
           COPY "PRJ_PAS.FD".
           COPY "PRJ_CRN.FD".

       FD  PRINTF LABEL RECORD OMITTED.

                  07 W-LP-QTD             PIC  ZZZZ9.
                  07 FILLER               PIC  X(04) VALUE ' R$ '.
                  07 W-LP-TOT             PIC  ZZ.ZZZ.ZZ9,99.
               05 ST-CRN                  PIC  X(02).
                  88 VAL-CRN              VALUE '00' THRU '09'.
               05 W-QTD-CARNES            PIC  9(05) VALUE 0.
               05 W-TOT-CARNES            PIC  9(10)V99 VALUE 0.
               05 W-QTD-VIAGENS-CARNE     PIC  9(05) VALUE 0.
               05 W-LINHA-VIAGENS-CARNE.
                  07 FILLER               PIC  X(32) VALUE
                     'VIAGENS PAGAS COM CARNE:'.
                  07 W-LV-QTD             PIC  ZZZZ9.
               | passe de funcionario: beneficio de pessoal,
               | listado a parte e fora dos descontos de venda
               05 W-QTD-PASSE-FUNC        PIC  9(05) VALUE 0.
               05 W-TOT-PASSE-FUNC        PIC  9(10)V99 VALUE 0.
               05 W-DATA-FECHAMENTO       PIC  99/99/9999.

               05 W-DATAUXI               PIC  9(08).
                  07 FILLER    PIC X(08) VALUE '  DATA: '.
                  07 W-C2-DATA PIC 99/99/9999.

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-CAIXA'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).

                  INITIALIZE W-NROPAGI W-ACHOU-BIL
                            W-QTD-BIL W-TOT-CAIXA W-TOT-TENDER-TAB
                            W-TOT-ESTORNO-TAB W-QTD-VIAGENS-CARNE
                            W-QTD-PASSE-FUNC W-TOT-PASSE-FUNC
                  MOVE 800 TO W-CONTLIN

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  INITIALIZE BIL-REG-1
                  START CBILHETE KEY >= BIL-CHAVE
                  INITIALIZE W-QTD-PASSES W-TOT-PASSES
                  PERFORM APURA-PASSES

                  INITIALIZE W-QTD-CARNES W-TOT-CARNES
                  PERFORM APURA-CARNES

                  IF W-ACHOU-BIL = 0 AND W-QTD-PASSES = 0
                     AND W-QTD-CARNES = 0
                     PERFORM TESTA-QUEBRA-PAGINA
                     MOVE SPACES TO PRINTF-R
                     MOVE 'Nenhum bilhete encontrado para o filtro.'
                  END-IF

                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       LISTA-BILHETES.

           CLOSE CPASSE.

       APURA-CARNES.
           | o carne de viagens entra no caixa na venda, como o
           | passe; as viagens pagas com ele depois nao somam
           | de novo (ver IMPRIME-BILHETE)
           OPEN INPUT CCARNE
           IF NOT VAL-CRN
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CRN-REG-1
           MOVE LOW-VALUES TO CRN-CHAVE
           START CCARNE KEY >= CRN-CHAVE
              INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT VAL-CRN
              READ CCARNE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRN
                 EXIT PERFORM
              END-IF

              IF CRN-USU = W-USUARIO
                 AND CRN-DT-VENDA = W-DATA-FECHAMENTO-I
                 ADD 1 TO W-QTD-CARNES
                 ADD CRN-VALOR TO W-TOT-CARNES
                 ADD CRN-VALOR TO W-TOT-CAIXA
                 IF CRN-TENDER >= 1 AND CRN-TENDER <= 6
                    MOVE CRN-TENDER TO W-IND-TENDER
                 ELSE
                    MOVE 7 TO W-IND-TENDER
                 END-IF
                 ADD CRN-VALOR TO W-TOT-TENDER(W-IND-TENDER)
              END-IF
           END-PERFORM

           CLOSE CCARNE.

       IMPRIME-BILHETE.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE 1 TO W-ACHOU-BIL
           ADD 1 TO W-QTD-BIL
           IF BIL-TENDER NOT = 9
              ADD BIL-TOT TO W-TOT-CAIXA
           END-IF

           |BIL-TENDER 0 = bilhete anterior ? forma de
           |pagamento; cai na faixa 'NAO INFORMADO'. Bilhete
              MOVE 7 TO W-IND-TENDER
           END-IF
           EVALUATE TRUE
              WHEN BIL-TENDER = 9
                   |viagem de carne: o dinheiro entrou na venda
                   |do carne, aqui so se conta a viagem
                   IF NOT BIL-CANCELADO
                      ADD 1 TO W-QTD-VIAGENS-CARNE
                   END-IF
              WHEN BIL-CANCELADO
                   ADD BIL-TOT TO W-TOT-ESTORNO(W-IND-TENDER)
              WHEN BIL-PENDENTE
                   ADD BIL-TOT TO W-TOT-TENDER(W-IND-TENDER)
           END-EVALUATE

           IF BIL-PASSE-FUNC AND NOT BIL-CANCELADO
              ADD 1 TO W-QTD-PASSE-FUNC
              ADD BIL-FUNC-VLR TO W-TOT-PASSE-FUNC
           END-IF

           MOVE BIL-NMR TO W-L1-NMR
           MOVE BIL-HORA TO W-HORA
           COMPUTE W-HR-CER = (W-HR * 100) + W-MIN
              ADD 1 TO W-CONTLIN
           END-IF

           IF W-QTD-CARNES > 0
              MOVE SPACES TO PRINTF-R
              MOVE 'INCLUI CARNES DE VIAGENS:'
                   TO PRINTF-R(1:25)
              MOVE W-QTD-CARNES TO W-LP-QTD
              MOVE W-TOT-CARNES TO W-LP-TOT
              MOVE W-LINHA-PASSES TO PRINTF-R(33:30)
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF

           IF W-QTD-VIAGENS-CARNE > 0
              MOVE W-QTD-VIAGENS-CARNE TO W-LV-QTD
              WRITE PRINTF-R FROM W-LINHA-VIAGENS-CARNE AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF

           IF W-QTD-PASSE-FUNC > 0
              MOVE SPACES TO PRINTF-R
              MOVE 'PASSES DE FUNCIONARIO (BENEF.):'
                   TO PRINTF-R(1:31)
              MOVE W-QTD-PASSE-FUNC TO W-LP-QTD
              MOVE W-TOT-PASSE-FUNC TO W-LP-TOT
              MOVE W-LINHA-PASSES TO PRINTF-R(33:30)
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF

           ADD 3 TO W-CONTLIN.

       TESTA-QUEBRA-PAGINA.

           MOVE 4 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           MOVE SPACES TO W-REL-PARAM
           STRING 'FECHAMENTO ' W-DATA-FECHAMENTO(1:10) ' USU '
                  W-USUARIO
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
