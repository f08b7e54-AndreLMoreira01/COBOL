
           COPY "PRJ_BIL.SL".
           COPY "PRJ_PAS.SL".
           COPY "PRJ_CRN.SL".
           COPY "PRJ_CRU.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_PAG.SL".
           COPY "PRJ_DEP.SL".
           COPY "PRJ_ACE.SL".
           COPY "PRJ_CHB.SL".

           SELECT CONTAB ASSIGN TO 'CONTAB.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL

           COPY "PRJ_BIL.FD".
           COPY "PRJ_PAS.FD".
           COPY "PRJ_CRN.FD".
           COPY "PRJ_CRU.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_PAG.FD".
           COPY "PRJ_DEP.FD".
           COPY "PRJ_ACE.FD".
           COPY "PRJ_CHB.FD".

       FD  CONTAB
           LABEL RECORD STANDARD.
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  W-FRO-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRO-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-CRN                PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  W-CRN-ATIVA           PIC  X(01) VALUE 'N'.
               88 CRN-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-CRU                PIC  X(02).
               88 VAL-CRU            VALUE '00' THRU '09'.
           03  W-CRU-ATIVA           PIC  X(01) VALUE 'N'.
               88 CRU-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-EMP-BIL             PIC  9(02).
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 E-DA-EMPRESA       VALUE 'S'.
                  88 VAL-PAS              VALUE '00' THRU '09'.
               05 ST-FRT                  PIC  X(02).
                  88 VAL-FRT              VALUE '00' THRU '09'.
               05 ST-PAG                  PIC  X(02).
                  88 VAL-PAG              VALUE '00' THRU '09'.
               05 ST-DEP                  PIC  X(02).
                  88 VAL-DEP              VALUE '00' THRU '09'.
               05 ST-ACE                  PIC  X(02).
                  88 VAL-ACE              VALUE '00' THRU '09'.
               05 ST-CHB                  PIC  X(02).
                  88 VAL-CHB              VALUE '00' THRU '09'.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-VND-TENDER         PIC 9(10)V99 OCCURS 9 TIMES.
               05 W-EST-TENDER-TAB.
                  07 W-EST-TENDER         PIC 9(10)V99 OCCURS 9 TIMES.
               | chargeback perdido no dia do resultado: estorno
               | da receita contra a conta do cartao debitada
               05 W-CHB-TENDER-TAB.
                  07 W-CHB-TENDER         PIC 9(10)V99 OCCURS 9 TIMES.
               05 W-TOT-EMBARCADO         PIC  9(10)V99 VALUE 0.
               05 W-TOT-NOSHOW            PIC  9(10)V99 VALUE 0.
               05 W-TOT-FRETAM            PIC  9(10)V99 VALUE 0.
               | passivo (2.1.04.001) ate o dia de viajar
               05 W-TOT-ANTECIPADO        PIC  9(10)V99 VALUE 0.
               05 W-TOT-ANTEC-EST         PIC  9(10)V99 VALUE 0.
               | multa de cancelamento retida no estorno: sai
               | da devolucao e vira receita propria (3.1.05.001)
               05 W-TOT-MULTA-CANC        PIC  9(10)V99 VALUE 0.
               05 W-TOT-RECONHECIDO       PIC  9(10)V99 VALUE 0.
               | passe de funcionario: a tarifa que o funcionario
               | deixou de pagar e despesa de pessoal (4.1.05.001)
               | contra a receita de passagens, e nao desconto
               05 W-TOT-BENEF-FUNC        PIC  9(10)V99 VALUE 0.
               | carne de viagens: a venda vai para o passivo
               | de antecipadas; cada viagem feita sai dele pelo
               | valor unitario do carne e as viagens que venceram
               | sem uso saem como prescricao no dia seguinte ao
               | vencimento
               05 W-VLR-VIAGEM-CARNE      PIC  9(05)V99 VALUE 0.
               05 W-DATA-VENC-CARNE       PIC  9(08) VALUE 0.
               05 W-VENDA-I               PIC  9(08).
               05 W-VIAGEM-I              PIC  9(08).
               05 FILLER                  PIC  X(01) VALUE 'N'.
               05 W-NFIS-MAX              PIC  9(09) VALUE 0.
               05 W-SERIE-DIA             PIC  X(03) VALUE SPACES.
               05 W-TOT-TRIBUTAVEL        PIC  9(10)V99 VALUE 0.
               | titulos pagos no dia (contas a pagar), somados
               | por conta de despesa; saem do banco 1.1.01.002
               05 W-TOT-PAGAMENTOS        PIC  9(10)V99 VALUE 0.
               05 W-QTD-DESP              PIC  9(02) VALUE 0.
               05 W-IND-DESP              PIC  9(02).
               05 W-DESP-TAB.
                  07 W-DESP-ITEM OCCURS 50 TIMES.
                     09 W-DESP-CONTA      PIC X(10).
                     09 W-DESP-VALOR      PIC 9(10)V99.

               | depreciacao da frota (PRJ-DEPREC-LOTE), lancada
               | no ultimo dia do mes; na baixa do veiculo sai o
               | custo do imobilizado contra a depreciacao
               | acumulada e o valor contabil restante, e a venda
               | entra como receita nao operacional
               05 W-TOT-DEPREC            PIC  9(10)V99 VALUE 0.
               05 W-TOT-BX-ACUM           PIC  9(10)V99 VALUE 0.
               05 W-TOT-BX-SALDO          PIC  9(10)V99 VALUE 0.
               05 W-TOT-BX-VENDA          PIC  9(10)V99 VALUE 0.

               | acerto entre empresas (PRJ-ACERTO-LOTE): so no
               | diario de uma empresa; no consolidado se anula
               05 W-TOT-ACE-PAGAR         PIC  9(10)V99 VALUE 0.
               05 W-TOT-ACE-RECEBER       PIC  9(10)V99 VALUE 0.
               05 W-TOT-ACE-PAGO          PIC  9(10)V99 VALUE 0.
               05 W-TOT-ACE-RECEBIDO      PIC  9(10)V99 VALUE 0.

               05 W-QTD-LANC              PIC  9(05) VALUE 0.
               05 W-QTD-LIDOS             PIC  9(07) VALUE 0.
               05 W-HASH-TOTAL            PIC  9(12)V99 VALUE 0.

               05 W-CONTA-CAIXA-TAB.
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".

       LINKAGE SECTION.

              SET FRO-ATIVA TO FALSE
           END-IF.

           OPEN INPUT CCARNE
           IF VAL-CRN
              SET CRN-ATIVA TO TRUE
           ELSE
              SET CRN-ATIVA TO FALSE
           END-IF.

           OPEN INPUT CCARNEUSO
           IF VAL-CRU
              SET CRU-ATIVA TO TRUE
           ELSE
              SET CRU-ATIVA TO FALSE
           END-IF.

           IF W-DATA-L = 0
              | sem data informada exporta o movimento de ontem
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE

           PERFORM ACUMULA-MOVIMENTO
           PERFORM ACUMULA-PASSES
           PERFORM ACUMULA-CARNES
           PERFORM ACUMULA-FRETAMENTOS
           PERFORM ACUMULA-PAGAMENTOS
           PERFORM ACUMULA-DEPRECIACAO
           PERFORM ACUMULA-ACERTOS
           PERFORM ACUMULA-CHARGEBACKS

           OPEN OUTPUT CONTAB
           IF NOT VAL-CTB
           CLOSE PRINTF.

       FIM.
           MOVE W-QTD-LIDOS TO LOTE-QTD-LIDOS
           MOVE W-QTD-LANC  TO LOTE-QTD-GRAVADOS
           CLOSE CBILHETE.
           IF FRO-ATIVA
              CLOSE CFROTA.
           IF CRN-ATIVA
              CLOSE CCARNE.
           IF CRU-ATIVA
              CLOSE CCARNEUSO.
           EXIT PROGRAM
           STOP RUN.

                 EXIT PERFORM
              END-IF

              ADD 1 TO W-QTD-LIDOS
              PERFORM TESTA-EMPRESA-BILHETE
              IF NAO-E-DA-EMPRESA
                 CONTINUE
           IF BIL-PENDENTE
              EXIT PARAGRAPH
           END-IF
           | viagem paga com carne nao e venda: o dinheiro
           | entrou no dia da venda do carne (ACUMULA-CARNES)
           IF BIL-TENDER = 9
              EXIT PARAGRAPH
           END-IF

           IF BIL-TENDER >= 1 AND BIL-TENDER <= 8
              MOVE BIL-TENDER TO W-IND
           PERFORM TESTA-VENDA-ANTECIPADA

           IF BIL-CANCELADO
              COMPUTE W-EST-TENDER(W-IND) =
                      W-EST-TENDER(W-IND) + BIL-TOT - BIL-VLR-MULTA
              ADD BIL-VLR-MULTA TO W-TOT-MULTA-CANC
              IF VENDA-ANTECIPADA
                 ADD BIL-TOT TO W-TOT-ANTEC-EST
              END-IF
              IF VENDA-ANTECIPADA
                 ADD BIL-TOT TO W-TOT-ANTECIPADO
              END-IF
              IF BIL-PASSE-FUNC
                 ADD BIL-FUNC-VLR TO W-TOT-BENEF-FUNC
              END-IF
              ADD BIL-TOT TO W-TOT-TRIBUTAVEL
              IF BIL-NUM-FISCAL < W-NFIS-MIN
                 MOVE BIL-NUM-FISCAL TO W-NFIS-MIN
           END-IF.

       ACUMULA-RECONHECIMENTO.
           IF BIL-TENDER = 9
              PERFORM RECONHECE-VIAGEM-CARNE
              EXIT PARAGRAPH
           END-IF
           IF BIL-EMBARCADO
              ADD BIL-TOT TO W-TOT-EMBARCADO
           END-IF
              ADD BIL-TOT TO W-TOT-RECONHECIDO
           END-IF.

       RECONHECE-VIAGEM-CARNE.
           IF NOT BIL-EMBARCADO AND NOT BIL-NAO-EMBARCOU
              EXIT PARAGRAPH
           END-IF
           IF W-EMPRESA-L > 1 OR NOT CRN-ATIVA OR NOT CRU-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CRU-REG-1
           MOVE BIL-NMR TO CRU-NMR
           READ CCARNEUSO
           IF NOT VAL-CRU OR NOT CRU-ATIVO
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CRN-REG-1
           MOVE CRU-CLI TO CRN-CLI
           MOVE CRU-FRO TO CRN-FRO
           MOVE CRU-SEQ TO CRN-SEQ
           READ CCARNE
           IF NOT VAL-CRN
              EXIT PARAGRAPH
           END-IF
           MOVE CRN-VLR-VIAGEM TO W-VLR-VIAGEM-CARNE
           IF BIL-EMBARCADO
              ADD W-VLR-VIAGEM-CARNE TO W-TOT-EMBARCADO
           ELSE
              ADD W-VLR-VIAGEM-CARNE TO W-TOT-NOSHOW
           END-IF
           ADD W-VLR-VIAGEM-CARNE TO W-TOT-RECONHECIDO.

       TESTA-VENDA-ANTECIPADA.
           | antecipada: viagem depois do dia da venda, ou
           | passagem em aberto (sem data ainda marcada)

           CLOSE CPASSE.

       ACUMULA-CARNES.
           IF W-EMPRESA-L > 1 OR NOT CRN-ATIVA
              EXIT PARAGRAPH
           END-IF

           | carne que venceu ontem em relacao ao movimento
           MOVE W-DATA-MOV TO W-DATAUXI
           COMPUTE W-DATA-VENC-CARNE = FUNCTION INTEGER-OF-DATE(
                                        W-ANOAUXI * 10000 +
                                        W-MESAUXI * 100 +
                                        W-DIAAUXI) - 1
           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(
                                        W-DATA-VENC-CARNE)
           COMPUTE W-DATA-VENC-CARNE = W-DIAAUXI-I * 1000000 +
                                       W-MESAUXI-I * 10000 +
                                       W-ANOAUXI-I

           INITIALIZE CRN-REG-1
           MOVE LOW-VALUES TO CRN-CHAVE
           START CCARNE KEY >= CRN-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-CRN
              READ CCARNE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRN
                 EXIT PERFORM
              END-IF

              IF CRN-DT-VENDA = W-DATA-MOV
                 IF CRN-TENDER >= 1 AND CRN-TENDER <= 8
                    MOVE CRN-TENDER TO W-IND
                 ELSE
                    MOVE 9 TO W-IND
                 END-IF
                 ADD CRN-VALOR TO W-VND-TENDER(W-IND)
                 ADD CRN-VALOR TO W-TOT-ANTECIPADO
              END-IF

              IF CRN-VALIDADE = W-DATA-VENC-CARNE
                 AND CRN-USADO < CRN-QTD
                 COMPUTE W-TOT-PRESCRITO = W-TOT-PRESCRITO +
                         (CRN-QTD - CRN-USADO) * CRN-VLR-VIAGEM
              END-IF
           END-PERFORM.

       ACUMULA-FRETAMENTOS.
           IF W-EMPRESA-L > 1
              EXIT PARAGRAPH

           CLOSE CFRETAM.

       ACUMULA-PAGAMENTOS.
           IF W-EMPRESA-L > 1
              EXIT PARAGRAPH
           END-IF
           | parcelas baixadas no dia, pela remessa bancaria
           | ou manualmente; contas a pagar e da matriz
           OPEN INPUT CPAGAR
           IF NOT VAL-PAG
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PAG-REG-1
           START CPAGAR KEY >= PAG-CHAVE
              INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT VAL-PAG
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG
                 EXIT PERFORM
              END-IF

              IF PAG-PAGO AND PAG-DT-PAG = W-DATA-MOV
                 PERFORM ACUMULA-DESPESA
              END-IF
           END-PERFORM

           CLOSE CPAGAR.

       ACUMULA-DESPESA.
           PERFORM VARYING W-IND-DESP FROM 1 BY 1
                   UNTIL W-IND-DESP > W-QTD-DESP
              IF W-DESP-CONTA(W-IND-DESP) = PAG-CONTA-DESP
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF W-IND-DESP > W-QTD-DESP
              IF W-QTD-DESP < 50
                 ADD 1 TO W-QTD-DESP
                 MOVE W-QTD-DESP TO W-IND-DESP
                 MOVE PAG-CONTA-DESP TO W-DESP-CONTA(W-IND-DESP)
                 MOVE 0 TO W-DESP-VALOR(W-IND-DESP)
              ELSE
                 | tabela cheia: o excedente vai para a ultima
                 MOVE 50 TO W-IND-DESP
              END-IF
           END-IF
           ADD PAG-VLR-PAGO TO W-DESP-VALOR(W-IND-DESP)
           ADD PAG-VLR-PAGO TO W-TOT-PAGAMENTOS.

       ACUMULA-DEPRECIACAO.
           IF W-EMPRESA-L > 1
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CDEPREC
           IF NOT VAL-DEP
              EXIT PARAGRAPH
           END-IF

           INITIALIZE DEP-REG-1
           START CDEPREC KEY >= DEP-CHAVE
              INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT VAL-DEP
              READ CDEPREC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-DEP
                 EXIT PERFORM
              END-IF

              IF DEP-DT-CONTAB = W-DATA-MOV
                 IF DEP-MENSAL
                    ADD DEP-VALOR     TO W-TOT-DEPREC
                 ELSE
                    ADD DEP-ACUMULADA TO W-TOT-BX-ACUM
                    ADD DEP-SALDO     TO W-TOT-BX-SALDO
                    ADD DEP-VLR-VENDA TO W-TOT-BX-VENDA
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CDEPREC.

       ACUMULA-ACERTOS.
           IF W-EMPRESA-L = 0
              EXIT PARAGRAPH
           END-IF
           | no dia da geracao o caixa recebido por outra
           | empresa sai do caixa da dona da rota para o a
           | receber, e entra no caixa de quem recebeu contra o
           | a pagar; no dia da baixa liquida pelo banco
           OPEN INPUT CACERTO
           IF NOT VAL-ACE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE ACE-REG-1
           START CACERTO KEY >= ACE-CHAVE
              INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT VAL-ACE
              READ CACERTO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ACE
                 EXIT PERFORM
              END-IF

              IF ACE-VALOR > 0
                 IF ACE-DT-GER = W-DATA-MOV
                    IF ACE-DEVEDORA = W-EMPRESA-L
                       ADD ACE-VALOR TO W-TOT-ACE-PAGAR
                    END-IF
                    IF ACE-CREDORA = W-EMPRESA-L
                       ADD ACE-VALOR TO W-TOT-ACE-RECEBER
                    END-IF
                 END-IF
                 IF ACE-PAGO AND ACE-DT-PAG = W-DATA-MOV
                    IF ACE-DEVEDORA = W-EMPRESA-L
                       ADD ACE-VALOR TO W-TOT-ACE-PAGO
                    END-IF
                    IF ACE-CREDORA = W-EMPRESA-L
                       ADD ACE-VALOR TO W-TOT-ACE-RECEBIDO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           CLOSE CACERTO.

       ACUMULA-CHARGEBACKS.
           OPEN INPUT CCHARGEBK
           IF NOT VAL-CHB
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CHB-REG-1
           START CCHARGEBK KEY >= CHB-CASO
              INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT VAL-CHB
              READ CCHARGEBK NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CHB
                 EXIT PERFORM
              END-IF

              IF CHB-PERDIDO AND CHB-DT-RESULT = W-DATA-MOV
                 AND CHB-VALOR > 0
                 PERFORM ACUMULA-CHARGEBACK-PERDIDO
              END-IF
           END-PERFORM

           CLOSE CCHARGEBK.

       ACUMULA-CHARGEBACK-PERDIDO.
           | a forma de pagamento e a empresa vem do bilhete
           | contestado; caso sem bilhete fica na empresa 1
           INITIALIZE BIL-REG-1
           MOVE CHB-NMR TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF VAL-BIL
              PERFORM TESTA-EMPRESA-BILHETE
              IF NAO-E-DA-EMPRESA
                 EXIT PARAGRAPH
              END-IF
              IF BIL-TENDER >= 1 AND BIL-TENDER <= 8
                 MOVE BIL-TENDER TO W-IND
              ELSE
                 MOVE 9 TO W-IND
              END-IF
           ELSE
              IF W-EMPRESA-L > 1
                 EXIT PARAGRAPH
              END-IF
              MOVE 9 TO W-IND
           END-IF
           ADD CHB-VALOR TO W-CHB-TENDER(W-IND).

       GERA-LANCAMENTOS.
           | um lan?amento por forma de pagamento com
           | movimento: vendas a d?bito do caixa/banco e cr?dito
                        DELIMITED BY SIZE INTO CTB-HIST
                 PERFORM GRAVA-LANCAMENTO
              END-IF
              IF W-CHB-TENDER(W-IND) > 0
                 INITIALIZE CTB-REG-1
                 MOVE 'L' TO CTB-TIPO-REG
                 MOVE W-DATA-MOV TO CTB-DATA
                 MOVE '3.1.02.001' TO CTB-CONTA-D
                 MOVE W-CONTA-CAIXA(W-IND) TO CTB-CONTA-C
                 MOVE W-CHB-TENDER(W-IND) TO CTB-VALOR
                 MOVE SPACES TO CTB-HIST
                 STRING 'CHARGEBACK PERDIDO - '
                        W-HIST-TENDER(W-IND)
                        DELIMITED BY SIZE INTO CTB-HIST
                 MOVE 'CHARGEBACK' TO CTB-DOC
                 PERFORM GRAVA-LANCAMENTO
              END-IF
           END-PERFORM

           IF W-TOT-EMBARCADO > 0
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-MULTA-CANC > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '3.1.02.001' TO CTB-CONTA-D
              MOVE '3.1.05.001' TO CTB-CONTA-C
              MOVE W-TOT-MULTA-CANC TO CTB-VALOR
              MOVE 'RECEITA DE MULTA DE CANCELAMENTO' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-PRESCRITO > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-BENEF-FUNC > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '4.1.05.001' TO CTB-CONTA-D
              MOVE '3.1.01.001' TO CTB-CONTA-C
              MOVE W-TOT-BENEF-FUNC TO CTB-VALOR
              MOVE 'BENEFICIO DE VIAGEM A FUNCIONARIOS' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-FRETAM > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              PERFORM GRAVA-LANCAMENTO
           END-IF

           PERFORM VARYING W-IND-DESP FROM 1 BY 1
                   UNTIL W-IND-DESP > W-QTD-DESP
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE W-DESP-CONTA(W-IND-DESP) TO CTB-CONTA-D
              MOVE '1.1.01.002' TO CTB-CONTA-C
              MOVE W-DESP-VALOR(W-IND-DESP) TO CTB-VALOR
              MOVE 'PAGAMENTO A FORNECEDORES' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-PERFORM

           IF W-TOT-DEPREC > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '4.2.01.001' TO CTB-CONTA-D
              MOVE '1.2.02.001' TO CTB-CONTA-C
              MOVE W-TOT-DEPREC TO CTB-VALOR
              MOVE 'DEPRECIACAO DE VEICULOS DO MES' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-BX-ACUM > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '1.2.02.001' TO CTB-CONTA-D
              MOVE '1.2.01.001' TO CTB-CONTA-C
              MOVE W-TOT-BX-ACUM TO CTB-VALOR
              MOVE 'BAIXA DE VEICULO - DEPREC. ACUMULADA' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-BX-SALDO > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '4.2.02.001' TO CTB-CONTA-D
              MOVE '1.2.01.001' TO CTB-CONTA-C
              MOVE W-TOT-BX-SALDO TO CTB-VALOR
              MOVE 'BAIXA DE VEICULO - VALOR CONTABIL' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-BX-VENDA > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '1.1.04.003' TO CTB-CONTA-D
              MOVE '3.2.01.001' TO CTB-CONTA-C
              MOVE W-TOT-BX-VENDA TO CTB-VALOR
              MOVE 'VENDA DE VEICULO DO IMOBILIZADO' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-ACE-PAGAR > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '1.1.01.001' TO CTB-CONTA-D
              MOVE '2.1.07.001' TO CTB-CONTA-C
              MOVE W-TOT-ACE-PAGAR TO CTB-VALOR
              MOVE 'ACERTO INTERCOMPANHIA A PAGAR' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-ACE-RECEBER > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '1.1.05.001' TO CTB-CONTA-D
              MOVE '1.1.01.001' TO CTB-CONTA-C
              MOVE W-TOT-ACE-RECEBER TO CTB-VALOR
              MOVE 'ACERTO INTERCOMPANHIA A RECEBER' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-ACE-PAGO > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '2.1.07.001' TO CTB-CONTA-D
              MOVE '1.1.01.002' TO CTB-CONTA-C
              MOVE W-TOT-ACE-PAGO TO CTB-VALOR
              MOVE 'ACERTO INTERCOMPANHIA PAGO' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-ACE-RECEBIDO > 0
              INITIALIZE CTB-REG-1
              MOVE 'L' TO CTB-TIPO-REG
              MOVE W-DATA-MOV TO CTB-DATA
              MOVE '1.1.01.002' TO CTB-CONTA-D
              MOVE '1.1.05.001' TO CTB-CONTA-C
              MOVE W-TOT-ACE-RECEBIDO TO CTB-VALOR
              MOVE 'ACERTO INTERCOMPANHIA RECEBIDO' TO CTB-HIST
              PERFORM GRAVA-LANCAMENTO
           END-IF

           IF W-TOT-TRIBUTAVEL > 0
              INITIALIZE CTB-REG-1
              MOVE 'T' TO CTB-TIPO-REG
                 WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
              IF W-CHB-TENDER(W-IND) > 0
                 MOVE SPACES TO W-LC-DESC
                 STRING 'CHARGEBACK PERDIDO - ' W-HIST-TENDER(W-IND)
                        DELIMITED BY SIZE INTO W-LC-DESC
                 MOVE W-CHB-TENDER(W-IND) TO W-LC-VLR
                 WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM

           MOVE 'EMBARCADOS' TO W-LC-DESC
           MOVE 'ESTORNO DE ANTECIPADAS' TO W-LC-DESC
           MOVE W-TOT-ANTEC-EST TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'MULTAS DE CANCELAMENTO RETIDAS' TO W-LC-DESC
           MOVE W-TOT-MULTA-CANC TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'PRESCRICAO EM ABERTO' TO W-LC-DESC
           MOVE W-TOT-PRESCRITO TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'BENEFICIO DE VIAGEM A FUNCIONARIOS' TO W-LC-DESC
           MOVE W-TOT-BENEF-FUNC TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'FRETAMENTO FATURADO' TO W-LC-DESC
           MOVE W-TOT-FRETAM TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'PAGAMENTOS A FORNECEDORES' TO W-LC-DESC
           MOVE W-TOT-PAGAMENTOS TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'DEPRECIACAO DE VEICULOS' TO W-LC-DESC
           MOVE W-TOT-DEPREC TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'BAIXA DE VEICULOS - DEPREC. ACUMULADA' TO W-LC-DESC
           MOVE W-TOT-BX-ACUM TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'BAIXA DE VEICULOS - VALOR CONTABIL' TO W-LC-DESC
           MOVE W-TOT-BX-SALDO TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'VENDA DE VEICULOS' TO W-LC-DESC
           MOVE W-TOT-BX-VENDA TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'ACERTO INTERCOMPANHIA A PAGAR' TO W-LC-DESC
           MOVE W-TOT-ACE-PAGAR TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'ACERTO INTERCOMPANHIA A RECEBER' TO W-LC-DESC
           MOVE W-TOT-ACE-RECEBER TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'ACERTO INTERCOMPANHIA PAGO' TO W-LC-DESC
           MOVE W-TOT-ACE-PAGO TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'ACERTO INTERCOMPANHIA RECEBIDO' TO W-LC-DESC
           MOVE W-TOT-ACE-RECEBIDO TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           MOVE 'BASE TRIBUTAVEL' TO W-LC-DESC
           MOVE W-TOT-TRIBUTAVEL TO W-LC-VLR
           WRITE PRINTF-R FROM W-LINHA-CTRL AFTER 1
           ADD 19 TO W-CONTLIN

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

           | na cadeia noturna devolve o erro ao controlador
           | e nao para esperando o operador
           MOVE W-FSTATUS       TO LOTE-STATUS
           MOVE W-ARQUIVO(1:11) TO LOTE-ARQUIVO

           IF NOT LOTE-NOTURNO
              INITIALIZE CA-MESSAGE-LINK
              MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
              MOVE W-ARQUIVO TO CA-ERR-FILE
              MOVE SPACES    TO CA-ERR-BUF
              MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
              CALL "CAMESSAG"
              CANCEL "CAMESSAG"
           END-IF.

           PERFORM FIM.
