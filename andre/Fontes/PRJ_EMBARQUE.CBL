       COPY "PRJ_ENCE.SL".
       COPY "PRJ_BAG.SL".
       COPY "PRJ_AUTM.SL".
       COPY "PRJ_COLO.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_VEI.SL".
       COPY "PRJ_ITI.SL".
       COPY "PRJ_CID.SL".
       COPY "PRJ_FRO.SL".
       COPY "PRJ_ALR.SL".
       COPY "PRJ_ODM.SL".
       COPY "PRJ_CKL.SL".
       COPY "PRJ_CHI.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_WAL.SL".
       COPY "PRJ_PRT.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRI.
       COPY "PRJ_ENCE.FD".
       COPY "PRJ_BAG.FD".
       COPY "PRJ_AUTM.FD".
       COPY "PRJ_COLO.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_VEI.FD".
       COPY "PRJ_ITI.FD".
       COPY "PRJ_CID.FD".
       COPY "PRJ_FRO.FD".
       COPY "PRJ_ALR.FD".
       COPY "PRJ_ODM.FD".
       COPY "PRJ_CKL.FD".
       COPY "PRJ_CHI.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_WAL.FD".
       COPY "PRJ_PRT.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       78  EXCEPTION-EMBARCAR             VALUE 03.
       78  EXCEPTION-ENCERRAR             VALUE 04.
       78  EXCEPTION-PASSE                VALUE 05.
       78  EXCEPTION-PRETERIR             VALUE 06.

       01  W-CAMPOS.
           03  ST-BIL                PIC  X(02).
           03  W-AUTM-OK             PIC  X(01).
               88 AUTORIZACAO-OK     VALUE 'S' FALSE 'N'.
           03  W-VAL-AUTM-I          PIC  9(08).
           03  ST-COL                PIC  X(02).
               88 VAL-COL            VALUE '00' THRU '09'.
           03  W-HOJE-I              PIC  9(08).
           03  ST-PRI                PIC  X(02).
               88 VAL-PRI            VALUE '00' THRU '09'.

           | hodometro: a viagem encerrada soma a distancia da
           | rota (maior ITI-KM do itinerario ou, sem ele, a
           | diferenca dos CID-LOC de origem e destino)
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  W-VEI-ATIVA           PIC  X(01) VALUE 'N'.
               88 VEI-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-ITI                PIC  X(02).
               88 VAL-ITI            VALUE '00' THRU '09'.
           03  W-ITI-ATIVA           PIC  X(01) VALUE 'N'.
               88 ITI-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  W-CID-ATIVA           PIC  X(01) VALUE 'N'.
               88 CID-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  W-FRO-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRO-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-ALR                PIC  X(02).
               88 VAL-ALR            VALUE '00' THRU '09'.
           03  ST-ODM                PIC  X(02).
               88 VAL-ODM            VALUE '00' THRU '09'.
           03  W-KM-ROTA             PIC  9(05).
           03  W-KM-ORI              PIC  9(05).
           03  W-ODO-ANT             PIC  9(07).
           03  W-REV-KM-EDIT         PIC  ZZZZZZ9.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 VIAGEM-JA-ENCERRADA VALUE 'S' FALSE 'N'.

           | checklist de saida: sem ele completo, ou com item
           | critico reprovado, o encerramento pede a liberacao
           | do supervisor
           03  ST-CHK                PIC  X(02).
               88 VAL-CHK            VALUE '00' THRU '09'.
           03  ST-CHI                PIC  X(02).
               88 VAL-CHI            VALUE '00' THRU '09'.
           03  W-CHI-ATIVA           PIC  X(01) VALUE 'N'.
               88 CHI-ATIVA          VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE 'N'.
               88 CHECKLIST-OK       VALUE 'S' FALSE 'N'.
           03  W-CHK-PEND            PIC  9(02).
           03  W-CHK-CRIT            PIC  9(02).
           03  W-CHK-PEND-EDIT       PIC  Z9.
           03  W-CHK-CRIT-EDIT       PIC  Z9.
           03  W-APROV               PIC  X(01).
           03  W-GER-LOGIN           PIC  X(10).

           | preteri??o de embarque (overbooking): com os
           | assentos da partida tomados, o passageiro excedente
           | vira passagem em aberto, recebe compensa??o na
           | carteira e fica registrado em PRETERICAO.ARQ
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  W-PARAM-ATIVA         PIC  X(01) VALUE 'N'.
               88 PARAM-ATIVA        VALUE 'S' FALSE 'N'.
           03  ST-WAL                PIC  X(02).
               88 VAL-WAL            VALUE '00' THRU '09'.
           03  ST-PRT                PIC  X(02).
               88 VAL-PRT            VALUE '00' THRU '09'.
           03  W-LOTACAO             PIC  9(02) VALUE 0.
           03  W-QTD-SENTADOS        PIC  9(03).
           03  W-QTD-PRETER          PIC  9(03) VALUE 0.
           03  W-PRT-IND             PIC  9(03).
           03  W-PRT-MOTIVO          PIC  9(01).
               88 PRETERICAO-VOLUNTARIA   VALUE 1.
               88 PRETERICAO-INVOLUNTARIA VALUE 2.
           03  W-PERC-COMP           PIC  9(03).
           03  W-VLR-COMP            PIC  9(05)V99.
           03  W-VLR-COMP-EDIT       PIC  ZZ.ZZ9,99.
           03  W-COMP-CREDITADA      PIC  X(01).
               88 COMPENSACAO-CREDITADA VALUE 'S' FALSE 'N'.
           03  W-DIAS-VALIDADE       PIC  9(05).
           03  W-DIA-CALC            PIC  9(09).
           03  W-VALIDADE-ABERTO     PIC  9(08).
           03  W-POL-LIVRE           PIC  9(02).
           03  W-POL-ORIG            PIC  9(02).
           03  W-WAL-SEQ-MAX         PIC  9(08).
           03  W-BIL-GUARDA          PIC  X(800).

           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-DATA-EDIT        PIC 99/99/9999.
               05 IND                     PIC 9(03).
               05 W-QTD-EMBARCADOS        PIC 9(03) VALUE 0.
               05 W-QTD-NOSHOW            PIC 9(03) VALUE 0.
               05 W-QTD-COLO              PIC 9(03) VALUE 0.
               | linha de crianca de colo vem logo abaixo da do
               | adulto, com o mesmo bilhete e a mesma poltrona,
               | e embarca junto com ele
               05 W-EMB-TAB OCCURS 300 TIMES.
                  07 W-EMB-NMR            PIC 9(16).
                  07 W-EMB-POL            PIC 9(02).
                  07 W-EMB-NOME           PIC X(30).
                  07 W-EMB-SIT            PIC X(01).
                  07 W-EMB-COLO           PIC X(01).
                     88 EMB-LINHA-COLO    VALUE 'S' FALSE 'N'.
                  07 W-EMB-EPE            PIC X(01).
                     88 EMB-EM-PE         VALUE 'S' FALSE 'N'.

               05 W-EMB-LINHA.
                  07 WE-POL               PIC Z9.
              07 FILLER    PIC X(02) VALUE '  '.
              07 WS-NS-NMR PIC 9(16).

           03 W-LINHA-PRETERIDO.
              07 FILLER    PIC X(11) VALUE 'PRETERIDO: '.
              07 WS-PR-POL PIC Z9.
              07 FILLER    PIC X(02) VALUE '  '.
              07 WS-PR-NOM PIC X(30).
              07 FILLER    PIC X(02) VALUE '  '.
              07 WS-PR-NMR PIC 9(16).
              07 FILLER    PIC X(02) VALUE '  '.
              07 WS-PR-MOT PIC X(12).
              07 FILLER    PIC X(06) VALUE ' R$ '.
              07 WS-PR-VLR PIC ZZ.ZZ9,99.

           03 W-LINHA-TOT-SLIP.
              07 FILLER    PIC X(13) VALUE 'EMBARCADOS: '.
              07 WS-T-EMB  PIC ZZ9.
              07 WS-T-NS   PIC ZZ9.
              07 FILLER    PIC X(10) VALUE '  EM PE: '.
              07 WS-T-EPE  PIC ZZ9.
              07 FILLER    PIC X(09) VALUE '  COLO: '.
              07 WS-T-COL  PIC ZZ9.
              07 FILLER    PIC X(15) VALUE '  PRETERIDOS: '.
              07 WS-T-PRT  PIC ZZ9.

           03 W-CAB-CARGA.
              07 FILLER    PIC X(30) VALUE
              07 FILLER    PIC X(07) VALUE ' PESO: '.
              07 WS-CG-PES PIC Z(4)9,99.

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-EMBARQUE'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                          ID 18
                          EXCEPTION-VALUE EXCEPTION-ENCERRAR.

           03 PUSH-BUTTON TITLE "P&reterir (volunt?rio)"
                          LINE 24
                          COL 50
                          SIZE 20
                          ID 25
                          EXCEPTION-VALUE EXCEPTION-PRETERIR.

           03 LABEL       LINE 25 COL 16
                          TITLE "CPF p/ passe mensal:"
                          ID 20
           IF NOT VAL-AUTM
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCOLO
           IF ST-COL = '35'
              OPEN OUTPUT CCOLO
              CLOSE CCOLO
              OPEN INPUT CCOLO.
           IF NOT VAL-COL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CVEICULO
           IF ST-VEI = '35'
              SET VEI-ATIVA TO FALSE
           ELSE
              IF NOT VAL-VEI
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET VEI-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CITINER
           IF VAL-ITI
              SET ITI-ATIVA TO TRUE
           ELSE
              SET ITI-ATIVA TO FALSE
           END-IF.

           OPEN INPUT CCIDADE
           IF VAL-CID
              SET CID-ATIVA TO TRUE
           ELSE
              SET CID-ATIVA TO FALSE
           END-IF.

           OPEN INPUT CFROTA
           IF VAL-FRO
              SET FRO-ATIVA TO TRUE
           ELSE
              SET FRO-ATIVA TO FALSE
           END-IF.

           OPEN I-O CALERTA
           IF ST-ALR = '35'
              OPEN OUTPUT CALERTA
              CLOSE CALERTA
              OPEN I-O CALERTA.
           IF NOT VAL-ALR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CODOMOV
           IF ST-ODM = '35'
              OPEN OUTPUT CODOMOV
              CLOSE CODOMOV
              OPEN I-O CODOMOV.
           IF NOT VAL-ODM
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCHKLIST
           IF ST-CHK = '35'
              OPEN OUTPUT CCHKLIST
              CLOSE CCHKLIST
              OPEN I-O CCHKLIST.
           IF NOT VAL-CHK
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCHKITEM
           IF VAL-CHI
              SET CHI-ATIVA TO TRUE
           ELSE
              SET CHI-ATIVA TO FALSE
           END-IF.

           OPEN INPUT CPARAM
           IF VAL-PARAM
              SET PARAM-ATIVA TO TRUE
           ELSE
              SET PARAM-ATIVA TO FALSE
           END-IF.

           OPEN I-O CCARTEIRA
           IF ST-WAL = '35'
              OPEN OUTPUT CCARTEIRA
              CLOSE CCARTEIRA
              OPEN I-O CCARTEIRA.
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CPRETERICAO
           IF ST-PRT = '35'
              OPEN OUTPUT CPRETERICAO
              CLOSE CPRETERICAO
              OPEN I-O CPRETERICAO.
           IF NOT VAL-PRT
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW

       FIM.
           CLOSE CBILHETE CVIAGEM CLOG CPASSE CENCOM CENCEVT
                 CAUTMENOR CCOLO.
           IF BAG-ATIVA
              CLOSE CBAGAGEM.
           IF VEI-ATIVA
              CLOSE CVEICULO.
           IF ITI-ATIVA
              CLOSE CITINER.
           IF CID-ATIVA
              CLOSE CCIDADE.
           IF FRO-ATIVA
              CLOSE CFROTA.
           CLOSE CALERTA CODOMOV CCHKLIST.
           IF CHI-ATIVA
              CLOSE CCHKITEM.
           IF PARAM-ATIVA
              CLOSE CPARAM.
           CLOSE CCARTEIRA CPRETERICAO.

           CLOSE WINDOW JANELA-PROGRAMA.

                  PERFORM ENCERRAR-EMBARQUE
             WHEN EXCEPTION-PASSE
                  PERFORM VALIDAR-PASSE
             WHEN EXCEPTION-PRETERIR
                  PERFORM PRETERIR-VOLUNTARIO
           END-EVALUATE.

       CARREGAR-EMBARQUE.
              EXIT PARAGRAPH
           END-IF

           PERFORM BUSCA-LOTACAO
           PERFORM MONTA-LISTA-EMBARQUE
           SET LISTA-CARREGADA TO TRUE.

       BUSCA-LOTACAO.
           | lugares sentados da partida, como no mapa da
           | venda: FRO-CAP (sem ela PARAM 1, default 30),
           | encolhida pelo ve?culo escalado quando for menor
           MOVE 0 TO W-LOTACAO
           IF NOT FRO-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE FRO-REG-1
           MOVE W-FRO TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              EXIT PARAGRAPH
           END-IF
           MOVE FRO-CAP TO W-LOTACAO
           IF W-LOTACAO = 0
              MOVE 30 TO W-LOTACAO
              IF PARAM-ATIVA
                 INITIALIZE PARAM-REG-1
                 MOVE 1 TO PARAM-CHAVE
                 READ CPARAM
                 IF VAL-PARAM AND PARAM-VALOR > 0
                    MOVE PARAM-VALOR TO W-LOTACAO
                 END-IF
              END-IF
           END-IF
           IF VEI-ATIVA AND W-VEICULO NOT = SPACES
              INITIALIZE VEI-REG-1
              MOVE W-VEICULO TO VEI-PLACA
              READ CVEICULO
              IF VAL-VEI AND VEI-LUGARES > 0
                 AND VEI-LUGARES < W-LOTACAO
                 MOVE VEI-LUGARES TO W-LOTACAO
              END-IF
           END-IF.

       MOSTRA-DADOS-VIAGEM.
           | cabe?alho da viagem vem do VIAGEM.ARQ: ve?culo
	   | e motorista escalados (PRJ-ESCALA) aparecem para o
                    MOVE BIL-NMR  TO W-EMB-NMR(W-EMB-QTD)
                    MOVE BIL-POL  TO W-EMB-POL(W-EMB-QTD)
                    MOVE BIL-NOME TO W-EMB-NOME(W-EMB-QTD)
                    SET EMB-LINHA-COLO(W-EMB-QTD) TO FALSE
                    IF BIL-PASSAGEIRO-EM-PE
                       SET EMB-EM-PE(W-EMB-QTD) TO TRUE
                    ELSE
                       SET EMB-EM-PE(W-EMB-QTD) TO FALSE
                    END-IF
                    IF BIL-EMBARCADO
                       MOVE 'E' TO W-EMB-SIT(W-EMB-QTD)
                    ELSE
                       MOVE ' ' TO W-EMB-SIT(W-EMB-QTD)
                    END-IF
                    PERFORM INCLUI-LINHA-COLO
                 END-IF
              END-IF
           END-PERFORM
              MODIFY LST-EMBARQUE, ITEM-TO-ADD = W-EMB-LINHA
           END-PERFORM.

       INCLUI-LINHA-COLO.
           INITIALIZE COL-REG-1
           MOVE BIL-NMR TO COL-NMR
           READ CCOLO
           IF ST-COL = '23'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-COL
              PERFORM ERRO-ARQUIVO
           END-IF
           IF W-EMB-QTD >= 300
              SET LISTA-TRUNCADA TO TRUE
              EXIT PARAGRAPH
           END-IF
           ADD 1 TO W-EMB-QTD
           MOVE BIL-NMR TO W-EMB-NMR(W-EMB-QTD)
           MOVE BIL-POL TO W-EMB-POL(W-EMB-QTD)
           MOVE SPACES  TO W-EMB-NOME(W-EMB-QTD)
           STRING 'COLO: ' COL-NOME DELIMITED BY SIZE
                  INTO W-EMB-NOME(W-EMB-QTD)
           MOVE W-EMB-SIT(W-EMB-QTD - 1) TO W-EMB-SIT(W-EMB-QTD)
           SET EMB-LINHA-COLO(W-EMB-QTD) TO TRUE
           SET EMB-EM-PE(W-EMB-QTD) TO FALSE.

       MONTA-LINHA-LISTA.
           MOVE W-EMB-POL(IND)  TO WE-POL
           MOVE W-EMB-NOME(IND) TO WE-NOME
           EVALUATE W-EMB-SIT(IND)
              WHEN 'E' MOVE 'EMBARCADO' TO WE-SIT
              WHEN 'N' MOVE 'NO-SHOW' TO WE-SIT
              WHEN 'P' MOVE 'PRETERIDO' TO WE-SIT
              WHEN OTHER MOVE 'AGUARDANDO' TO WE-SIT
           END-EVALUATE.

           ELSE
              IF W-EMB-IDX >= 1 AND W-EMB-IDX <= W-EMB-QTD
                 MOVE W-EMB-IDX TO IND
                 | crianca de colo embarca pelo adulto
                 IF EMB-LINHA-COLO(IND) AND IND > 1
                    SUBTRACT 1 FROM IND
                 END-IF
              ELSE
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Selecione o passageiro ou informe o bilhete.'
              EXIT PARAGRAPH
           END-IF

           IF W-EMB-SIT(IND) = 'P'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Passageiro preterido nesta partida.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BIL-REG-1
           MOVE W-EMB-NMR(IND) TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
              END-IF
           END-IF

           PERFORM TESTA-LOTACAO-EMBARQUE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           SET BIL-EMBARCADO TO TRUE
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           REWRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'E' TO W-EMB-SIT(IND)
           PERFORM MARCA-COLO-EMBARCADO
           PERFORM REFAZ-LISTA
           INITIALIZE W-NMR-CHECK
           DISPLAY TELA-PRINCIPAL.
              END-IF
           END-IF

           PERFORM TESTA-LOTACAO-EMBARQUE
           IF NOT VALIDACAO-OK
              PERFORM LIMPA-LEITURA
              EXIT PARAGRAPH
           END-IF

           SET BIL-EMBARCADO TO TRUE
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           REWRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-EMB-QTD
              IF W-EMB-NMR(IND) = BIL-NMR
                 MOVE 'E' TO W-EMB-SIT(IND)
                 PERFORM MARCA-COLO-EMBARCADO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           PERFORM REFAZ-LISTA
           PERFORM LIMPA-LEITURA.

       MARCA-COLO-EMBARCADO.
           IF IND < W-EMB-QTD
              IF EMB-LINHA-COLO(IND + 1)
                 MOVE 'E' TO W-EMB-SIT(IND + 1)
              END-IF
           END-IF.

       LIMPA-LEITURA.
           INITIALIZE W-COD-BARRAS W-NMR-CHECK
           DISPLAY TELA-PRINCIPAL.
              EXIT PARAGRAPH
           END-IF

           PERFORM CONFERE-CHECKLIST
           IF NOT CHECKLIST-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Encerrar o embarque? Pendentes viram no-show.'
                TO CA-MESSAGE-1
              EXIT PARAGRAPH
           END-IF

           | crianca de colo nao tem bilhete proprio: conta a
           | parte e segue a situacao do adulto
           | o preterido j? saiu da partida (passagem em
           | aberto) e n?o ? no-show
           INITIALIZE W-QTD-EMBARCADOS W-QTD-NOSHOW W-QTD-COLO
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-EMB-QTD
              IF EMB-LINHA-COLO(IND)
                 IF W-EMB-SIT(IND) = 'E'
                    ADD 1 TO W-QTD-COLO
                 ELSE
                    IF W-EMB-SIT(IND) NOT = 'P'
                       MOVE 'N' TO W-EMB-SIT(IND)
                    END-IF
                 END-IF
              ELSE
                 IF W-EMB-SIT(IND) = 'E' OR W-EMB-SIT(IND) = 'P'
                    IF W-EMB-SIT(IND) = 'E'
                       ADD 1 TO W-QTD-EMBARCADOS
                    END-IF
                 ELSE
                    INITIALIZE BIL-REG-1
                    MOVE W-EMB-NMR(IND) TO BIL-NMR
                    READ CBILHETE KEY IS BIL-NMR
                    IF NOT VAL-BIL
                       PERFORM ERRO-ARQUIVO
                    END-IF
                    IF BIL-CONFIRMADO
                       SET BIL-NAO-EMBARCOU TO TRUE
                       MOVE 'A' TO W-JRN-OPER
                       PERFORM JORNAL-BILHETE
                       REWRITE BIL-REG-1
                       IF NOT VAL-BIL
                          PERFORM ERRO-ARQUIVO
                       END-IF
                    END-IF
                    MOVE 'N' TO W-EMB-SIT(IND)
                    ADD 1 TO W-QTD-NOSHOW
                 END-IF
              END-IF
           END-PERFORM

           MOVE W-NUM       TO VIA-NUM
           READ CVIAGEM
           IF VAL-VIA
              IF VIA-ENCERRADA
                 SET VIAGEM-JA-ENCERRADA TO TRUE
              ELSE
                 SET VIAGEM-JA-ENCERRADA TO FALSE
              END-IF
              SET VIA-ENCERRADA TO TRUE
              COMPUTE VIA-HR-REAL = (W-HR * 100) + W-MIN
              REWRITE VIA-REG-1
              IF NOT VAL-VIA
                 PERFORM ERRO-ARQUIVO
              END-IF
              | reencerrar a mesma viagem nao soma a rota de novo
              IF NOT VIAGEM-JA-ENCERRADA
                 PERFORM AVANCA-HODOMETRO
              END-IF
           END-IF

           PERFORM GRAVA-LOG-ENCERRAMENTO
           MOVE 'Embarque encerrado.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       CONFERE-CHECKLIST.
           | todo item ativo do cadastro precisa estar
           | inspecionado e nenhum critico reprovado; sem itens
           | cadastrados nao ha o que conferir. A liberacao do
           | supervisor fica gravada como item 00 da partida e
           | vale para os reencerramentos
           SET CHECKLIST-OK TO TRUE
           INITIALIZE CHK-REG-1
           MOVE W-FRO       TO CHK-FRO
           MOVE W-DATA-CRIT TO CHK-DATA
           MOVE W-NUM       TO CHK-NUM
           MOVE 0           TO CHK-ITEM
           READ CCHKLIST
           IF VAL-CHK AND CHK-LIBERADO
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-CHK-PEND W-CHK-CRIT
           IF CHI-ATIVA
              INITIALIZE CHI-REG-1
              START CCHKITEM KEY >= CHI-COD
                 INVALID KEY CONTINUE
              END-START
              PERFORM UNTIL 1 = 2
                 READ CCHKITEM NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-CHI
                    EXIT PERFORM
                 END-IF
                 IF CHI-EM-USO
                    INITIALIZE CHK-REG-1
                    MOVE W-FRO       TO CHK-FRO
                    MOVE W-DATA-CRIT TO CHK-DATA
                    MOVE W-NUM       TO CHK-NUM
                    MOVE CHI-COD     TO CHK-ITEM
                    READ CCHKLIST
                    IF NOT VAL-CHK
                       ADD 1 TO W-CHK-PEND
                    ELSE
                       IF CHK-REPROVADO AND CHK-ITEM-CRITICO
                          ADD 1 TO W-CHK-CRIT
                       END-IF
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           IF W-CHK-PEND = 0 AND W-CHK-CRIT = 0
              EXIT PARAGRAPH
           END-IF

           SET CHECKLIST-OK TO FALSE
           INITIALIZE CA-MESSAGE-LINK
           IF W-CHK-CRIT > 0
              MOVE 'Checklist de saida com item critico reprovado.'
                   TO CA-MESSAGE-1
           ELSE
              MOVE 'Checklist de saida incompleto.' TO CA-MESSAGE-1
           END-IF
           MOVE 'Liberar a saida com autorizacao do supervisor?'
                TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           INITIALIZE W-APROV W-GER-LOGIN
           CALL "PRJ_APROV_GER" USING W-APROV, W-GER-LOGIN
              ON OVERFLOW  MOVE 'Programa nao encontrado.'
                           TO CA-MESSAGE-1
                           PERFORM MOSTRA-MSG-MENSAGEM
              NOT OVERFLOW
                   CANCEL "PRJ_APROV_GER"
           END-CALL
           IF W-APROV NOT = '1'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Liberacao da saida nao autorizada.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           ACCEPT W-HORA FROM TIME
           MOVE W-CHK-PEND TO W-CHK-PEND-EDIT
           MOVE W-CHK-CRIT TO W-CHK-CRIT-EDIT
           INITIALIZE CHK-REG-1
           MOVE W-FRO       TO CHK-FRO
           MOVE W-DATA-CRIT TO CHK-DATA
           MOVE W-NUM       TO CHK-NUM
           MOVE 0           TO CHK-ITEM
           SET CHK-LIBERADO TO TRUE
           MOVE 'N'         TO CHK-CRITICO
           STRING 'PENDENTES: '     DELIMITED BY SIZE
                  W-CHK-PEND-EDIT   DELIMITED BY SIZE
                  ' CRITICOS REPROVADOS: ' DELIMITED BY SIZE
                  W-CHK-CRIT-EDIT   DELIMITED BY SIZE
                  INTO CHK-OBS
           MOVE W-GER-LOGIN TO CHK-INSPETOR
           MOVE W-DATASIS   TO CHK-DIA
           MOVE W-HORA      TO CHK-HORA
           MOVE W-LOGIN-L   TO CHK-USU
           WRITE CHK-REG-1
           IF ST-CHK = '22'
              REWRITE CHK-REG-1
           END-IF
           IF NOT VAL-CHK
              PERFORM ERRO-ARQUIVO
           END-IF
           SET CHECKLIST-OK TO TRUE.

       AVANCA-HODOMETRO.
           | soma a rota ao hodometro do VIA-VEICULO, guarda o
           | movimento no ODOMOV.ARQ (base da conferencia dos
           | abastecimentos em PRJ_ODO_LOTE) e abre alerta
           | quando o veiculo passa do km da revisao
           IF NOT VEI-ATIVA OR VIA-VEICULO = SPACES
              EXIT PARAGRAPH
           END-IF

           PERFORM BUSCA-KM-ROTA
           IF W-KM-ROTA = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE VEI-REG-1
           MOVE VIA-VEICULO TO VEI-PLACA
           READ CVEICULO
           IF NOT VAL-VEI
              EXIT PARAGRAPH
           END-IF

           MOVE VEI-ODOMETRO TO W-ODO-ANT
           ADD W-KM-ROTA TO VEI-ODOMETRO
           REWRITE VEI-REG-1
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-MOVIMENTO-HODOMETRO

           IF VEI-PROX-REV-KM > 0
              AND W-ODO-ANT < VEI-PROX-REV-KM
              AND VEI-ODOMETRO >= VEI-PROX-REV-KM
              PERFORM ABRE-ALERTA-REVISAO
           END-IF.

       BUSCA-KM-ROTA.
           MOVE 0 TO W-KM-ROTA

           IF ITI-ATIVA
              INITIALIZE ITI-REG-1
              MOVE VIA-FRO TO ITI-FRO
              START CITINER KEY >= ITI-CHAVE
                 INVALID KEY MOVE '23' TO ST-ITI
              END-START
              PERFORM UNTIL NOT VAL-ITI
                 READ CITINER NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-ITI
                    EXIT PERFORM
                 END-IF
                 IF ITI-FRO NOT = VIA-FRO
                    EXIT PERFORM
                 END-IF
                 IF ITI-KM > W-KM-ROTA
                    MOVE ITI-KM TO W-KM-ROTA
                 END-IF
              END-PERFORM
           END-IF

           IF W-KM-ROTA > 0 OR NOT FRO-ATIVA OR NOT CID-ATIVA
              EXIT PARAGRAPH
           END-IF

           | frota sem itinerario: distancia entre os marcos
           | de km das cidades de origem e destino
           INITIALIZE FRO-REG-1
           MOVE VIA-FRO TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CID-REG-1
           MOVE FRO-ORI TO CID-ID
           READ CCIDADE
           IF NOT VAL-CID
              EXIT PARAGRAPH
           END-IF
           MOVE CID-LOC TO W-KM-ORI

           INITIALIZE CID-REG-1
           MOVE FRO-DES TO CID-ID
           READ CCIDADE
           IF NOT VAL-CID
              EXIT PARAGRAPH
           END-IF

           IF CID-LOC > W-KM-ORI
              COMPUTE W-KM-ROTA = CID-LOC - W-KM-ORI
           ELSE
              COMPUTE W-KM-ROTA = W-KM-ORI - CID-LOC
           END-IF.

       GRAVA-MOVIMENTO-HODOMETRO.
           INITIALIZE ODM-REG-1
           MOVE VEI-PLACA    TO ODM-PLACA
           ACCEPT ODM-DATA FROM CENTURY-DATE
           ACCEPT ODM-HORA FROM TIME
           MOVE VIA-FRO      TO ODM-FRO
           MOVE VIA-DATA     TO ODM-VIA-DATA
           MOVE VIA-NUM      TO ODM-VIA-NUM
           MOVE W-KM-ROTA    TO ODM-KM
           MOVE W-ODO-ANT    TO ODM-ODO-ANT
           MOVE VEI-ODOMETRO TO ODM-ODO-APOS
           MOVE W-LOGIN-L    TO ODM-USU
           WRITE ODM-REG-1
           IF ST-ODM = '22'
              REWRITE ODM-REG-1
           END-IF
           IF NOT VAL-ODM
              PERFORM ERRO-ARQUIVO
           END-IF.

       ABRE-ALERTA-REVISAO.
           | mesma mecanica dos demais alertas: um registro
           | por assunto com o contador de veiculos que
           | passaram do km de revisao
           INITIALIZE ALR-REG-1
           MOVE 'VEICULO.ARQ' TO ALR-ARQ
           MOVE 'RV'          TO ALR-STATUS
           READ CALERTA
           IF ST-ALR = '23'
              INITIALIZE ALR-REG-1
              MOVE 'VEICULO.ARQ' TO ALR-ARQ
              MOVE 'RV'          TO ALR-STATUS
              MOVE 1 TO ALR-QTD
           ELSE
              IF NOT VAL-ALR
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO ALR-QTD
           END-IF
           ACCEPT ALR-DIA FROM CENTURY-DATE
           ACCEPT ALR-HORA FROM TIME
           SET ALR-ABERTO TO TRUE
           IF ST-ALR = '23'
              WRITE ALR-REG-1
           ELSE
              REWRITE ALR-REG-1
           END-IF
           IF NOT VAL-ALR
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE VEI-PROX-REV-KM TO W-REV-KM-EDIT
           INITIALIZE CA-MESSAGE-LINK
           STRING 'Veiculo ' DELIMITED BY SIZE
                  VEI-PLACA  DELIMITED BY SPACE
                  ' passou do km de revisao (' DELIMITED BY SIZE
                  W-REV-KM-EDIT DELIMITED BY SIZE
                  ').'       DELIMITED BY SIZE
             INTO CA-MESSAGE-1
           MOVE 'Programe a manutencao do veiculo.' TO CA-MESSAGE-2
           PERFORM MOSTRA-MSG-ATENCAO.

       IMPRIME-CANHOTO.
           OPEN OUTPUT PRINTF
           MOVE ALL SPACES TO PRINTF-R
              END-IF
           END-PERFORM

           PERFORM IMPRIME-PRETERIDOS

           MOVE W-QTD-EMBARCADOS TO WS-T-EMB
           MOVE W-QTD-NOSHOW     TO WS-T-NS
           MOVE W-QTD-EMPE       TO WS-T-EPE
           MOVE W-QTD-COLO       TO WS-T-COL
           MOVE W-QTD-PRETER     TO WS-T-PRT
           WRITE PRINTF-R FROM W-LINHA-TOT-SLIP AFTER 2

           PERFORM IMPRIME-MANIFESTO-CARGA

           CLOSE PRINTF.

       IMPRIME-PRETERIDOS.
           | l? do registro de preteri??es da partida: o
           | bilhete preterido j? n?o est? mais na lista
           MOVE 0 TO W-QTD-PRETER
           INITIALIZE PRT-REG-1
           MOVE W-FRO       TO PRT-FRO
           MOVE W-DATA-CRIT TO PRT-DATA
           MOVE W-NUM       TO PRT-VIA
           MOVE W-TIPO      TO PRT-TIPO
           START CPRETERICAO KEY >= PRT-CHAVE-VIAGEM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL NOT VAL-PRT
              READ CPRETERICAO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PRT
                 EXIT PERFORM
              END-IF
              IF (PRT-FRO NOT = W-FRO)
                 OR (PRT-DATA NOT = W-DATA-CRIT)
                 OR (PRT-VIA NOT = W-NUM)
                 OR (PRT-TIPO NOT = W-TIPO)
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-PRETER
              MOVE PRT-POL  TO WS-PR-POL
              MOVE PRT-NOME TO WS-PR-NOM
              MOVE PRT-NMR  TO WS-PR-NMR
              IF PRT-VOLUNTARIA
                 MOVE 'VOLUNTARIO' TO WS-PR-MOT
              ELSE
                 MOVE 'INVOLUNTARIO' TO WS-PR-MOT
              END-IF
              MOVE PRT-VLR-COMP TO WS-PR-VLR
              WRITE PRINTF-R FROM W-LINHA-PRETERIDO AFTER 1
           END-PERFORM.

       IMPRIME-CONTAGEM-BAGAGEM.
           | contagem de malas despachadas (PRJ-BAGAGEM) da
	   | viagem para o conferente do bagageiro
              PERFORM ERRO-ARQUIVO
           END-IF

           | o uso do passe tambem conta na partida, para o
           | confronto com a catraca (PRJ-CATRACA-LOTE)
           INITIALIZE VIA-REG-1
           MOVE W-FRO       TO VIA-FRO
           MOVE W-DATA-CRIT TO VIA-DATA
           MOVE W-NUM       TO VIA-NUM
           READ CVIAGEM
           IF VAL-VIA
              IF VIA-QTD-PASSE NOT NUMERIC
                 MOVE 0 TO VIA-QTD-PASSE
              END-IF
              ADD 1 TO VIA-QTD-PASSE
              REWRITE VIA-REG-1
              IF NOT VAL-VIA
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Passe v?lido. Embarque liberado p/:' TO CA-MESSAGE-1
           MOVE PAS-NOME TO CA-MESSAGE-2
           INITIALIZE W-CPF-PASSE
           DISPLAY TELA-PRINCIPAL.

       TESTA-LOTACAO-EMBARQUE.
           | overbooking: com todos os assentos tomados por
           | embarcados, quem se apresenta s? sobe se algum
           | embarcado ceder o lugar (volunt?rio, pelo bot?o
           | Preterir); sem volunt?rio, quem se apresenta por
           | ?ltimo ? o preterido. Passageiro em p? n?o ocupa
           | assento e n?o entra na conta
           SET VALIDACAO-OK TO TRUE
           IF W-LOTACAO = 0 OR BIL-PASSAGEIRO-EM-PE
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-QTD-SENTADOS
           PERFORM VARYING W-PRT-IND FROM 1 BY 1
                   UNTIL W-PRT-IND > W-EMB-QTD
              IF W-EMB-SIT(W-PRT-IND) = 'E'
                 AND NOT EMB-LINHA-COLO(W-PRT-IND)
                 AND NOT EMB-EM-PE(W-PRT-IND)
                 ADD 1 TO W-QTD-SENTADOS
              END-IF
           END-PERFORM
           IF W-QTD-SENTADOS < W-LOTACAO
              EXIT PARAGRAPH
           END-IF

           SET VALIDACAO-OK TO FALSE
           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Todos os assentos j? ocupados por embarcados.'
                TO CA-MESSAGE-1
           MOVE 'Algum embarcado cede o lugar como volunt?rio?'
                TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione o volunt?rio na lista e use Preterir;'
                   TO CA-MESSAGE-1
              MOVE 'depois embarque este passageiro.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Sem volunt?rio: embarque negado a este passageiro.'
                TO CA-MESSAGE-1
           MOVE 'Preterir com remarca??o e compensa??o?'
                TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           SET PRETERICAO-INVOLUNTARIA TO TRUE
           PERFORM PRETERE-BILHETE.

       PRETERIR-VOLUNTARIO.
           | volunt?rio escolhido na lista (embarcado ou ainda
           | aguardando) cede o lugar
           IF NOT LISTA-CARREGADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Carregue a viagem antes.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-EMB-IDX < 1 OR W-EMB-IDX > W-EMB-QTD
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Selecione o volunt?rio na lista.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-EMB-IDX TO IND
           IF EMB-LINHA-COLO(IND) AND IND > 1
              SUBTRACT 1 FROM IND
           END-IF
           IF W-EMB-SIT(IND) = 'P'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Passageiro j? preterido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BIL-REG-1
           MOVE W-EMB-NMR(IND) TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           STRING 'Preterir ' DELIMITED BY SIZE
                  W-EMB-NOME(IND) DELIMITED BY '  '
                  ' (volunt?rio)?' DELIMITED BY SIZE
                  INTO CA-MESSAGE-1
           MOVE 'O bilhete vira passagem em aberto com compensa??o.'
                TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP NOT = 1
              EXIT PARAGRAPH
           END-IF

           SET PRETERICAO-VOLUNTARIA TO TRUE
           PERFORM PRETERE-BILHETE.

       PRETERE-BILHETE.
           | BIL-REG-1 com o bilhete a preterir. Ele sai da
           | partida e vira passagem em aberto com o mesmo
           | n?mero (j? pago), remarcada sem custo pelo resgate
           | do PRJ-EMT-BIL. Compensa??o na carteira: PARAM 73 %
           | do bilhete na involunt?ria (default 100) e PARAM
           | 74 % na volunt?ria (default 50)
           MOVE BIL-REG-1 TO W-BIL-GUARDA
           MOVE BIL-POL TO W-POL-ORIG

           | posi??o livre de 1 a 99 na chave da passagem em
           | aberto, como na emiss?o
           MOVE 0 TO W-POL-LIVRE
           PERFORM VARYING W-PRT-IND FROM 1 BY 1
                   UNTIL W-PRT-IND > 99
              MOVE W-BIL-GUARDA TO BIL-REG-1
              MOVE 0 TO BIL-DATA
              MOVE 0 TO BIL-VIA
              MOVE W-PRT-IND TO BIL-POL
              READ CBILHETE
              IF ST-BIL = '23'
                 MOVE W-PRT-IND TO W-POL-LIVRE
                 EXIT PERFORM
              END-IF
           END-PERFORM
           MOVE W-BIL-GUARDA TO BIL-REG-1
           IF W-POL-LIVRE = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente no limite de passagens em aberto.'
                   TO CA-MESSAGE-1
              MOVE 'Preteri??o n?o registrada.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM CALCULA-COMPENSACAO

           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 0 TO BIL-DATA
           MOVE 0 TO BIL-VIA
           MOVE W-POL-LIVRE TO BIL-POL
           MOVE 0 TO BIL-EM-PE
           MOVE 0 TO BIL-OVB
           MOVE W-VALIDADE-ABERTO TO BIL-VALIDADE
           SET BIL-EM-ABERTO TO TRUE
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           SET COMPENSACAO-CREDITADA TO FALSE
           IF W-VLR-COMP > 0 AND BIL-CLI NOT = 0
              PERFORM CREDITA-COMPENSACAO
           END-IF
           PERFORM GRAVA-PRETERICAO
           PERFORM GRAVA-LOG-PRETERICAO

           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-EMB-QTD
              IF W-EMB-NMR(IND) = BIL-NMR
                 MOVE 'P' TO W-EMB-SIT(IND)
              END-IF
           END-PERFORM
           PERFORM REFAZ-LISTA
           DISPLAY TELA-PRINCIPAL

           MOVE W-VLR-COMP TO W-VLR-COMP-EDIT
           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Preterido: bilhete virou passagem em aberto.'
                TO CA-MESSAGE-1
           | sem cliente cadastrado n?o h? carteira: a
           | compensa??o fica para o guich? pagar por outro meio
           EVALUATE TRUE
              WHEN COMPENSACAO-CREDITADA
                 STRING 'Compensa??o creditada na carteira: R$ '
                        DELIMITED BY SIZE
                        W-VLR-COMP-EDIT DELIMITED BY SIZE
                        INTO CA-MESSAGE-2
              WHEN W-VLR-COMP = 0
                 MOVE 'Bilhete sem valor: n?o h? compensa??o a pagar.'
                      TO CA-MESSAGE-2
              WHEN OTHER
                 STRING 'Sem carteira: pagar compensa??o de R$ '
                        DELIMITED BY SIZE
                        W-VLR-COMP-EDIT DELIMITED BY SIZE
                        ' por outro meio.' DELIMITED BY SIZE
                        INTO CA-MESSAGE-2
           END-EVALUATE
           PERFORM MOSTRA-MSG-MENSAGEM.

       CALCULA-COMPENSACAO.
           IF PRETERICAO-VOLUNTARIA
              MOVE 50 TO W-PERC-COMP
           ELSE
              MOVE 100 TO W-PERC-COMP
           END-IF
           MOVE 365 TO W-DIAS-VALIDADE
           IF PARAM-ATIVA
              INITIALIZE PARAM-REG-1
              IF PRETERICAO-VOLUNTARIA
                 MOVE 74 TO PARAM-CHAVE
              ELSE
                 MOVE 73 TO PARAM-CHAVE
              END-IF
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-PERC-COMP
              END-IF
              INITIALIZE PARAM-REG-1
              MOVE 5 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-DIAS-VALIDADE
              END-IF
           END-IF
           COMPUTE W-VLR-COMP ROUNDED = BIL-TOT * W-PERC-COMP / 100

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DIA-CALC =
                   FUNCTION INTEGER-OF-DATE(W-ANOAUXI-I * 10000 +
                                            W-MESAUXI-I * 100 +
                                            W-DIAAUXI-I)
                   + W-DIAS-VALIDADE
           COMPUTE W-DIA-CALC = FUNCTION DATE-OF-INTEGER(W-DIA-CALC)
           MOVE W-DIA-CALC TO W-DATAUXI
           COMPUTE W-VALIDADE-ABERTO = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
           ACCEPT W-HORA FROM TIME.

       CREDITA-COMPENSACAO.
           | cr?dito no fim do extrato da carteira do cliente,
           | como o estorno do PRJ-CANC-VIAGEM
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
           SET WAL-ORIG-COMPENSACAO TO TRUE
           MOVE W-LOGIN-L TO WAL-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CARTEIRA
           WRITE WAL-REG-1
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO
           END-IF
           SET COMPENSACAO-CREDITADA TO TRUE.

       GRAVA-PRETERICAO.
           INITIALIZE PRT-REG-1
           MOVE BIL-NMR TO PRT-NMR
           READ CPRETERICAO
           IF ST-PRT NOT = '23' AND NOT VAL-PRT
              PERFORM ERRO-ARQUIVO
           END-IF
           INITIALIZE PRT-REG-1
           MOVE BIL-NMR     TO PRT-NMR
           MOVE W-FRO       TO PRT-FRO
           MOVE W-DATA-CRIT TO PRT-DATA
           MOVE W-NUM       TO PRT-VIA
           MOVE W-TIPO      TO PRT-TIPO
           MOVE BIL-CLI     TO PRT-CLI
           MOVE BIL-NOME    TO PRT-NOME
           MOVE W-POL-ORIG  TO PRT-POL
           MOVE W-PRT-MOTIVO TO PRT-MOTIVO
           MOVE BIL-TOT     TO PRT-VLR-BIL
           MOVE W-VLR-COMP  TO PRT-VLR-COMP
           MOVE W-DATASIS   TO PRT-DT
           MOVE W-HORA      TO PRT-HORA
           MOVE W-LOGIN-L   TO PRT-USU
           IF ST-PRT = '23'
              WRITE PRT-REG-1
           ELSE
              REWRITE PRT-REG-1
           END-IF
           IF NOT VAL-PRT
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-LOG-PRETERICAO.
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
           IF PRETERICAO-VOLUNTARIA
              MOVE 'Pretericao de embarque voluntaria' TO LOG-REG
           ELSE
              MOVE 'Pretericao de embarque involuntaria' TO LOG-REG
           END-IF
           MOVE 'PRETERICAO.' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 2 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
           END-IF.

       GRAVA-LOG-ENCERRAMENTO.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-BILHETE.
           MOVE 'BILHETE.ARQ' TO W-JRN-ARQ
           MOVE BIL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CARTEIRA.
           MOVE 'CARTEIRA.ARQ' TO W-JRN-ARQ
           MOVE WAL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       GRAVA-JORNAL.
           | imagem de cada atualizacao vai para o JORNAL.ARQ,
           | reaplicado pelo PRJ_JORNAL_REC depois de um restore
           CALL "PRJ_JORNAL_GRV" USING W-JRN-ARQ, W-JRN-OPER,
                                       W-JRN-IMAGEM, W-LOGIN-L,
                                       W-JRN-PROG
           CANCEL "PRJ_JORNAL_GRV".

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
