       COPY "PRJ_HORA.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_FPA.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRI.
       COPY "PRJ_HORA.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_FPA.FD".

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRI                PIC  X(02).
               88 VAL-PRI            VALUE '00' THRU '09'.
           03  ST-FPA                PIC  X(02).
               88 VAL-FPA            VALUE '00' THRU '09'.
           03  W-FPA-OP              PIC  9(01).
           03  W-FPA-NOME            PIC  X(60).
           03  W-FPA-ORIGEM          PIC  9(01).

           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-VLR-REEMBOLSO         PIC  9(05)V99.
               05 W-VLR-RECEB-CRD         PIC  9(07)V99.
               05 W-WAL-SEQ-MAX           PIC  9(08).
               05 W-BIL-GUARDA            PIC  X(800).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).

                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WP-ACAO  PIC X(30).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CANC-VIA'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".
           COPY "PRJ_CRM.CPY".

       LINKAGE SECTION.

           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CFUNCPASS
           IF ST-FPA = '35'
              OPEN OUTPUT CFUNCPASS
              CLOSE CFUNCPASS
              OPEN I-O CFUNCPASS.
           IF NOT VAL-FPA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTIVO
           IF ST-MTV = '35'
              SET MTV-ATIVA TO FALSE

       FIM.
           CLOSE CBILHETE CVIAGEM CFROTA CCLIENTE CREEMB CAGREG
                 CCREDIARIO CCARTEIRA CLOG CFUNCPASS.
           IF MTV-ATIVA
              CLOSE CMOTIVO.
           IF BLQ-ATIVA
           MOVE BIL-REG-1 TO W-BIL-GUARDA
           MOVE 3 TO W-AGR-OP
           PERFORM ATUALIZA-AGREGADO
           | passe de funcionario muda de mes junto com a
           | partida alternativa
           IF BIL-PASSE-FUNC
              MOVE 2 TO W-FPA-OP
              PERFORM ATUALIZA-PASSE-FUNC
           END-IF
           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           MOVE W-DATA-ALT-CRIT TO BIL-DATA
           MOVE W-VIA-ALT       TO BIL-VIA
           MOVE W-POL-NOVA      TO BIL-POL
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 1 TO W-AGR-OP
           PERFORM ATUALIZA-AGREGADO
           IF BIL-PASSE-FUNC
              MOVE 1 TO W-FPA-OP
              PERFORM ATUALIZA-PASSE-FUNC
           END-IF
           PERFORM GARANTE-VIAGEM-ALT

           ADD 1 TO W-QTD-REMAN
           END-IF
           SET BIL-CANCELADO TO TRUE
           MOVE W-MOTIVO-COD TO BIL-MTV
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           REWRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE 2 TO W-AGR-OP
           PERFORM ATUALIZA-AGREGADO
           | a viagem cancelada volta para a cota do mes do
           | passe de funcionario
           IF BIL-PASSE-FUNC
              MOVE 2 TO W-FPA-OP
              PERFORM ATUALIZA-PASSE-FUNC
           END-IF

           | mesmas regras por forma de pagamento do guich?
           | (PRJ-EMT-BIL): PIX pendente n?o tinha dinheiro,
           IF NOT ERA-PENDENTE
              AND BIL-TENDER NOT = 5 AND BIL-TENDER NOT = 6
              AND BIL-TENDER NOT = 7 AND BIL-TENDER NOT = 8
              AND BIL-TENDER NOT = 9
              MOVE BIL-TOT TO W-VLR-REEMBOLSO
              PERFORM GRAVA-REEMBOLSO
           END-IF
           IF NOT ERA-PENDENTE AND BIL-TENDER = 7
              PERFORM CREDITA-CARTEIRA-ESTORNO
           END-IF
           | viagem paga com carne volta para o carne
           IF NOT ERA-PENDENTE AND BIL-TENDER = 9
              PERFORM DEVOLVE-CARNE
           END-IF
           IF NOT ERA-PENDENTE AND BIL-TENDER = 8
              PERFORM LIQUIDA-CREDIARIO-ESTORNO
              IF W-VLR-RECEB-CRD > 0
           MOVE W-DATASIS  TO REEM-DT-EST
           SET REEM-PENDENTE TO TRUE
           MOVE W-MOTIVO-COD TO REEM-MTV
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-REEMBOLSO
           WRITE REEM-REG-1
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO
           END-IF.

       DEVOLVE-CARNE.
           INITIALIZE AREA-CARNE
           SET CRM-ESTORNA TO TRUE
           MOVE BIL-NMR   TO CRM-NMR
           MOVE W-LOGIN-L TO CRM-USU
           CALL "PRJ_CARNE_MOV" USING AREA-CARNE
           CANCEL "PRJ_CARNE_MOV".

       CREDITA-CARTEIRA-ESTORNO.
           | devolu??o de venda paga pela carteira: credita a
           | carteira do cliente no fim do extrato, como o
           MOVE BIL-NMR TO WAL-NMR-BIL
           SET WAL-ORIG-ESTORNO TO TRUE
           MOVE W-LOGIN-L TO WAL-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CARTEIRA
           WRITE WAL-REG-1
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO
              END-IF
              IF CRD-ABERTA
                 SET CRD-CANCELADA TO TRUE
                 MOVE 'A' TO W-JRN-OPER
                 PERFORM JORNAL-CREDIARIO
                 REWRITE CRD-REG-1
                 IF NOT VAL-CRD
                    PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM.

       ATUALIZA-PASSE-FUNC.
           | mesmo livro mensal do passe de funcionario mantido
           | pela venda (FUNCPASS.ARQ); W-FPA-OP: 1 soma a
           | viagem no mes de BIL-DATA, 2 tira. O estorno guarda
           | nome e origem para o remanejamento regravar
           MOVE BIL-DATA TO W-DATAUXI
           INITIALIZE FPA-REG-1
           MOVE BIL-BENEF-DOC TO FPA-FUNC
           COMPUTE FPA-MESANO = W-ANOAUXI * 100 + W-MESAUXI
           READ CFUNCPASS
           IF ST-FPA = '23'
              IF W-FPA-OP NOT = 1
                 EXIT PARAGRAPH
              END-IF
              INITIALIZE FPA-REG-1
              MOVE BIL-BENEF-DOC TO FPA-FUNC
              COMPUTE FPA-MESANO = W-ANOAUXI * 100 + W-MESAUXI
              MOVE W-FPA-NOME    TO FPA-NOME
              MOVE W-FPA-ORIGEM  TO FPA-ORIGEM
              MOVE 1             TO FPA-QTD
              MOVE BIL-FUNC-VLR  TO FPA-VLR
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-FUNCPASS
              WRITE FPA-REG-1
           ELSE
              IF NOT VAL-FPA
                 PERFORM ERRO-ARQUIVO
              END-IF
              IF W-FPA-OP = 1
                 ADD 1 TO FPA-QTD
                 ADD BIL-FUNC-VLR TO FPA-VLR
              ELSE
                 MOVE FPA-NOME   TO W-FPA-NOME
                 MOVE FPA-ORIGEM TO W-FPA-ORIGEM
                 IF FPA-QTD > 0
                    SUBTRACT 1 FROM FPA-QTD
                 END-IF
                 IF FPA-VLR >= BIL-FUNC-VLR
                    SUBTRACT BIL-FUNC-VLR FROM FPA-VLR
                 ELSE
                    MOVE 0 TO FPA-VLR
                 END-IF
              END-IF
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-FUNCPASS
              REWRITE FPA-REG-1
           END-IF
           IF NOT VAL-FPA
              PERFORM ERRO-ARQUIVO
           END-IF.

       ATUALIZA-AGREGADO.
           | mesmo acumulado por frota/data/tipo mantido pela
           | venda; W-AGR-OP: 1 soma venda, 2 soma estorno,
                 MOVE 1 TO AGR-QTD-CANC
                 MOVE BIL-TOT TO AGR-TOT-CANC
              END-IF
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-AGREG
              WRITE AGR-REG-1
           ELSE
              IF NOT VAL-AGR
                         MOVE 0 TO AGR-TOT-VND
                      END-IF
              END-EVALUATE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-AGREG
              REWRITE AGR-REG-1
           END-IF
           IF NOT VAL-AGR
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-BILHETE.
           MOVE 'BILHETE.ARQ' TO W-JRN-ARQ
           MOVE BIL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-REEMBOLSO.
           MOVE 'REEMB.ARQ' TO W-JRN-ARQ
           MOVE REEM-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CREDIARIO.
           MOVE 'CREDIARIO.ARQ' TO W-JRN-ARQ
           MOVE CRD-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CARTEIRA.
           MOVE 'CARTEIRA.ARQ' TO W-JRN-ARQ
           MOVE WAL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-AGREG.
           MOVE 'AGREG.ARQ' TO W-JRN-ARQ
           MOVE AGR-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-FUNCPASS.
           MOVE 'FUNCPASS.ARQ' TO W-JRN-ARQ
           MOVE FPA-REG-1 TO W-JRN-IMAGEM
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
