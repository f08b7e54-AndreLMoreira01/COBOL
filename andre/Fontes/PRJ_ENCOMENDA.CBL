       COPY "PRJ_FRO.SL".
       COPY "PRJ_SEQ.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_CONTA.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRI.
       COPY "PRJ_FRO.FD".
       COPY "PRJ_SEQ.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_CONTA.FD".

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRI                PIC  X(02).
               88 VAL-PRI            VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 VALIDACAO-OK       VALUE 'S' FALSE ' '.

           03 CAMPOS-TELA.
               05 W-FRO              PIC 9(03).
               05 W-EVT-TIPO         PIC 9(01).
               05 W-EVT-OBS          PIC X(40).
               05 W-EVT-SEQ          PIC 9(02).
               05 W-CONTA-ENC        PIC 9(14) VALUE 0.

               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(8).
                  07 WG-PESO   PIC Z(4)9,99.
                  07 FILLER    PIC X(12) VALUE '  FRETE: R$'.
                  07 WG-FRETE  PIC Z(4)9,99.
               05 W-GUIA-6.
                  07 FILLER    PIC X(31) VALUE
                     'FRETE FATURADO NA CONTA CNPJ: '.
                  07 WG-CONTA  PIC 9(14).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-ENCOMEND'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
                          ID 17
                          EXCEPTION-VALUE EXCEPTION-REGISTRAR.

           03 LABEL       LINE 10 COL 24
                          TITLE "Faturar na conta (CNPJ):"
                          ID 26
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONTA-ENC
                          LINE 10
                          COL 49
                          SIZE 15
                          3-D
                          BOXED
                          AUTO
                          ID 27
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Guia p/ entrega:"
                          ID 18
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CCONTA
           IF ST-CONTA = '35'
              OPEN OUTPUT CCONTA
              CLOSE CCONTA
              OPEN I-O CCONTA.
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
           END-PERFORM.

       FIM.
           CLOSE CENCOM CENCEVT CFROTA CSEQ CLOG CCONTA.

           CLOSE WINDOW JANELA-PROGRAMA.

              PERFORM ERRO-ARQUIVO
           END-IF

           IF W-CONTA-ENC NOT = 0
              PERFORM VALIDA-CONTA-ENC
              IF NOT VALIDACAO-OK
                 EXIT PARAGRAPH
              END-IF
           END-IF

           PERFORM PROXIMO-NMR-GUIA

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-LOGIN-L      TO ENC-USU
           MOVE W-DEST-EMAIL   TO ENC-DEST-EMAIL
           MOVE W-DEST-CEL     TO ENC-DEST-CEL
           MOVE W-CONTA-ENC    TO ENC-CONTA
           SET ENC-REGISTRADA  TO TRUE
           WRITE ENC-REG-1
           IF NOT VAL-ENC
              PERFORM ERRO-ARQUIVO
           END-IF

           IF ENC-CONTA NOT = 0
              PERFORM DEBITA-CONTA-ENC
           END-IF

           MOVE 1 TO W-EVT-TIPO
           MOVE 'Recebida na origem' TO W-EVT-OBS
           PERFORM GRAVA-EVENTO-ENC

           INITIALIZE W-REMETENTE W-DESTINATARIO W-VLR-DECL
                      W-PESO W-FRETE W-DEST-EMAIL W-DEST-CEL
                      W-CONTA-ENC
           DISPLAY TELA-PRINCIPAL.

       VALIDA-CONTA-ENC.
           | remetente com conta corporativa nao paga no
           | balcao: o frete vai para o saldo da conta e sai
           | na fatura mensal (PRJ-FATURA-LOTE), com o mesmo
           | teste de bloqueio e limite da venda de passagem
           SET VALIDACAO-OK TO TRUE

           INITIALIZE CONTA-REG-1
           MOVE W-CONTA-ENC TO CONTA-CNPJ
           READ CCONTA
           IF ST-CONTA = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Conta corporativa n?o cadastrada.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF
           IF CONTA-BLOQUEADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Conta corporativa bloqueada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF CONTA-SALDO + W-FRETE > CONTA-LIMITE
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Limite de cr?dito da conta excedido.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF.

       DEBITA-CONTA-ENC.
           INITIALIZE CONTA-REG-1
           MOVE ENC-CONTA TO CONTA-CNPJ
           READ CCONTA
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD ENC-FRETE TO CONTA-SALDO
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CONTA
           REWRITE CONTA-REG-1
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-EVENTO-ENC.
           | trilha de rastreamento da guia: um evento por
           | sequencial crescente, consultado no
           MOVE W-PESO TO WG-PESO
           MOVE W-FRETE TO WG-FRETE
           WRITE PRINTF-R FROM W-GUIA-5 AFTER 1
           IF W-CONTA-ENC NOT = 0
              MOVE W-CONTA-ENC TO WG-CONTA
              WRITE PRINTF-R FROM W-GUIA-6 AFTER 1
           END-IF

           MOVE ALL SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:80)
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-CONTA.
           MOVE 'CONTA.ARQ' TO W-JRN-ARQ
           MOVE CONTA-REG-1 TO W-JRN-IMAGEM
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
