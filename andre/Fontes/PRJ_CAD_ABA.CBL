               05 W-VLR-LITRO        PIC 9(03)V999 VALUE 0.
               05 W-ODOMETRO         PIC 9(07) VALUE 0.
               05 W-POSTO            PIC X(30).
               05 W-ORIGEM           PIC 9(01) VALUE 0.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

           COPY "PRJ_TNS.CPY".

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                          ID 12
                          FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Posto"
                       LINE 08
                       COL 05
                       GROUP 1
                       GROUP-VALUE 0
                       USING W-ORIGEM
                       ID 15
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Bomba da garagem (tanque)"
                       LINE 08
                       COL 22
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-ORIGEM
                       ID 16
                       FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 10
                          COL 05
                          SIZE 12
                          ID 13
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 20
                          SIZE 12
                          SELF-ACT
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 75 LINES 12
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Abastecimentos"
           MOVE W-ODOMETRO  TO ABA-ODOMETRO
           MOVE W-POSTO     TO ABA-POSTO
           MOVE W-LOGIN-L   TO ABA-USU
           MOVE W-ORIGEM    TO ABA-ORIGEM
           WRITE ABA-REG-1
           IF NOT VAL-ABA
              PERFORM ERRO-ARQUIVO
                   TO CA-MESSAGE-1
              MOVE 'Confira a nota antes de gravar.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF

           IF W-ORIGEM = 1
              PERFORM VALIDA-SAIDA-TANQUE
           END-IF.

       VALIDA-SAIDA-TANQUE.
           | sa?da da bomba da garagem baixa o estoque do tanque e
           | leva o custo m?dio das entregas at? a data no lugar
           | do pre?o digitado; sem entrega registrada vale o
           | pre?o informado. Estoque insuficiente s? avisa, a
           | diferen?a aparece na concilia??o da pr?xima medi??o
           MOVE W-DATA-CRIT TO W-DATAUXI
           COMPUTE TNS-DATA-I = W-ANOAUXI * 10000 +
                                W-MESAUXI * 100 + W-DIAAUXI
           CALL "PRJ_TANQUE_SALDO" USING AREA-SALDO-TANQUE
           CANCEL "PRJ_TANQUE_SALDO"

           IF TNS-CUSTO-MEDIO > 0
              MOVE TNS-CUSTO-MEDIO TO W-VLR-LITRO
           END-IF
           MOVE 'TANQUE DA GARAGEM' TO W-POSTO
           DISPLAY TELA-PRINCIPAL

           IF TNS-ESTOQUE < W-LITROS
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Estoque escritural do tanque menor que os litros.'
                   TO CA-MESSAGE-1
              MOVE 'Confira as entregas registradas.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
           END-IF.

       BUSCA-SEQ-DIA.
