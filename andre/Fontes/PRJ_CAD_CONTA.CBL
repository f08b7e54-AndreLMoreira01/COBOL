               05 W-LIMITE           PIC 9(07)V99.
               05 W-BLOQ             PIC 9(01).
               05 W-EMAIL            PIC X(60).
               05 W-CONTAGEM         PIC 9(01).
               05 W-CPF-VINC         PIC 9(11) VALUE 0.

               05 W-HORA                  PIC  9(08).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CAD-CONT'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Atraso em dias ?teis (0-N?o/1-Sim):"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONTAGEM
                          LINE 10
                          COL 42
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 12
                          COL 05
                          SIZE 12
                          ID 11
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 LABEL       LINE 14 COL 05
                          TITLE "CPF do funcion?rio:"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CPF-VINC
                          LINE 14
                          COL 25
                          SIZE 13
                          3-D
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Vincular CPF"
                          LINE 14
                          COL 42
                          SIZE 15
                          ID 14
                          EXCEPTION-VALUE EXCEPTION-VINCULAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 16
                          COL 05
                          SIZE 12
                          SELF-ACT
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 90 LINES 18
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Contas corporativas"
              MOVE CONTA-LIMITE TO W-LIMITE
              MOVE CONTA-BLOQ   TO W-BLOQ
              MOVE CONTA-EMAIL  TO W-EMAIL
              IF CONTA-CONTAGEM NOT NUMERIC
                 MOVE 0 TO CONTA-CONTAGEM
              END-IF
              MOVE CONTA-CONTAGEM TO W-CONTAGEM
              DISPLAY TELA-PRINCIPAL
           END-IF.

           MOVE W-LIMITE TO CONTA-LIMITE
           MOVE W-BLOQ   TO CONTA-BLOQ
           MOVE W-EMAIL  TO CONTA-EMAIL
           | contrato que conta o atraso em dias uteis: o aging
           | da conta desconta sabados, domingos e feriados
           IF W-CONTAGEM NOT = 1
              MOVE 0 TO W-CONTAGEM
           END-IF
           MOVE W-CONTAGEM TO CONTA-CONTAGEM

           PERFORM GRAVA-LOG-CONTA

           IF ST-CONTA = '23'
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-CONTA
              WRITE CONTA-REG-1
              MOVE 'Conta gravada.' TO CA-MESSAGE-1
           ELSE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-CONTA
              REWRITE CONTA-REG-1
              MOVE 'Conta regravada.' TO CA-MESSAGE-1
           END-IF.
           END-IF

           MOVE W-CNPJ TO CLI-CONTA
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CLIENTE
           REWRITE CLI-REG-1
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-CLIENTE.
           MOVE 'CLIENTE.ARQ' TO W-JRN-ARQ
           MOVE CLI-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

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
