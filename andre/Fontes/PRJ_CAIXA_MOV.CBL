
       COPY "PRJ_CXM.SL".
       COPY "PRJ_CXS.SL".
       COPY "PRJ_MOT.SL".
       COPY "PRJ_LOG.SL".

           SELECT PRINTF ASSIGN TO PRINTER

       COPY "PRJ_CXM.FD".
       COPY "PRJ_CXS.FD".
       COPY "PRJ_MOT.FD".
       COPY "PRJ_LOG.FD".

       FD  PRINTF LABEL RECORD OMITTED.
               88 VAL-CXS            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-PRI                PIC  X(02).
               88 VAL-PRI            VALUE '00' THRU '09'.

               05 W-TIPO             PIC 9(01) VALUE 1.
               05 W-VALOR            PIC 9(07)V99 VALUE 0.
               05 W-OBS              PIC X(40).
               05 W-COBRADOR         PIC X(10).

               05 W-ACHOU-ABERTA          PIC  X(01).
                  88 ACHOU-ABERTA         VALUE 'S' FALSE 'N'.
               05 W-REC-L3.
                  07 FILLER   PIC X(12) VALUE 'SUPERVISOR: '.
                  07 WR-SUP   PIC X(10).
               05 W-REC-L4.
                  07 FILLER   PIC X(10) VALUE 'COBRADOR: '.
                  07 WR-COB   PIC X(10).
                  07 FILLER   PIC X(01) VALUE SPACE.
                  07 WR-COB-NOME PIC X(40).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CAIXAMOV'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Tipo (1-Sangria/2-Suprim./4-Cobrador):"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO
                          LINE 02
                          COL 48
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Cobrador (prestacao):"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COBRADOR
                          LINE 08
                          COL 28
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Confirmar"
                          LINE 10
                          COL 05
                          SIZE 13
                          ID 7
                          EXCEPTION-VALUE EXCEPTION-CONFIRMAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 10
                          COL 21
                          SIZE 12
                          SELF-ACT
           IF NOT VAL-CXS
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF ST-MOT = '35'
              OPEN OUTPUT CMOTORISTA
              CLOSE CMOTORISTA
              OPEN INPUT CMOTORISTA.
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
           END-IF

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 70 LINES 12
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Sangria / suprimento de caixa"
           END-PERFORM.

       FIM.
           CLOSE CCAIXAMOV CCAIXA CMOTORISTA CLOG.

           CLOSE WINDOW JANELA-PROGRAMA.

           END-PERFORM.

       CONFIRMAR-MOVIMENTO.
           IF W-TIPO NOT = 1 AND W-TIPO NOT = 2 AND W-TIPO NOT = 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo inv?lido (1-Sangria/2-Suprimento).'
                   TO CA-MESSAGE-1
              MOVE 'Use 4 para a prestacao do cobrador.'
                   TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           | prestacao de contas do cobrador: o dinheiro da
           | venda embarcada entra na gaveta e fica amarrado
           | ao cobrador para o confronto do PRJ-BORDO-LOTE
           IF W-TIPO = 4
              INITIALIZE MOT-REG-1
              MOVE W-COBRADOR TO MOT-ID
              READ CMOTORISTA
              IF NOT VAL-MOT OR NOT MOT-COBRADOR
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Cobrador nao cadastrado.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           ELSE
              MOVE SPACES TO W-COBRADOR
           END-IF
           IF W-VALOR = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o valor.' TO CA-MESSAGE-1
           MOVE W-HORA        TO CXM-HORA
           MOVE W-GER-LOGIN   TO CXM-SUPERVISOR
           MOVE W-OBS         TO CXM-OBS
           MOVE W-COBRADOR    TO CXM-COBRADOR
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CAIXAMOV
           WRITE CXM-REG-1
           IF NOT VAL-CXM
              PERFORM ERRO-ARQUIVO
           PERFORM IMPRIME-RECIBO

           INITIALIZE CA-MESSAGE-LINK
           EVALUATE TRUE
              WHEN CXM-SANGRIA
                 MOVE 'Sangria registrada. Leve o valor ao cofre.'
                      TO CA-MESSAGE-1
              WHEN CXM-PRESTACAO-COB
                 MOVE 'Prestacao do cobrador registrada.'
                      TO CA-MESSAGE-1
              WHEN OTHER
                 MOVE 'Suprimento registrado.' TO CA-MESSAGE-1
           END-EVALUATE
           PERFORM MOSTRA-MSG-MENSAGEM

           INITIALIZE W-VALOR W-OBS W-COBRADOR
           DISPLAY TELA-PRINCIPAL.

       BUSCA-SEQ-MOVIMENTO.
           MOVE CXM-HORA  TO WR-HORA
           WRITE PRINTF-R FROM W-REC-L1 AFTER 2

           EVALUATE TRUE
              WHEN CXM-SANGRIA
                 MOVE 'SANGRIA' TO WR-TIPO
              WHEN CXM-PRESTACAO-COB
                 MOVE 'PRESTACAO' TO WR-TIPO
              WHEN OTHER
                 MOVE 'SUPRIMENTO' TO WR-TIPO
           END-EVALUATE
           MOVE CXM-VALOR TO WR-VLR
           WRITE PRINTF-R FROM W-REC-L2 AFTER 2

           IF CXM-PRESTACAO-COB
              MOVE CXM-COBRADOR TO WR-COB
              MOVE MOT-NOME     TO WR-COB-NOME
              WRITE PRINTF-R FROM W-REC-L4 AFTER 2
           END-IF

           MOVE CXM-SUPERVISOR TO WR-SUP
           WRITE PRINTF-R FROM W-REC-L3 AFTER 2

              END-IF
           END-IF
           MOVE W-LOGIN-L TO LOG-USU
           EVALUATE W-TIPO
              WHEN 1
                 MOVE 'Sangria de caixa' TO LOG-REG
              WHEN 4
                 STRING 'Prestacao do cobrador ' W-COBRADOR
                        DELIMITED BY SIZE INTO LOG-REG
              WHEN OTHER
                 MOVE 'Suprimento de caixa' TO LOG-REG
           END-EVALUATE
           MOVE 'CAIXAMOV.AR' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
              REWRITE LOG-REG-1
           END-IF.

       JORNAL-CAIXAMOV.
           MOVE 'CAIXAMOV.ARQ' TO W-JRN-ARQ
           MOVE CXM-REG-1 TO W-JRN-IMAGEM
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
