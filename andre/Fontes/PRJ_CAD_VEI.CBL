               05 W-STATUS           PIC 9(01).
               05 W-REV-KM           PIC 9(07).
               05 W-REV-DT           PIC 99/99/9999.
               05 W-AQ-DT            PIC 99/99/9999.
               05 W-AQ-VLR           PIC 9(09)V99.
               05 W-VIDA             PIC 9(03).
               05 W-RESIDUAL         PIC 9(09)V99.
               05 W-DEP-ACUM         PIC 9(09)V99.
               05 W-DEP-ULT-EDIT     PIC 99/9999.
               05 W-BX-DT            PIC 99/99/9999.
               05 W-BX-TIPO          PIC 9(01).
               05 W-BX-VLR           PIC 9(09)V99.

               05 W-REV-DATA         PIC 9(08).
               05 W-AQ-DATA          PIC 9(08).
               05 W-BX-DATA          PIC 9(08).
               05 W-AQ-DATA-I        PIC 9(08).
               05 W-BX-DATA-I        PIC 9(08).
               05 W-BX-ANOMES        PIC 9(06).
               05 W-DEP-ULT-AUX      PIC 9(06).
               05 REDEFINES W-DEP-ULT-AUX.
                  07 W-DEP-ULT-ANO   PIC 9(04).
                  07 W-DEP-ULT-MES   PIC 9(02).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(8).
               05 W-DATAUXI               PIC  9(08).
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Data aquisicao:"
                          ID 17
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AQ-DT
                          LINE 10
                          COL 21
                          3-D
                          BOXED
                          AUTO
                          ID 18
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 34
                          TITLE "Valor aquisicao:"
                          ID 19
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AQ-VLR
                          LINE 10
                          COL 51
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 20
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Vida util (meses):"
                          ID 21
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VIDA
                          LINE 12
                          COL 24
                          3-D
                          BOXED
                          AUTO
                          ID 22
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 34
                          TITLE "Valor residual:"
                          ID 23
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-RESIDUAL
                          LINE 12
                          COL 51
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 24
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Deprec. acumulada:"
                          ID 25
                          TRANSPARENT.

           03 EF-DEP-ACUM ENTRY-FIELD USING W-DEP-ACUM
                          LINE 14
                          COL 24
                          SIZE 14
                          3-D
                          BOXED
                          ID 26
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 44
                          TITLE "Ultimo mes:"
                          ID 27
                          TRANSPARENT.

           03 EF-DEP-ULT  ENTRY-FIELD USING W-DEP-ULT-EDIT
                          LINE 14
                          COL 56
                          3-D
                          BOXED
                          ID 28
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 05
                          TITLE "Data baixa:"
                          ID 29
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BX-DT
                          LINE 16
                          COL 17
                          3-D
                          BOXED
                          AUTO
                          ID 30
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 30
                          TITLE "Tipo (1-Venda/2-Sucata):"
                          ID 31
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BX-TIPO
                          LINE 16
                          COL 55
                          3-D
                          BOXED
                          AUTO
                          ID 32
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 60
                          TITLE "Valor venda:"
                          ID 33
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BX-VLR
                          LINE 16
                          COL 73
                          SIZE 14
                          3-D
                          BOXED
                          AUTO
                          ID 34
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 18
                          COL 05
                          SIZE 12
                          ID 15
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 18
                          COL 20
                          SIZE 12
                          SELF-ACT
           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 95 LINES 20
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Cadastro de ve?culos"
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.
           | depreciacao e apurada pelo PRJ-DEPREC-LOTE
           MODIFY EF-DEP-ACUM, ENABLED = FALSE
           MODIFY EF-DEP-ULT,  ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
              MOVE VEI-STATUS      TO W-STATUS
              MOVE VEI-PROX-REV-KM TO W-REV-KM
              MOVE VEI-PROX-REV-DT TO W-REV-DT
              MOVE VEI-AQUIS-DATA  TO W-AQ-DT
              MOVE VEI-AQUIS-VALOR TO W-AQ-VLR
              MOVE VEI-VIDA-MESES  TO W-VIDA
              MOVE VEI-RESIDUAL    TO W-RESIDUAL
              MOVE VEI-DEPREC-ACUM TO W-DEP-ACUM
              MOVE VEI-DEPREC-ULT  TO W-DEP-ULT-AUX
              COMPUTE W-DEP-ULT-EDIT = W-DEP-ULT-MES * 10000
                                     + W-DEP-ULT-ANO
              MOVE VEI-BAIXA-DATA  TO W-BX-DT
              MOVE VEI-BAIXA-TIPO  TO W-BX-TIPO
              MOVE VEI-BAIXA-VALOR TO W-BX-VLR
              DISPLAY TELA-PRINCIPAL
           ELSE
              MOVE 0 TO W-DEP-ACUM W-DEP-ULT-EDIT
              DISPLAY TELA-PRINCIPAL
           END-IF.

           ELSE
              MOVE 0 TO W-DATA-CRIT
           END-IF
           MOVE W-DATA-CRIT TO W-REV-DATA

           PERFORM VALIDA-IMOBILIZADO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE VEI-REG-1
           MOVE W-PLACA TO VEI-PLACA
           MOVE W-ODOMETRO TO VEI-ODOMETRO
           MOVE W-STATUS   TO VEI-STATUS
           MOVE W-REV-KM   TO VEI-PROX-REV-KM
           MOVE W-REV-DATA TO VEI-PROX-REV-DT
           MOVE W-AQ-DATA  TO VEI-AQUIS-DATA
           MOVE W-AQ-VLR   TO VEI-AQUIS-VALOR
           MOVE W-VIDA     TO VEI-VIDA-MESES
           MOVE W-RESIDUAL TO VEI-RESIDUAL
           MOVE W-BX-DATA  TO VEI-BAIXA-DATA
           MOVE W-BX-TIPO  TO VEI-BAIXA-TIPO
           MOVE W-BX-VLR   TO VEI-BAIXA-VALOR

           PERFORM GRAVA-LOG-VEICULO


           PERFORM MOSTRA-MSG-MENSAGEM.

       VALIDA-IMOBILIZADO.
           | dados do ativo: sem valor de aquisicao o veiculo
           | fica fora da depreciacao; a baixa (venda ou
           | sucata) encerra a depreciacao no mes da baixa
           SET VALIDACAO-OK TO FALSE
           MOVE 0 TO W-AQ-DATA W-BX-DATA

           IF W-AQ-VLR > 0
              IF W-AQ-DT = 0
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Informe a data de aquisicao.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              IF W-VIDA = 0
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Informe a vida util em meses.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              IF W-RESIDUAL >= W-AQ-VLR
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Valor residual deve ser menor que o custo.'
                   TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF W-AQ-DT NOT = 0
              MOVE W-AQ-DT TO W-DATA-CRIT
              PERFORM CRITICA-DATA
              IF NOT DATA-OK
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Data de aquisicao invalida.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              MOVE W-DATA-CRIT TO W-AQ-DATA
           END-IF

           IF W-BX-DT = 0
              MOVE 0 TO W-BX-TIPO W-BX-VLR
              SET VALIDACAO-OK TO TRUE
              EXIT PARAGRAPH
           END-IF

           MOVE W-BX-DT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data da baixa invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-BX-DATA

           IF W-BX-TIPO < 1 OR W-BX-TIPO > 2
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo da baixa: 1-Venda ou 2-Sucata.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-BX-TIPO = 1 AND W-BX-VLR = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o valor da venda.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-BX-DATA TO W-DATAUXI
           COMPUTE W-BX-DATA-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           COMPUTE W-BX-ANOMES = W-ANOAUXI * 100 + W-MESAUXI
           IF W-AQ-DATA NOT = 0
              MOVE W-AQ-DATA TO W-DATAUXI
              COMPUTE W-AQ-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
              IF W-BX-DATA-I < W-AQ-DATA-I
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Baixa anterior a aquisicao.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           | mes ja depreciado depois da baixa nao volta atras
           INITIALIZE VEI-REG-1
           MOVE W-PLACA TO VEI-PLACA
           READ CVEICULO
           IF VAL-VEI AND VEI-DEPREC-ULT > W-BX-ANOMES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Baixa anterior a depreciacao ja apurada.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | veiculo baixado sai da frota
           MOVE 3 TO W-STATUS
           SET VALIDACAO-OK TO TRUE.

       GRAVA-LOG-VEICULO.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
