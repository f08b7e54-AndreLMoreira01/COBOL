       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Nivel (1-Vend./2-Tipo usu./3-Canal):"
                          ID 1
                          TRANSPARENT.

                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Login, tipo ou canal:"
                          ID 3
                          TRANSPARENT.


       VALIDA-REF.
           SET VALIDACAO-OK TO TRUE.
           | nivel 3: comissao acordada com o canal de revenda
           | (codigo da agencia do bilhete), conferida no
           | extrato do marketplace (PRJ-MKP-LOTE)
           IF W-NIVEL NOT = 1 AND W-NIVEL NOT = 2
              AND W-NIVEL NOT = 3
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'N?vel inv?lido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO

           IF W-REF = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o login, o tipo ou o canal.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
