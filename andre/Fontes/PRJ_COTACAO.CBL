           | a cota??o roda a MESMA cadeia de pre?o da venda
           | (tarifa hist?rica, temporada, trecho por km,
           | faixa de desconto, cupom e benef?cio legal) sem
           | tocar em nenhum arquivo de venda; informada a
           | partida, entra tamb?m o ajuste por lota??o
           03 CAMPOS-TELA.
               05 W-FRO          PIC 9(03).
               05 W-NOME-FRO     PIC X(60).
               05 W-DATA-EDIT    PIC 99/99/9999.
               05 W-TIPO         PIC 9(02) VALUE 2.
               05 W-VIA          PIC 9(01) VALUE 0.
               05 W-SEG-ORI      PIC 9(03) VALUE 0.
               05 W-SEG-DES      PIC 9(03) VALUE 0.
               05 W-CLI          PIC 9(11) VALUE 0.

               05 W-VLR-BASE     PIC 9(05)V99 VALUE 0.
               05 W-VLR-TEMP     PIC 9(05)V99 VALUE 0.
               05 W-VLR-DIN      PIC S9(05)V99 VALUE 0.
               05 W-VLR-DESC     PIC 9(05)V99 VALUE 0.
               05 W-VLR-VCH      PIC 9(05)V99 VALUE 0.
               05 W-VLR-BENEF    PIC 9(05)V99 VALUE 0.
                  07 WC-BASE  PIC Z(4)9,99.
                  07 FILLER   PIC X(19) VALUE '  TEMPORADA (+): R$'.
                  07 WC-TEMP  PIC Z(4)9,99.
               05 W-COT-L3B.
                  07 FILLER   PIC X(14) VALUE 'PARTIDA (VIA):'.
                  07 WC-VIA   PIC Z9.
                  07 FILLER   PIC X(27) VALUE
                     '  AJUSTE LOTACAO (+/-): R$'.
                  07 WC-DIN   PIC -(5)9,99.
               05 W-COT-L4.
                  07 FILLER   PIC X(17) VALUE 'DESCONTO (-): R$'.
                  07 WC-DESCV PIC Z(4)9,99.
           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".
           COPY "PRJ_TDM.CPY".

       LINKAGE SECTION.

                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 59
                          TITLE "Partida (via):"
                          ID 35
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VIA
                          LINE 04
                          COL 74
                          3-D
                          BOXED
                          AUTO
                          ID 36
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Trecho de (cid):"
                          ID 8
                          ID 24
                          FONT SMALL-FONT.

           03 LABEL       LINE 13 COL 40
                          TITLE "Ajuste lota??o:"
                          ID 37
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-VLR-DIN
                          COLOR 33024
                          LINE 13
                          COL 57
                          3-D
                          BOXED
                          AUTO
                          ID 38
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Desconto cliente:"
                          ID 25
           SET COTACAO-FEITA TO FALSE
           INITIALIZE W-VLR-BASE W-VLR-TEMP W-VLR-DESC
                      W-VLR-VCH W-VLR-BENEF W-VLR-FINAL
                      W-VLR-DIN

           PERFORM VALIDA-ENTRADA
           IF NOT VALIDACAO-OK
           MOVE W-TOT TO W-VLR-BASE

           PERFORM APLICA-TEMPORADA

           | lota??o e anteced?ncia da partida, pela mesma
           | rotina da venda; sem partida informada a cota??o
           | sai pela tarifa sem ajuste
           IF W-VIA NOT = 0
              PERFORM APLICA-TARIFA-DINAMICA
           END-IF
           MOVE W-TOT TO W-TOT-ANT

           | desconto por contagem de viagens do cliente,
              END-IF
           END-PERFORM.

       APLICA-TARIFA-DINAMICA.
           IF W-TOT = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE AREA-TARIFA-DIN
           MOVE W-FRO       TO TDM-FRO
           MOVE W-DATA-CRIT TO TDM-DATA
           MOVE W-VIA       TO TDM-VIA
           MOVE W-TIPO      TO TDM-TIPO
           MOVE FRO-CAP     TO TDM-CAPAC
           MOVE W-LOGIN-L   TO TDM-USU
           MOVE W-TOT       TO TDM-TARIFA
           CALL "PRJ_TARIFA_DIN" USING AREA-TARIFA-DIN
           CANCEL "PRJ_TARIFA_DIN"
           IF TDM-OK
              MOVE TDM-TARIFA TO W-TOT
              MOVE TDM-VLR    TO W-VLR-DIN
           END-IF.

       APLICA-DESCONTO-CLIENTE.
           INITIALIZE CLI-REG-1
           MOVE W-CLI TO CLI-CPF
           MOVE W-VLR-BASE TO WC-BASE
           MOVE W-VLR-TEMP TO WC-TEMP
           WRITE PRINTF-R FROM W-COT-L3 AFTER 1
           IF W-VIA NOT = 0
              MOVE W-VIA     TO WC-VIA
              MOVE W-VLR-DIN TO WC-DIN
              WRITE PRINTF-R FROM W-COT-L3B AFTER 1
           END-IF
           MOVE W-VLR-DESC  TO WC-DESCV
           MOVE W-VLR-VCH   TO WC-VCH
           MOVE W-VLR-BENEF TO WC-BEN
