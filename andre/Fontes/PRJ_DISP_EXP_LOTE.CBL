           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_TDM.CPY".

       LINKAGE SECTION.

              MOVE FROL-CON TO W-TARIFA
           END-IF
           PERFORM APLICA-TEMPORADA-EXP
           PERFORM APLICA-TARIFA-DIN-EXP

           INITIALIZE DSP-REG-1
           MOVE FROL-ID    TO DSP-FRO
              ADD 1 TO W-OCUPADOS
           END-PERFORM.

       APLICA-TARIFA-DIN-EXP.
           | ajuste por lota??o da partida pela mesma rotina
           | do balc?o, para a web publicar o pre?o de venda
           IF W-TARIFA = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE AREA-TARIFA-DIN
           MOVE FROL-ID    TO TDM-FRO
           MOVE W-DATA-EXP TO TDM-DATA
           MOVE HOR-NUM    TO TDM-VIA
           MOVE W-TIPO-EXP TO TDM-TIPO
           MOVE FROL-CAP   TO TDM-CAPAC
           MOVE W-LOGIN-L  TO TDM-USU
           MOVE W-TARIFA   TO TDM-TARIFA
           CALL "PRJ_TARIFA_DIN" USING AREA-TARIFA-DIN
           CANCEL "PRJ_TARIFA_DIN"
           IF TDM-OK
              MOVE TDM-TARIFA TO W-TARIFA
           END-IF.

       APLICA-TEMPORADA-EXP.
           | mesmo crit?rio de APLICA-TEMPORADA do balc?o:
           | primeira faixa vigente que cobre frota/tipo/data
