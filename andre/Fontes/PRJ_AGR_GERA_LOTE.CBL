               88 VAL-AGR            VALUE '00' THRU '09'.

           03  W-QTD-LIDOS           PIC  9(07) VALUE 0.
           03  W-QTD-GRAV            PIC  9(07) VALUE 0.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".

       LINKAGE SECTION.

           PERFORM RECONSTROI-AGREGADO.

       FIM.
           MOVE W-QTD-LIDOS TO LOTE-QTD-LIDOS
           MOVE W-QTD-GRAV  TO LOTE-QTD-GRAVADOS
           CLOSE CBILHETE CAGREG.
           EXIT PROGRAM
           STOP RUN.
              MOVE BIL-DATA TO AGR-DATA
              MOVE BIL-TIPO TO AGR-TIPO
              WRITE AGR-REG-1
              ADD 1 TO W-QTD-GRAV
           ELSE
              IF NOT VAL-AGR
                 PERFORM ERRO-ARQUIVO
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

           | na cadeia noturna devolve o erro ao controlador
           | e nao para esperando o operador
           MOVE W-FSTATUS       TO LOTE-STATUS
           MOVE W-ARQUIVO(1:11) TO LOTE-ARQUIVO

           IF NOT LOTE-NOTURNO
              INITIALIZE CA-MESSAGE-LINK
              MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
              MOVE W-ARQUIVO TO CA-ERR-FILE
              MOVE SPACES    TO CA-ERR-BUF
              MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
              CALL "CAMESSAG"
              CANCEL "CAMESSAG"
           END-IF.

           PERFORM FIM.
