               05 W-QTD-USU               PIC  9(07) VALUE 0.
               05 W-QTD-CANC-USU          PIC  9(07) VALUE 0.
               05 W-QTD-GERDESC-USU       PIC  9(07) VALUE 0.
               05 W-QTD-LIDOS             PIC  9(07) VALUE 0.
               05 W-QTD-FOL               PIC  9(07) VALUE 0.
               05 W-BASE-USU              PIC  9(10)V99 VALUE 0.
               05 W-VAL-USU               PIC  9(10)V99 VALUE 0.
               05 W-TOT-FOLHA             PIC  9(10)V99 VALUE 0.
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".

       LINKAGE SECTION.

           CLOSE PRINTF.

       FIM.
           MOVE W-QTD-LIDOS TO LOTE-QTD-LIDOS
           MOVE W-QTD-FOL   TO LOTE-QTD-GRAVADOS
           CLOSE CBILHETE CCOMISS CUSUARIO.
           CANCEL SORT.
           EXIT PROGRAM
                 MOVE BIL-STATUS   TO SORT-STATUS-1
                 MOVE BIL-GER      TO SORT-GER-1
                 RELEASE SORT-REGISTR-1
                 ADD 1 TO W-QTD-LIDOS
              END-IF
           END-PERFORM.

           IF NOT VAL-FOL
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-FOL

           ADD W-VAL-USU TO W-TOT-FOLHA

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
