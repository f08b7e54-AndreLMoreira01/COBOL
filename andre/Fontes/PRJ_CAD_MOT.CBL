
       COPY "PRJ_MOT.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_FIL.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.

       COPY "PRJ_MOT.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_FIL.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-ID               PIC X(10).
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           |Cadastro de filiais opcional: sem ele nao ha validacao
           OPEN INPUT CFILIAL
           IF VAL-FIL
              SET FIL-ATIVA TO TRUE
           ELSE
              SET FIL-ATIVA TO FALSE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW

       FIM.
           CLOSE CMOTORISTA CLOG.
           IF FIL-ATIVA
              CLOSE CFILIAL
           END-IF.

           CLOSE WINDOW JANELA-PROGRAMA.

              MOVE W-CNH-VAL TO W-DATA-CRIT
           END-IF

           IF FIL-ATIVA AND W-FILIAL NOT = SPACES
              MOVE W-FILIAL TO FIL-COD
              READ CFILIAL
              IF NOT VAL-FIL
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Filial n?o cadastrada.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              IF FIL-DESATIVADA
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Filial inativa.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           INITIALIZE MOT-REG-1
           MOVE W-ID TO MOT-ID
           READ CMOTORISTA
