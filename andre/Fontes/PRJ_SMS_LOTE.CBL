           COPY "PRJ_BIL.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_FROB.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
           COPY "PRJ_BIL.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_FROB.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-FROB               PIC  X(02).
               88 VAL-FROB           VALUE '00' THRU '09'.

           03  W-SMS-TEXTO           PIC  X(132).
           03  W-TMPL-TXT2           PIC  X(132).

           03  W-TMPL-TIPO           PIC  9(02).
           03  W-TMPL-VARS.
               05 W-TMV-HORA         PIC  99.99.
               05 W-TMV-POL          PIC  9(02).
               05 W-TMV-BIL          PIC  9(16).
               05 W-TMV-PLAT         PIC  X(03).

           03  CAMPOS-PARM-W.
               05 W-DATAUXI               PIC  9(08).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATA-SISTEMA          PIC  9(08).
               05 W-HOJE-I                PIC  9(08).
               05 W-DATA-BLQ-I            PIC  9(08).
               05 W-QTD-AVISOS            PIC  9(07) VALUE 0.

       01  CAMPOS-ERRO-ARQUIVO-W.
           IF NOT VAL-FROB
              PERFORM ERRO-ARQUIVO.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           COMPUTE W-HOJE-I = W-ANOAUXI-I * 10000 +
                              W-MESAUXI-I * 100 +
                              W-DIAAUXI-I

           PERFORM AVISOS-BLOQUEIO.

       FIM.
           CLOSE CBILHETE CCLIENTE CFROBLQ.
           EXIT PROGRAM
           STOP RUN.

       MONTA-MENSAGEM-TEMPLATE.
           MOVE SPACES TO W-SMS-TEXTO W-TMPL-TXT2
           CALL "PRJ_TMPL_MONTA" USING W-TMPL-TIPO, W-TMPL-VARS,
