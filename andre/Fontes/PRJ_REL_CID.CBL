
               05 W-OPC-CLASS             PIC  9(02) VALUE 1.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-CID'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           INITIALIZE W-NROPAGI W-QTDFRO W-SOMSUB W-SOMCON
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
	   INITIALIZE FRO-REG-1 CID-REG-1
           START CCIDADE KEY >= CID-ID
                      OUTPUT PROCEDURE OUTPUTPROC
	      END-EVALUATE
           END-IF
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       MOSTRA-PREVIEW.
           | L? de volta o arquivo de pr?-visualiza??o
           
          

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-PRINTER-DEVICE = W-PREVIEW-ARQ
              MOVE SPACES TO W-REL-SPOOL
              EXIT PARAGRAPH
           END-IF
           IF W-REL-SPOOL NOT = SPACES
              AND W-PRINTER-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-PRINTER-DEVICE
           END-IF
           MOVE W-PRINTER-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-PRINTER-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO W-REL-PARAM
           STRING 'CIDADES ' W-CIDINI ' A ' W-CIDFIN ' CLASS '
                  W-OPC-CLASS
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-PRINTER-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
