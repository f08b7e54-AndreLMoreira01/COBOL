
           COPY "PRJ_BIL.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_COLO.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

       COPY "PRJ_BIL.FD".
       COPY "PRJ_FRO.FD".
       COPY "PRJ_COLO.FD".

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-CSV            VALUE '00' THRU '09'.
	   03  ST-CSC                PIC  X(02).
               88 VAL-CSC            VALUE '00' THRU '09'.
           03  ST-COL                PIC  X(02).
               88 VAL-COL            VALUE '00' THRU '09'.
           03  W-COLO-ATIVA          PIC  X(01) VALUE 'N'.
               88 COLO-ATIVA         VALUE 'S' FALSE 'N'.
           03  W-VALIDACAO           PIC  X(01) VALUE 'S'.
               88 VALIDACAO-OK       VALUE 'S' FALSE 'N'.

               05 W-MANI-TIPO             PIC 9(2).
               05 W-MANI-NOME-FRO         PIC X(60).
               05 W-MANI-QTD              PIC 9(3) VALUE 0.
               05 W-MANI-QTD-COLO         PIC 9(3) VALUE 0.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.  
                  07 W-MANI-L-NOME        PIC  X(60)B(2).
                  07 W-MANI-L-CPF         PIC  999.999.999.99B(3).
                  07 W-MANI-L-NMR         PIC  Z(15)9.
               | crianca de colo sai logo abaixo do adulto que a
               | leva no bilhete, sem poltrona
               05 W-MANI-LINHA-COLO.
                  07 FILLER               PIC  X(05) VALUE SPACES.
                  07 FILLER               PIC  X(06) VALUE 'COLO: '.
                  07 W-MANI-LC-NOME       PIC  X(54)B(2).
                  07 W-MANI-LC-DOC        PIC  X(20)B(2).
                  07 FILLER               PIC  X(06) VALUE 'NASC: '.
                  07 W-MANI-LC-NASC       PIC  99/99/9999.
               05 W-MANI-TOTAL.
                  07 FILLER               PIC  X(20) VALUE
                     'TOTAL DE PASSAGEIROS: '.
                  07 W-MANI-T-QTD         PIC  ZZ9.
                  07 FILLER               PIC  X(22) VALUE
                     '   CRIANCAS DE COLO: '.
                  07 W-MANI-T-COLO        PIC  ZZ9.

               | Acumuladores do modo comparativo: periodo A
               | (datas da tela) contra periodo B (segundo range ou
               05 FILLER    PIC X(02) VALUE ' %'.


       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-BIL'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCOLO
           IF ST-COL = '35'
              SET COLO-ATIVA TO FALSE
           ELSE
              IF NOT VAL-COL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET COLO-ATIVA TO TRUE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".
           
           DISPLAY FLOATING GRAPHICAL WINDOW
           INITIALIZE W-NROPAGI  W-TOTGERAL W-TOTFRO
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-RK-1
                      OUTPUT PROCEDURE OUTPUTPROC
              END-IF
           END-IF
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       MOSTRA-PREVIEW.
           | L? de volta o arquivo de pr?-visualiza??o

       IMPRIME-COMPARATIVO.
           MOVE 'PRINTER' TO W-PRINTER-DEVICE
           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF

           MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R FROM W-CMP-LINHA AFTER 1
           END-PERFORM

           CLOSE PRINTF
           PERFORM GUARDA-REL.

       CALCULA-VARIACAO-TIPO.
           IF W-CMT-VAL-B(W-CMP-IND) > 0
           END-IF
           MOVE FRO-DESC TO W-MANI-NOME-FRO

           INITIALIZE W-NROPAGI W-MANI-QTD W-MANI-QTD-COLO
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-POL-1
                INPUT  PROCEDURE INPUTPROCE-MANIFESTO
                OUTPUT PROCEDURE OUTPUTPROC-MANIFESTO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       INPUTPROCE-MANIFESTO.
           INITIALIZE BIL-REG-1
              WRITE PRINTF-R FROM W-MANI-LINHA AFTER 1
              ADD 1 TO W-CONTLIN
              ADD 1 TO W-MANI-QTD
              IF COLO-ATIVA
                 PERFORM IMPRIME-COLO-MANIFESTO
              END-IF
           END-PERFORM

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE W-MANI-QTD TO W-MANI-T-QTD
           MOVE W-MANI-QTD-COLO TO W-MANI-T-COLO
           WRITE PRINTF-R FROM W-MANI-TOTAL AFTER 1.

       IMPRIME-COLO-MANIFESTO.
           INITIALIZE COL-REG-1
           MOVE SORT-NMR-1 TO COL-NMR
           READ CCOLO
           IF ST-COL = '23'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-COL
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE COL-NOME    TO W-MANI-LC-NOME
           MOVE COL-DOC     TO W-MANI-LC-DOC
           MOVE COL-DT-NASC TO W-MANI-LC-NASC
           WRITE PRINTF-R FROM W-MANI-LINHA-COLO AFTER 1
           ADD 1 TO W-CONTLIN
           ADD 1 TO W-MANI-QTD-COLO.

       IMPRIME-CABECALHO-MANIFESTO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)

           MOVE 7 TO W-CONTLIN.

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
           STRING 'PERIODO ' W-DATAINI(1:10) ' A ' W-DATAFIN(1:10)
                  ' FROTA ' W-FROTAINI ' A ' W-FROTAFIN ' FILIAL '
                  W-FILIALFILTRO ' CLASS ' W-OPC-CLASSIFICACAO
                  ' RESUMO ' W-OPC-RESUMO
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-PRINTER-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
