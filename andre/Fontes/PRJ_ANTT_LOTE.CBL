           COPY "PRJ_BIL.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_ANTTCTL.SL".
           COPY "PRJ_COLO.SL".

           SELECT ANTTARQ ASSIGN TO 'ANTT.ARQ'
                  ORGANIZATION IS LINE SEQUENTIAL
           COPY "PRJ_BIL.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_ANTTCTL.FD".
           COPY "PRJ_COLO.FD".

       FD  ANTTARQ
           LABEL RECORD STANDARD.
               88 VAL-ANT            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  ST-COL                PIC  X(02).
               88 VAL-COL            VALUE '00' THRU '09'.
           03  W-COLO-ATIVA          PIC  X(01) VALUE 'N'.
               88 COLO-ATIVA         VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

               05 W-RP-TOT  PIC 9(5)V99.
               05 W-RP-SIT  PIC 9(01).

           | crianca de colo, logo apos o passageiro que a
           | leva no bilhete; ocupa a poltrona dele
           03  W-REG-COLO.
               05 FILLER    PIC X(01) VALUE '3'.
               05 W-RC-NOME PIC X(60).
               05 W-RC-DOC  PIC X(20).
               05 W-RC-NASC PIC 9(08).
               05 W-RC-POL  PIC 9(02).

           03  W-LINHA-1.
               05 FILLER    PIC X(08) VALUE 'VIAGEM: '.
               05 W-L1-FRO  PIC 9(03).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".

       LINKAGE SECTION.

           | monta o arquivo eletronico de viagens e listas de
           | passageiros do periodo no leiaute fixo do orgao
           | regulador: registro 1 = viagem, registro 2 =
           | passageiro, registro 3 = crianca de colo do
           | passageiro anterior; o ANTTCTL.ARQ guarda o que ja foi
           | transmitido para a reexecucao so enviar viagens
           | novas ou corrigidas, e o protocolo impresso vai
           | para a pasta de conformidade
           IF NOT VAL-ATC
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

           | datas de linkage na convencao dos lotes da
           | base (aaaammdd), como em PRJ_REL_BIL_LOTE
           MOVE W-DATAINI-L TO W-DATAINI-I
           CLOSE ANTTARQ.

       FIM.
           MOVE W-QTD-VIAGENS  TO LOTE-QTD-LIDOS
           MOVE W-QTD-ENVIADAS TO LOTE-QTD-GRAVADOS
           CLOSE CVIAGEM CBILHETE CFROTA CANTTCTL.
           IF COLO-ATIVA
              CLOSE CCOLO.
           EXIT PROGRAM
           STOP RUN.

                 OR BIL-NAO-EMBARCOU
                 ADD 1 TO W-QTD-PAS
                 ADD BIL-TOT TO W-TOT-VIA
                 | crianca de colo entra na contagem de bordo;
                 | incluida depois do envio, a viagem sai de novo
                 IF COLO-ATIVA
                    PERFORM LE-COLO
                    IF VAL-COL
                       ADD 1 TO W-QTD-PAS
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

                 MOVE BIL-STATUS TO W-RP-SIT
                 MOVE SPACES TO ANT-LINHA
                 WRITE ANT-LINHA FROM W-REG-PASSAG
                 IF COLO-ATIVA
                    PERFORM EXPORTA-COLO
                 END-IF
              END-IF
           END-PERFORM.

       LE-COLO.
           INITIALIZE COL-REG-1
           MOVE BIL-NMR TO COL-NMR
           READ CCOLO
           IF NOT VAL-COL AND ST-COL NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF.

       EXPORTA-COLO.
           PERFORM LE-COLO
           IF VAL-COL
              MOVE COL-NOME    TO W-RC-NOME
              MOVE COL-DOC     TO W-RC-DOC
              MOVE COL-DT-NASC TO W-RC-NASC
              MOVE BIL-POL     TO W-RC-POL
              MOVE SPACES TO ANT-LINHA
              WRITE ANT-LINHA FROM W-REG-COLO
           END-IF.

       TESTA-JA-ENVIADA.
           | reenvio so quando a viagem mudou desde a ultima
           | transmissao: contagem e total diferentes marcam
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
