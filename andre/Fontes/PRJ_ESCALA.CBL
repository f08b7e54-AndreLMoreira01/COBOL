       COPY "PRJ_VEI.SL".
       COPY "PRJ_MOT.SL".
       COPY "PRJ_MDOC.SL".
       COPY "PRJ_AUS.SL".
       COPY "PRJ_HORA.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_VEI.FD".
       COPY "PRJ_MOT.FD".
       COPY "PRJ_MDOC.FD".
       COPY "PRJ_AUS.FD".
       COPY "PRJ_HORA.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_LOG.FD".
               88 VAL-MDOC           VALUE '00' THRU '09'.
           03  W-MDOC-ATIVA          PIC  X(01) VALUE 'N'.
               88 MDOC-ATIVA         VALUE 'S' FALSE 'N'.
           03  ST-AUS                PIC  X(02).
               88 VAL-AUS            VALUE '00' THRU '09'.
           03  W-AUS-ATIVA           PIC  X(01) VALUE 'N'.
               88 AUS-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               05 W-DOC-I                 PIC  9(08).
               05 W-IND-DOC               PIC  9(01).
               05 W-DOC-NOME              PIC  X(15).
               05 W-PARTIDA-I             PIC  9(08).
               05 W-AUS-INI-I             PIC  9(08).
               05 W-AUS-FIM-I             PIC  9(08).
               05 W-AUS-NOME              PIC  X(10).

           | JORNADA DO MOTORISTA (lei do motorista): limites
           | em minutos carregados do CPARAM - 19 = horas de
              SET MDOC-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CAUSENCIA
           IF ST-AUS = '35'
              SET AUS-ATIVA TO FALSE
           ELSE
              IF NOT VAL-AUS
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET AUS-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CHORARIO
           IF ST-HOR = '35'
              OPEN OUTPUT CHORARIO
              CLOSE CPARAM.
           IF MDOC-ATIVA
              CLOSE CMOTDOC.
           IF AUS-ATIVA
              CLOSE CAUSENCIA.

           CLOSE WINDOW JANELA-PROGRAMA.

              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-AUSENCIA-MOTORISTA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-CONFLITO-MOTORISTA
           IF MOT-CONFLITO
              INITIALIZE CA-MESSAGE-LINK
              END-IF
           END-PERFORM.

       VALIDA-AUSENCIA-MOTORISTA.
           | ferias, atestado, folga ou suspensao lancados no
           | AUSENCIA.ARQ cobrindo a data da partida barram a
           | escala; sem o arquivo a escala segue normal
           IF NOT AUS-ATIVA
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATA-CRIT TO W-DATAUXI
           COMPUTE W-PARTIDA-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI

           INITIALIZE AUS-REG-1
           MOVE W-MOT TO AUS-MOT
           MOVE 0     TO AUS-DT-INI
           START CAUSENCIA KEY >= AUS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL 1 = 2
              READ CAUSENCIA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-AUS
                 EXIT PERFORM
              END-IF
              IF AUS-MOT NOT = W-MOT
                 EXIT PERFORM
              END-IF
              MOVE AUS-DT-INI TO W-DATAUXI
              COMPUTE W-AUS-INI-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
              MOVE AUS-DT-FIM TO W-DATAUXI
              COMPUTE W-AUS-FIM-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
              IF W-PARTIDA-I >= W-AUS-INI-I
                 AND W-PARTIDA-I <= W-AUS-FIM-I
                 EVALUATE TRUE
                    WHEN AUS-FERIAS    MOVE 'ferias'    TO W-AUS-NOME
                    WHEN AUS-ATESTADO  MOVE 'atestado'  TO W-AUS-NOME
                    WHEN AUS-FOLGA     MOVE 'folga'     TO W-AUS-NOME
                    WHEN AUS-SUSPENSAO MOVE 'suspensao' TO W-AUS-NOME
                    WHEN OTHER         MOVE 'ausencia'  TO W-AUS-NOME
                 END-EVALUATE
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE SPACES TO CA-MESSAGE-1
                 STRING 'Motorista ausente (' DELIMITED BY SIZE
                        W-AUS-NOME DELIMITED BY SPACE
                        ') na data da partida.' DELIMITED BY SIZE
                        INTO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 SET VALIDACAO-OK TO FALSE
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       VERIFICA-CONFLITO-MOTORISTA.
           | varre as viagens do dia procurando o mesmo
	   | motorista em partida que se sobrep?e no rel?gio
