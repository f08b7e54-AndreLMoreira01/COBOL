       COPY "PRJ_TAXA.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_HORA.SL".
       COPY "PRJ_HMD.SL".



       COPY "PRJ_TAXA.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_HORA.FD".
       COPY "PRJ_HMD.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
	   03  ST-HOR                PIC  X(02).
               88 VAL-HOR            VALUE '00' THRU '09'.

	   03  ST-HMD                PIC  X(02).
               88 VAL-HMD            VALUE '00' THRU '09'.

	   03 CAMPOS-TELA.
	       05 W-ID		PIC 9(03).
	       05 W-DESC        PIC X(60).
	       05 IND           PIC 9(1).
	       05 W-NUM-HOR     PIC 9(1).
	       05 W-HORA-HOR    PIC 9(4).
	       05 W-VIG-HOR     PIC 99/99/9999.
	       05 W-VIG-HOR-I   PIC 9(08).
	       05 W-HOJE-HOR-I  PIC 9(08).
	       05 W-SEQ-HMD     PIC 9(03).

	       05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".

       LINKAGE SECTION.

                          ID 27
                          EXCEPTION-VALUE EXCEPTION-HORARIO.

           03 LABEL       LINE 15 COL 67
                          TITLE "Vig?ncia:"
                          ID 64
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VIG-HOR
                          LINE 15
                          COL 77
                          3-D
                          BOXED
                          AUTO
                          ID 65
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 16
                          COL 05
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CHORMUD
           IF ST-HMD = '35'
              OPEN OUTPUT CHORMUD
              CLOSE CHORMUD
              OPEN I-O CHORMUD.
           IF NOT VAL-HMD
              PERFORM ERRO-ARQUIVO.

	   ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".
           
           DISPLAY FLOATING GRAPHICAL WINDOW
           END-PERFORM.

       FIM.
           CLOSE CFROTA CCIDADE CHORARIO CHORMUD.

           CLOSE WINDOW JANELA-PROGRAMA.

              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-VIGENCIA-HOR
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE HOR-REG-1
           MOVE W-ID      TO HOR-FRO
           MOVE W-NUM-HOR TO HOR-NUM
              IF NOT VAL-HOR
                 PERFORM ERRO-ARQUIVO
              END-IF
              | troca de hor?rio de partida que j? existia:
              | fica registrada com a vig?ncia para o
              | PRJ_HORMUD_LOTE avisar quem tem bilhete a partir
              | dela. Vig?ncia futura s? muda o HORARIO.ARQ no
              | dia, pelo pr?prio lote
              IF HOR-HORA NOT = W-HORA-HOR
                 PERFORM REGISTRA-MUDANCA-HORARIO
                 IF NOT VALIDACAO-OK
                    EXIT PARAGRAPH
                 END-IF
                 IF W-VIG-HOR-I > W-HOJE-HOR-I
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Mudan?a de hor?rio registrada, vig?ncia:'
                         TO CA-MESSAGE-1
                    MOVE W-VIG-HOR TO CA-MESSAGE-2
                    PERFORM MOSTRA-MSG-MENSAGEM
                    EXIT PARAGRAPH
                 END-IF
              END-IF
              MOVE W-HORA-HOR TO HOR-HORA
              MOVE W-LOGIN-L TO HOR-USU
              REWRITE HOR-REG-1
           MOVE 'Hor?rio da partida gravado.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       VALIDA-VIGENCIA-HOR.
           | vig?ncia em branco = hoje; retroativa n?o vale,
           | bilhete de viagem j? feita n?o tem o que remarcar
           SET VALIDACAO-OK TO TRUE
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-HOJE-HOR-I
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           IF W-VIG-HOR = SPACES OR W-VIG-HOR = '00/00/0000'
              MOVE W-DATASIS TO W-VIG-HOR
           END-IF

           MOVE W-VIG-HOR TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Vig?ncia inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 65 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-VIG-HOR-I = W-ANO-CRIT * 10000 +
                                 W-MES-CRIT * 100 + W-DIA-CRIT
           IF W-VIG-HOR-I < W-HOJE-HOR-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Vig?ncia n?o pode ser anterior a hoje.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 65 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       REGISTRA-MUDANCA-HORARIO.
           | uma mudan?a por vez em cada partida: a pr?xima s?
           | entra depois que o lote colocar a anterior em vigor
           SET VALIDACAO-OK TO TRUE
           MOVE 0 TO W-SEQ-HMD
           INITIALIZE HMD-REG-1
           MOVE W-ID      TO HMD-FRO
           MOVE W-NUM-HOR TO HMD-NUM
           MOVE 0         TO HMD-SEQ
           START CHORMUD KEY >= HMD-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-HMD
              READ CHORMUD NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-HMD
                 EXIT PERFORM
              END-IF
              IF HMD-FRO NOT = W-ID OR HMD-NUM NOT = W-NUM-HOR
                 EXIT PERFORM
              END-IF
              IF HMD-AGUARDANDO
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'J? h? mudan?a de hor?rio aguardando vig?ncia.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 SET VALIDACAO-OK TO FALSE
                 EXIT PARAGRAPH
              END-IF
              MOVE HMD-SEQ TO W-SEQ-HMD
           END-PERFORM

           INITIALIZE HMD-REG-1
           MOVE W-ID        TO HMD-FRO
           MOVE W-NUM-HOR   TO HMD-NUM
           COMPUTE HMD-SEQ  = W-SEQ-HMD + 1
           MOVE W-DATA-CRIT TO HMD-VIGENCIA
           MOVE HOR-HORA    TO HMD-HORA-ANT
           MOVE W-HORA-HOR  TO HMD-HORA-NOVA
           IF W-VIG-HOR-I > W-HOJE-HOR-I
              SET HMD-AGUARDANDO TO TRUE
           ELSE
              SET HMD-VIGENTE TO TRUE
           END-IF
           MOVE W-DATASIS   TO HMD-DT-REG
           MOVE W-LOGIN-L   TO HMD-USU
           WRITE HMD-REG-1
           IF NOT VAL-HMD
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-HISTORICO-PRECO.
           INITIALIZE FROH-REG-1
           MOVE W-ID       TO FROH-FRO-ID
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              PERFORM ERRO-ARQUIVO.

       COPY "DATASP.CPY".
