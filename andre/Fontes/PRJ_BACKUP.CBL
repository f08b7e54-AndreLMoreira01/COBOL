           COPY "PRJ_MAQC.SL".
           COPY "PRJ_ALR.SL".
           COPY "PRJ_SMSQ.SL".
           COPY "PRJ_PAG.SL".
           COPY "PRJ_FOR.SL".
           COPY "PRJ_BLT.SL".
           COPY "PRJ_CHB.SL".
           COPY "PRJ_CRN.SL".
           COPY "PRJ_CRU.SL".
           COPY "PRJ_FPA.SL".
           COPY "PRJ_CNS.SL".
           COPY "PRJ_ACE.SL".
           COPY "PRJ_DEP.SL".
           COPY "PRJ_FIL.SL".
           COPY "PRJ_FER.SL".
           COPY "PRJ_PEN.SL".

           SELECT BKPARQ ASSIGN TO W-BKP-NOME-L
                  ORGANIZATION IS LINE SEQUENTIAL
           COPY "PRJ_MAQC.FD".
           COPY "PRJ_ALR.FD".
           COPY "PRJ_SMSQ.FD".
           COPY "PRJ_PAG.FD".
           COPY "PRJ_FOR.FD".
           COPY "PRJ_BLT.FD".
           COPY "PRJ_CHB.FD".
           COPY "PRJ_CRN.FD".
           COPY "PRJ_CRU.FD".
           COPY "PRJ_FPA.FD".
           COPY "PRJ_CNS.FD".
           COPY "PRJ_ACE.FD".
           COPY "PRJ_DEP.FD".
           COPY "PRJ_FIL.FD".
           COPY "PRJ_FER.FD".
           COPY "PRJ_PEN.FD".

       FD  BKPARQ
           LABEL RECORD STANDARD.
       01  BKP-LINHA                     PIC X(600).

           COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
               88 VAL-ALR            VALUE '00' THRU '09'.
           03  ST-SMQ             PIC  X(02).
               88 VAL-SMQ            VALUE '00' THRU '09'.
           03  ST-PAG             PIC  X(02).
               88 VAL-PAG            VALUE '00' THRU '09'.
           03  ST-FOR             PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-BLT             PIC  X(02).
               88 VAL-BLT            VALUE '00' THRU '09'.
           03  ST-CHB             PIC  X(02).
               88 VAL-CHB            VALUE '00' THRU '09'.
           03  ST-CRN             PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  ST-CRU             PIC  X(02).
               88 VAL-CRU            VALUE '00' THRU '09'.
           03  ST-FPA             PIC  X(02).
               88 VAL-FPA            VALUE '00' THRU '09'.
           03  ST-CNS             PIC  X(02).
               88 VAL-CNS            VALUE '00' THRU '09'.
           03  ST-ACE             PIC  X(02).
               88 VAL-ACE            VALUE '00' THRU '09'.
           03  ST-DEP             PIC  X(02).
               88 VAL-DEP            VALUE '00' THRU '09'.
           03  ST-FIL             PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  ST-FER             PIC  X(02).
               88 VAL-FER            VALUE '00' THRU '09'.
           03  ST-PEN             PIC  X(02).
               88 VAL-PEN            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.

                  88 VERIF-CONFERE        VALUE 'S' FALSE 'N'.
               05 W-GER-RESTORE      PIC  9(05).
               05 W-GER-FULL         PIC  9(05).
               05 W-INI-DIA          PIC  9(08) VALUE 0.
               05 W-INI-HORA         PIC  9(08) VALUE 0.

           03  W-TAB-VERIFICA.
               05 W-VER-ENT OCCURS 60 TIMES.
                  07 W-VER-BASE      PIC  X(10).
                  07 W-VER-QTD       PIC  9(09).

       01  JANELA-PRINCIPAL             PIC X(10) EXTERNAL.

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".
           COPY "ACUGUI.DEF".

       LINKAGE SECTION.
       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           | chamado pela cadeia noturna (PRJ_NOTURNO_LOTE)
           | gera o backup completo e confere sem abrir a
           | tela; conferencia com falha volta como erro
           IF LOTE-NOTURNO
              SET MODO-INCREMENTAL TO FALSE
              INITIALIZE W-QTD-PROC
              MOVE 0 TO W-QTD-VER
              PERFORM PREPARA-GERACAO
              PERFORM FAZ-BACKUP
              PERFORM GRAVA-CATALOGO
              PERFORM VERIFICA-BACKUP
              PERFORM GRAVA-LOG-LOTE-BACKUP
              IF NOT VERIF-CONFERE
                 MOVE 'VF'     TO LOTE-STATUS
                 MOVE 'BKPCAT.ARQ' TO LOTE-ARQUIVO
              END-IF
              PERFORM FIM
           END-IF

	   ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
           END-PERFORM.

       FIM.
           IF LOTE-NOTURNO
              MOVE W-QTD-PROC TO LOTE-QTD-LIDOS LOTE-QTD-GRAVADOS
           ELSE
              CLOSE WINDOW JANELA-PRINCIPAL
           END-IF.

           EXIT PROGRAM
           STOP RUN.
           END-IF

           COMPUTE W-SUFIXO = FUNCTION MOD(W-GERACAO - 1, W-RETENCAO)
                              + 1

           | inicio da copia: o PRJ_JORNAL_REC reaplica o jornal
           | a partir deste momento
           ACCEPT W-INI-DIA  FROM CENTURY-DATE
           ACCEPT W-INI-HORA FROM TIME.

       MONTA-NOME-BKP.
           MOVE SPACES TO W-BKP-NOME-L
                  INTO W-BKP-NOME-L.

       ANOTA-VERIFICACAO.
           IF W-QTD-VER < 60
              ADD 1 TO W-QTD-VER
              MOVE W-BKP-BASE TO W-VER-BASE(W-QTD-VER)
              MOVE W-QTD-ARQ  TO W-VER-QTD(W-QTD-VER)
           SET BKC-VERIF-PENDENTE TO TRUE
           MOVE W-DT-BASE-I TO BKC-DT-BASE
           MOVE W-LOGIN-L TO BKC-USU
           MOVE W-INI-DIA  TO BKC-INI-DIA
           MOVE W-INI-HORA TO BKC-INI-HORA
           WRITE BKC-REG-1
           IF ST-BKC = '22'
              REWRITE BKC-REG-1
           PERFORM BACKUP-MAQC.
           PERFORM BACKUP-ALR.
           PERFORM BACKUP-SMSQ.
           PERFORM BACKUP-PAG.
           PERFORM BACKUP-FOR.
           PERFORM BACKUP-BLT.
           PERFORM BACKUP-CHB.
           PERFORM BACKUP-CRN.
           PERFORM BACKUP-CRU.
           PERFORM BACKUP-FPA.
           PERFORM BACKUP-CNS.
           PERFORM BACKUP-ACE.
           PERFORM BACKUP-DEP.
           PERFORM BACKUP-FIL.
           PERFORM BACKUP-FER.
           PERFORM BACKUP-PEN.

       BACKUP-CLI.
           MOVE 'CLIENTE' TO W-BKP-BASE

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-PAG.
           MOVE 'PAGAR' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPAGAR
           IF ST-PAG = '35'
              CONTINUE
           ELSE
              IF NOT VAL-PAG
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-PAG
                 READ CPAGAR NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-PAG
                    WRITE BKP-LINHA FROM PAG-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CPAGAR
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-FOR.
           MOVE 'FORNEC' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFORNEC
           IF ST-FOR = '35'
              CONTINUE
           ELSE
              IF NOT VAL-FOR
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-FOR
                 READ CFORNEC NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-FOR
                    WRITE BKP-LINHA FROM FOR-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CFORNEC
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-BLT.
           MOVE 'BOLETO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CBOLETO
           IF ST-BLT = '35'
              CONTINUE
           ELSE
              IF NOT VAL-BLT
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-BLT
                 READ CBOLETO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-BLT
                    WRITE BKP-LINHA FROM BLT-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CBOLETO
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-CHB.
           MOVE 'CHARGBK' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCHARGEBK
           IF ST-CHB = '35'
              CONTINUE
           ELSE
              IF NOT VAL-CHB
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-CHB
                 READ CCHARGEBK NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-CHB
                    WRITE BKP-LINHA FROM CHB-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CCHARGEBK
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-CRN.
           MOVE 'CARNE' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCARNE
           IF ST-CRN = '35'
              CONTINUE
           ELSE
              IF NOT VAL-CRN
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-CRN
                 READ CCARNE NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-CRN
                    WRITE BKP-LINHA FROM CRN-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CCARNE
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-CRU.
           MOVE 'CARNEUSO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCARNEUSO
           IF ST-CRU = '35'
              CONTINUE
           ELSE
              IF NOT VAL-CRU
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-CRU
                 READ CCARNEUSO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-CRU
                    WRITE BKP-LINHA FROM CRU-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CCARNEUSO
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-FPA.
           MOVE 'FUNCPASS' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFUNCPASS
           IF ST-FPA = '35'
              CONTINUE
           ELSE
              IF NOT VAL-FPA
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-FPA
                 READ CFUNCPASS NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-FPA
                    WRITE BKP-LINHA FROM FPA-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CFUNCPASS
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-CNS.
           MOVE 'CONSENT' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCONSENT
           IF ST-CNS = '35'
              CONTINUE
           ELSE
              IF NOT VAL-CNS
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-CNS
                 READ CCONSENT NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-CNS
                    WRITE BKP-LINHA FROM CNS-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CCONSENT
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-ACE.
           MOVE 'ACERTO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CACERTO
           IF ST-ACE = '35'
              CONTINUE
           ELSE
              IF NOT VAL-ACE
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-ACE
                 READ CACERTO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-ACE
                    WRITE BKP-LINHA FROM ACE-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CACERTO
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-DEP.
           MOVE 'DEPREC' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CDEPREC
           IF ST-DEP = '35'
              CONTINUE
           ELSE
              IF NOT VAL-DEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-DEP
                 READ CDEPREC NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-DEP
                    WRITE BKP-LINHA FROM DEP-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CDEPREC
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-FIL.
           MOVE 'FILIAL' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFILIAL
           IF ST-FIL = '35'
              CONTINUE
           ELSE
              IF NOT VAL-FIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-FIL
                 READ CFILIAL NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-FIL
                    WRITE BKP-LINHA FROM FIL-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CFILIAL
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-FER.
           MOVE 'FERIADO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFERIADO
           IF ST-FER = '35'
              CONTINUE
           ELSE
              IF NOT VAL-FER
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-FER
                 READ CFERIADO NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-FER
                    WRITE BKP-LINHA FROM FER-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CFERIADO
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       BACKUP-PEN.
           MOVE 'PENALID' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           MOVE 0 TO W-QTD-ARQ
           OPEN OUTPUT BKPARQ
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CPENAL
           IF ST-PEN = '35'
              CONTINUE
           ELSE
              IF NOT VAL-PEN
                 PERFORM ERRO-ARQUIVO
              END-IF
              PERFORM UNTIL NOT VAL-PEN
                 READ CPENAL NEXT AT END
                              EXIT PERFORM
                 END-READ
                 IF VAL-PEN
                    WRITE BKP-LINHA FROM PEN-REG-1
                    ADD 1 TO W-QTD-PROC
                    ADD 1 TO W-QTD-ARQ
                 END-IF
              END-PERFORM
              CLOSE CPENAL
           END-IF.

           CLOSE BKPARQ.

           PERFORM ANOTA-VERIFICACAO.

       RESTORE-REEM.
           MOVE 'REEMB' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CREEMB
           ELSE
              OPEN I-O CREEMB
           END-IF
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO REEM-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE REEM-REG-1
                 IF ST-REEM = '22'
                    REWRITE REEM-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CREEMB
           CLOSE BKPARQ.

       RESTORE-CXS.
           MOVE 'CAIXA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCAIXA
           ELSE
              OPEN I-O CCAIXA
           END-IF
           IF NOT VAL-CXS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CXS-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CXS-REG-1
                 IF ST-CXS = '22'
                    REWRITE CXS-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCAIXA
           CLOSE BKPARQ.

       RESTORE-CONTA.
           MOVE 'CONTA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCONTA
           ELSE
              OPEN I-O CCONTA
           END-IF
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CONTA-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CONTA-REG-1
                 IF ST-CONTA = '22'
                    REWRITE CONTA-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCONTA
           CLOSE BKPARQ.

       RESTORE-VIA.
           MOVE 'VIAGEM' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CVIAGEM
           ELSE
              OPEN I-O CVIAGEM
           END-IF
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO VIA-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE VIA-REG-1
                 IF ST-VIA = '22'
                    REWRITE VIA-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CVIAGEM
           CLOSE BKPARQ.

       RESTORE-PIX.
           MOVE 'PIXCHG' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CPIX
           ELSE
              OPEN I-O CPIX
           END-IF
           IF NOT VAL-PIX
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO PIX-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE PIX-REG-1
                 IF ST-PIX = '22'
                    REWRITE PIX-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CPIX
           CLOSE BKPARQ.

       RESTORE-AGR.
           MOVE 'AGREG' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CAGREG
           ELSE
              OPEN I-O CAGREG
           END-IF
           IF NOT VAL-AGR
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO AGR-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE AGR-REG-1
                 IF ST-AGR = '22'
                    REWRITE AGR-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CAGREG
           CLOSE BKPARQ.

       RESTORE-FECH.
           MOVE 'FECHDIA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CFECHDIA
           ELSE
              OPEN I-O CFECHDIA
           END-IF
           IF NOT VAL-FECH
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO FECH-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE FECH-REG-1
                 IF ST-FECH = '22'
                    REWRITE FECH-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CFECHDIA
           CLOSE BKPARQ.

       RESTORE-PTS.
           MOVE 'PONTOS' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CPONTOS
           ELSE
              OPEN I-O CPONTOS
           END-IF
           IF NOT VAL-PTS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO PTS-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE PTS-REG-1
                 IF ST-PTS = '22'
                    REWRITE PTS-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CPONTOS
           CLOSE BKPARQ.

       RESTORE-PAS.
           MOVE 'PASSE' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CPASSE
           ELSE
              OPEN I-O CPASSE
           END-IF
           IF NOT VAL-PAS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO PAS-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE PAS-REG-1
                 IF ST-PAS = '22'
                    REWRITE PAS-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CPASSE
           CLOSE BKPARQ.

       RESTORE-VCH.
           MOVE 'VOUCHER' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CVOUCHER
           ELSE
              OPEN I-O CVOUCHER
           END-IF
           IF NOT VAL-VCH
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO VCH-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE VCH-REG-1
                 IF ST-VCH = '22'
                    REWRITE VCH-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CVOUCHER
           CLOSE BKPARQ.

       RESTORE-VCHU.
           MOVE 'VCHUSO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CVCHUSO
           ELSE
              OPEN I-O CVCHUSO
           END-IF
           IF NOT VAL-VCHU
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO VCHU-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE VCHU-REG-1
                 IF ST-VCHU = '22'
                    REWRITE VCHU-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CVCHUSO
           CLOSE BKPARQ.

       RESTORE-ENC.
           MOVE 'ENCOM' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CENCOM
           ELSE
              OPEN I-O CENCOM
           END-IF
           IF NOT VAL-ENC
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO ENC-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE ENC-REG-1
                 IF ST-ENC = '22'
                    REWRITE ENC-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CENCOM
           CLOSE BKPARQ.

       RESTORE-AUTM.
           MOVE 'AUTMENOR' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CAUTMENOR
           ELSE
              OPEN I-O CAUTMENOR
           END-IF
           IF NOT VAL-AUTM
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO AUTM-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE AUTM-REG-1
                 IF ST-AUTM = '22'
                    REWRITE AUTM-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CAUTMENOR
           CLOSE BKPARQ.

       RESTORE-RES.
           MOVE 'RESERVA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CRESERVA
           ELSE
              OPEN I-O CRESERVA
           END-IF
           IF NOT VAL-RES
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO RES-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE RES-REG-1
                 IF ST-RES = '22'
                    REWRITE RES-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CRESERVA
           CLOSE BKPARQ.

       RESTORE-MTV.
           MOVE 'MOTIVO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CMOTIVO
           ELSE
              OPEN I-O CMOTIVO
           END-IF
           IF NOT VAL-MTV
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO MTV-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE MTV-REG-1
                 IF ST-MTV = '22'
                    REWRITE MTV-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CMOTIVO
           CLOSE BKPARQ.

       RESTORE-TMPL.
           MOVE 'TMPL' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CTMPL
           ELSE
              OPEN I-O CTMPL
           END-IF
           IF NOT VAL-TMPL
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO TMPL-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE TMPL-REG-1
                 IF ST-TMPL = '22'
                    REWRITE TMPL-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CTMPL
           CLOSE BKPARQ.

       RESTORE-HORA.
           MOVE 'HORARIO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CHORARIO
           ELSE
              OPEN I-O CHORARIO
           END-IF
           IF NOT VAL-HOR
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO HOR-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE HOR-REG-1
                 IF ST-HOR = '22'
                    REWRITE HOR-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CHORARIO
           CLOSE BKPARQ.

       RESTORE-ITI.
           MOVE 'ITINER' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CITINER
           ELSE
              OPEN I-O CITINER
           END-IF
           IF NOT VAL-ITI
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO ITI-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE ITI-REG-1
                 IF ST-ITI = '22'
                    REWRITE ITI-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CITINER
           CLOSE BKPARQ.

       RESTORE-VEI.
           MOVE 'VEICULO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CVEICULO
           ELSE
              OPEN I-O CVEICULO
           END-IF
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO VEI-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE VEI-REG-1
                 IF ST-VEI = '22'
                    REWRITE VEI-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CVEICULO
           CLOSE BKPARQ.

       RESTORE-MOT.
           MOVE 'MOTORISTA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BKP
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CMOTORISTA
           ELSE
              OPEN I-O CMOTORISTA
           END-IF
           IF NOT VAL-MOT
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO MOT-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE MOT-REG-1
                 IF ST-MOT = '22'
                    REWRITE MOT-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CMOTORISTA
           CLOSE BKPARQ.

       RESTORE-TEMP.
           MOVE 'TEMPORADA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CTEMPORADA
           ELSE
              OPEN I-O CTEMPORADA
           END-IF
           IF NOT VAL-TEMP
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO TEMP-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE TEMP-REG-1
                 IF ST-TEMP = '22'
                    REWRITE TEMP-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CTEMPORADA
           CLOSE BKPARQ.

       RESTORE-CHK.
           MOVE 'CHKPT' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCHKPT
           ELSE
              OPEN I-O CCHKPT
           END-IF
           IF NOT VAL-CHK
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CHK-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CHK-REG-1
                 IF ST-CHK = '22'
                    REWRITE CHK-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCHKPT
           CLOSE BKPARQ.

       RESTORE-MAQC.
           MOVE 'MAILCTL' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CMAILCTL
           ELSE
              OPEN I-O CMAILCTL
           END-IF
           IF NOT VAL-MAQC
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO MAQC-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE MAQC-REG-1
                 IF ST-MAQC = '22'
                    REWRITE MAQC-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CMAILCTL
           CLOSE BKPARQ.

       RESTORE-ALR.
           MOVE 'ALERTA' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CALERTA
           ELSE
              OPEN I-O CALERTA
           END-IF
           IF NOT VAL-ALR
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO ALR-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE ALR-REG-1
                 IF ST-ALR = '22'
                    REWRITE ALR-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CALERTA
           CLOSE BKPARQ.

       RESTORE-SMSQ.
           MOVE 'SMSQ' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT SMSQ
           ELSE
              OPEN EXTEND SMSQ
           END-IF
           IF NOT VAL-SMQ
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO SMSQ-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE SMSQ-REG-1
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE SMSQ
           CLOSE BKPARQ.

       RESTORE-PAG.
           MOVE 'PAGAR' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CPAGAR
           ELSE
              OPEN I-O CPAGAR
           END-IF
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO PAG-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE PAG-REG-1
                 IF ST-PAG = '22'
                    REWRITE PAG-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CPAGAR
           CLOSE BKPARQ.

       RESTORE-FOR.
           MOVE 'FORNEC' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CFORNEC
           ELSE
              OPEN I-O CFORNEC
           END-IF
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO FOR-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE FOR-REG-1
                 IF ST-FOR = '22'
                    REWRITE FOR-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CFORNEC
           CLOSE BKPARQ.

       RESTORE-BLT.
           MOVE 'BOLETO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CBOLETO
           ELSE
              OPEN I-O CBOLETO
           END-IF
           IF NOT VAL-BLT
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO BLT-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE BLT-REG-1
                 IF ST-BLT = '22'
                    REWRITE BLT-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CBOLETO
           CLOSE BKPARQ.

       RESTORE-CHB.
           MOVE 'CHARGBK' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCHARGEBK
           ELSE
              OPEN I-O CCHARGEBK
           END-IF
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CHB-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CHB-REG-1
                 IF ST-CHB = '22'
                    REWRITE CHB-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCHARGEBK
           CLOSE BKPARQ.

       RESTORE-CRN.
           MOVE 'CARNE' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCARNE
           ELSE
              OPEN I-O CCARNE
           END-IF
           IF NOT VAL-CRN
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CRN-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CRN-REG-1
                 IF ST-CRN = '22'
                    REWRITE CRN-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCARNE
           CLOSE BKPARQ.

       RESTORE-CRU.
           MOVE 'CARNEUSO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCARNEUSO
           ELSE
              OPEN I-O CCARNEUSO
           END-IF
           IF NOT VAL-CRU
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CRU-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CRU-REG-1
                 IF ST-CRU = '22'
                    REWRITE CRU-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCARNEUSO
           CLOSE BKPARQ.

       RESTORE-FPA.
           MOVE 'FUNCPASS' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CFUNCPASS
           ELSE
              OPEN I-O CFUNCPASS
           END-IF
           IF NOT VAL-FPA
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO FPA-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE FPA-REG-1
                 IF ST-FPA = '22'
                    REWRITE FPA-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CFUNCPASS
           CLOSE BKPARQ.

       RESTORE-CNS.
           MOVE 'CONSENT' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CCONSENT
           ELSE
              OPEN I-O CCONSENT
           END-IF
           IF NOT VAL-CNS
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO CNS-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE CNS-REG-1
                 IF ST-CNS = '22'
                    REWRITE CNS-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CCONSENT
           CLOSE BKPARQ.

       RESTORE-ACE.
           MOVE 'ACERTO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CACERTO
           ELSE
              OPEN I-O CACERTO
           END-IF
           IF NOT VAL-ACE
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO ACE-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE ACE-REG-1
                 IF ST-ACE = '22'
                    REWRITE ACE-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CACERTO
           CLOSE BKPARQ.

       RESTORE-DEP.
           MOVE 'DEPREC' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CDEPREC
           ELSE
              OPEN I-O CDEPREC
           END-IF
           IF NOT VAL-DEP
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO DEP-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE DEP-REG-1
                 IF ST-DEP = '22'
                    REWRITE DEP-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CDEPREC
           CLOSE BKPARQ.

       RESTORE-FIL.
           MOVE 'FILIAL' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CFILIAL
           ELSE
              OPEN I-O CFILIAL
           END-IF
           IF NOT VAL-FIL
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO FIL-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE FIL-REG-1
                 IF ST-FIL = '22'
                    REWRITE FIL-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CFILIAL
           CLOSE BKPARQ.

       RESTORE-FER.
           MOVE 'FERIADO' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CFERIADO
           ELSE
              OPEN I-O CFERIADO
           END-IF
           IF NOT VAL-FER
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO FER-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE FER-REG-1
                 IF ST-FER = '22'
                    REWRITE FER-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CFERIADO
           CLOSE BKPARQ.

       RESTORE-PEN.
           MOVE 'PENALID' TO W-BKP-BASE
           PERFORM MONTA-NOME-BKP
           OPEN INPUT BKPARQ
           IF ST-BKP = '35'
              PERFORM ERRO-ARQUIVO.

           IF RESTORE-PRIMEIRO
              OPEN OUTPUT CPENAL
           ELSE
              OPEN I-O CPENAL
           END-IF
           IF NOT VAL-PEN
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL NOT VAL-BKP
              READ BKPARQ INTO PEN-REG-1 AT END
                          EXIT PERFORM
              END-READ
              IF VAL-BKP
                 WRITE PEN-REG-1
                 IF ST-PEN = '22'
                    REWRITE PEN-REG-1
                 END-IF
                 ADD 1 TO W-QTD-PROC
              END-IF
           END-PERFORM.

           CLOSE CPENAL
           CLOSE BKPARQ.

       TESTA-BIL-INCREMENTAL.
           PERFORM RESTORE-MAQC.
           PERFORM RESTORE-ALR.
           PERFORM RESTORE-SMSQ.
           PERFORM RESTORE-PAG.
           PERFORM RESTORE-FOR.
           PERFORM RESTORE-BLT.
           PERFORM RESTORE-CHB.
           PERFORM RESTORE-CRN.
           PERFORM RESTORE-CRU.
           PERFORM RESTORE-FPA.
           PERFORM RESTORE-CNS.
           PERFORM RESTORE-ACE.
           PERFORM RESTORE-DEP.
           PERFORM RESTORE-FIL.
           PERFORM RESTORE-FER.
           PERFORM RESTORE-PEN.

       RESTORE-CLI.
           MOVE 'CLIENTE' TO W-BKP-BASE
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

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

