       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-NOTURNO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_EXL.SL".
           COPY "PRJ_FECH.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_EXL.FD".
           COPY "PRJ_FECH.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-EXL                PIC  X(02).
               88 VAL-EXL            VALUE '00' THRU '09'.
           03  ST-FECH               PIC  X(02).
               88 VAL-FECH           VALUE '00' THRU '09'.

           03  CAMPOS-PARM-W.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-HOJE                  PIC  9(08).
               05 W-DIA-J                 PIC  9(09).
               05 W-DATA-MOV-I            PIC  9(08).
               05 W-DATA-FECH             PIC  9(08).
               05 W-MESANO                PIC  9(06).
               05 W-EMPRESA               PIC  9(02) VALUE 0.
               05 W-SAIDA                 PIC  X(01) VALUE 'A'.
               05 W-ARQ-SAIDA             PIC  X(150).
               05 W-MODO-BI               PIC  X(01) VALUE 'D'.
               05 FILLER                  PIC  X(01) VALUE 'N'.
                  88 FIM-DE-MES           VALUE 'S' FALSE 'N'.
               05 FILLER                  PIC  X(01) VALUE 'N'.
                  88 PREDECESSOR-FALHOU   VALUE 'S' FALSE 'N'.

               05 W-EXEC                  PIC  9(03) VALUE 0.
               05 W-EXEC-ANT              PIC  9(03) VALUE 0.
               05 W-EXEC-EDIT             PIC  ZZ9.
               05 W-IND                   PIC  9(02).
               05 W-IND-DEP               PIC  9(02).
               05 W-QTD-PASSOS            PIC  9(02) VALUE 9.

           | cadeia da noite, na ordem de execucao: programa,
           | descricao, periodicidade (D = diario, M = so no
           | ultimo dia do mes), passos de que depende (S na
           | posicao do passo) e arquivo do relatorio; o passo
           | 1 nao roda o PRJ_FECHA_DIA (tela) - confere no
           | FECHDIA.ARQ que o dia foi fechado pelo operador
           03  W-TAB-PASSOS-W.
               05 FILLER PIC X(20) VALUE 'PRJ_FECHA_DIA'.
               05 FILLER PIC X(30) VALUE 'CONFERE FECHAMENTO DO DIA'.
               05 FILLER PIC X(10) VALUE 'DNNNNNNNNN'.
               05 FILLER PIC X(20) VALUE SPACES.

               05 FILLER PIC X(20) VALUE 'PRJ_AGR_GERA_LOTE'.
               05 FILLER PIC X(30) VALUE 'RECONSTROI AGREGADO VENDAS'.
               05 FILLER PIC X(10) VALUE 'DSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE SPACES.

               05 FILLER PIC X(20) VALUE 'PRJ_CONTAB_LOTE'.
               05 FILLER PIC X(30) VALUE 'EXPORTACAO CONTABIL'.
               05 FILLER PIC X(10) VALUE 'DSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE 'NOTURNO-CONTAB.TXT'.

               05 FILLER PIC X(20) VALUE 'PRJ_COMISSAO_LOTE'.
               05 FILLER PIC X(30) VALUE 'COMISSOES DOS VENDEDORES'.
               05 FILLER PIC X(10) VALUE 'DSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE 'NOTURNO-COMISSAO.TXT'.

               05 FILLER PIC X(20) VALUE 'PRJ_ANTT_LOTE'.
               05 FILLER PIC X(30) VALUE 'ARQUIVO DE VIAGENS ANTT'.
               05 FILLER PIC X(10) VALUE 'DSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE 'NOTURNO-ANTT.TXT'.

               05 FILLER PIC X(20) VALUE 'PRJ_FISCAL_LOTE'.
               05 FILLER PIC X(30) VALUE 'PROVA MENSAL DA SERIE FISCAL'.
               05 FILLER PIC X(10) VALUE 'MSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE 'NOTURNO-FISCAL.TXT'.

               05 FILLER PIC X(20) VALUE 'PRJ_SEGURO_LOTE'.
               05 FILLER PIC X(30) VALUE 'BORDERO MENSAL DO SEGURO'.
               05 FILLER PIC X(10) VALUE 'MSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE 'NOTURNO-SEGURO.TXT'.

               05 FILLER PIC X(20) VALUE 'PRJ_BACKUP'.
               05 FILLER PIC X(30) VALUE 'BACKUP COMPLETO DOS DADOS'.
               05 FILLER PIC X(10) VALUE 'DSSSSSSSNN'.
               05 FILLER PIC X(20) VALUE SPACES.

               05 FILLER PIC X(20) VALUE 'PRJ_BI_LOTE'.
               05 FILLER PIC X(30) VALUE 'EXTRACAO PARA O BI'.
               05 FILLER PIC X(10) VALUE 'DSNNNNNNNN'.
               05 FILLER PIC X(20) VALUE SPACES.

           03  W-TAB-PASSOS REDEFINES W-TAB-PASSOS-W.
               05 W-TP-ENT OCCURS 9 TIMES.
                  07 W-TP-PROG            PIC  X(20).
                  07 W-TP-DESC            PIC  X(30).
                  07 W-TP-PERIODO         PIC  X(01).
                  07 W-TP-DEP             PIC  X(01) OCCURS 9 TIMES.
                  07 W-TP-SAIDA           PIC  X(20).

           | situacao de cada passo nesta execucao e na
           | anterior do mesmo movimento (para a retomada)
           03  W-TAB-RESULTADO.
               05 W-RES-ENT OCCURS 9 TIMES.
                  07 W-RES-ATUAL          PIC  9(01).
                  07 W-RES-ANT            PIC  9(01).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".

       LINKAGE SECTION.

       77  W-DATA-L                       PIC 9(08).
       77  W-RETOMA-L                     PIC X(01).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATA-L, W-RETOMA-L, W-LOGIN-L.
       INICIO.
           | cadeia noturna: roda os lotes do movimento em
           | ordem, so libera um passo quando os passos de que
           | ele depende terminaram bem e grava inicio, fim,
           | situacao e quantidades de cada passo no
           | EXECLOTE.ARQ (consulta em PRJ_REL_EXL); com
           | W-RETOMA-L = 'S' abre nova execucao do mesmo
           | movimento pulando o que a anterior ja concluiu

           OPEN I-O CEXECLOTE
           IF ST-EXL = '35'
              OPEN OUTPUT CEXECLOTE
              CLOSE CEXECLOTE
              OPEN I-O CEXECLOTE.
           IF NOT VAL-EXL
              PERFORM ERRO-ARQUIVO.

           PERFORM DEFINE-MOVIMENTO
           PERFORM DEFINE-EXECUCAO

           SET LOTE-NOTURNO TO TRUE

           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-PASSOS
              PERFORM EXECUTA-PASSO
           END-PERFORM.

       FIM.
           SET LOTE-NOTURNO TO FALSE
           CLOSE CEXECLOTE.
           EXIT PROGRAM
           STOP RUN.

       DEFINE-MOVIMENTO.
           | data de linkage em aaaammdd, convencao dos lotes;
           | sem data roda o movimento de ontem
           IF W-DATA-L = 0
              ACCEPT W-HOJE FROM CENTURY-DATE
              COMPUTE W-DIA-J = FUNCTION INTEGER-OF-DATE(W-HOJE) - 1
              COMPUTE W-DATA-MOV-I = FUNCTION DATE-OF-INTEGER(W-DIA-J)
           ELSE
              MOVE W-DATA-L TO W-DATA-MOV-I
           END-IF

           COMPUTE W-MESANO = W-DATA-MOV-I / 100

           MOVE W-DATA-MOV-I TO W-DATAUXI
           COMPUTE W-DATA-FECH = W-DIAAUXI-I * 1000000 +
                                 W-MESAUXI-I * 10000 +
                                 W-ANOAUXI-I

           | os passos mensais so rodam no ultimo dia do mes
           COMPUTE W-DIA-J = FUNCTION INTEGER-OF-DATE(W-DATA-MOV-I)
                             + 1
           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(W-DIA-J)
           IF W-DIAAUXI-I = 1
              SET FIM-DE-MES TO TRUE
           ELSE
              SET FIM-DE-MES TO FALSE
           END-IF.

       DEFINE-EXECUCAO.
           | nova execucao = ultima do movimento + 1; na
           | retomada guarda como terminou cada passo da
           | execucao anterior
           INITIALIZE W-TAB-RESULTADO
           MOVE 0 TO W-EXEC-ANT

           INITIALIZE EXL-REG-1
           MOVE W-DATA-MOV-I TO EXL-DATA-MOV
           START CEXECLOTE KEY >= EXL-CHAVE
              INVALID KEY MOVE 1 TO W-EXEC
                          EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-EXL
              READ CEXECLOTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-EXL
                 IF ST-EXL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              IF EXL-DATA-MOV NOT = W-DATA-MOV-I
                 EXIT PERFORM
              END-IF

              IF EXL-EXEC NOT = W-EXEC-ANT
                 MOVE EXL-EXEC TO W-EXEC-ANT
                 INITIALIZE W-TAB-RESULTADO
              END-IF
              IF EXL-PASSO > 0 AND EXL-PASSO <= W-QTD-PASSOS
                 MOVE EXL-STATUS TO W-RES-ANT(EXL-PASSO)
              END-IF
           END-PERFORM

           COMPUTE W-EXEC = W-EXEC-ANT + 1

           IF W-RETOMA-L NOT = 'S' AND NOT = 's'
              INITIALIZE W-TAB-RESULTADO
           END-IF.

       EXECUTA-PASSO.
           INITIALIZE EXL-REG-1
           MOVE W-DATA-MOV-I      TO EXL-DATA-MOV
           MOVE W-EXEC            TO EXL-EXEC
           MOVE W-IND             TO EXL-PASSO
           MOVE W-TP-PROG(W-IND)  TO EXL-PROG
           MOVE W-TP-DESC(W-IND)  TO EXL-DESC
           MOVE W-LOGIN-L         TO EXL-USU
           ACCEPT EXL-DT-INI FROM CENTURY-DATE
           ACCEPT EXL-HR-INI FROM TIME

           | retomada: o que ja terminou bem na execucao
           | anterior nao roda de novo
           IF W-RES-ANT(W-IND) = 1 OR 4 OR 6
              SET EXL-JA-CONCLUIDO TO TRUE
              MOVE W-EXEC-ANT TO W-EXEC-EDIT
              STRING 'CONCLUIDO NA EXECUCAO ' DELIMITED BY SIZE
                     W-EXEC-EDIT              DELIMITED BY SIZE
                INTO EXL-MSG
              PERFORM ENCERRA-PASSO
              EXIT PARAGRAPH
           END-IF

           SET PREDECESSOR-FALHOU TO FALSE
           PERFORM VARYING W-IND-DEP FROM 1 BY 1
                   UNTIL W-IND-DEP >= W-IND
              IF W-TP-DEP(W-IND, W-IND-DEP) = 'S'
                 AND W-RES-ATUAL(W-IND-DEP) NOT = 1 AND NOT = 4
                                        AND NOT = 6
                 SET PREDECESSOR-FALHOU TO TRUE
              END-IF
           END-PERFORM

           IF PREDECESSOR-FALHOU
              SET EXL-BLOQUEADO TO TRUE
              MOVE 'PASSO ANTERIOR NAO CONCLUIDO' TO EXL-MSG
              PERFORM ENCERRA-PASSO
              EXIT PARAGRAPH
           END-IF

           IF W-TP-PERIODO(W-IND) = 'M' AND NOT FIM-DE-MES
              SET EXL-NAO-SE-APLICA TO TRUE
              MOVE 'PASSO MENSAL - SO NO ULTIMO DIA' TO EXL-MSG
              PERFORM ENCERRA-PASSO
              EXIT PARAGRAPH
           END-IF

           | marca o passo em execucao antes da chamada: se a
           | cadeia cair no meio o historico mostra onde parou
           SET EXL-EM-EXECUCAO TO TRUE
           WRITE EXL-REG-1
           IF ST-EXL = '22'
              REWRITE EXL-REG-1
           END-IF
           IF NOT VAL-EXL
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE SPACES TO LOTE-STATUS LOTE-ARQUIVO
           MOVE 0 TO LOTE-QTD-LIDOS LOTE-QTD-GRAVADOS
           MOVE W-TP-SAIDA(W-IND) TO W-ARQ-SAIDA

           PERFORM CHAMA-PROGRAMA

           IF EXL-EM-EXECUCAO
              IF LOTE-STATUS = SPACES
                 SET EXL-OK TO TRUE
              ELSE
                 SET EXL-FALHOU TO TRUE
                 MOVE LOTE-ARQUIVO TO EXL-ERRO-ARQ
                 MOVE LOTE-STATUS  TO EXL-ERRO-ST
                 IF LOTE-STATUS = 'VF'
                    MOVE 'CONFERENCIA DO BACKUP FALHOU' TO EXL-MSG
                 ELSE
                    MOVE 'ERRO DE ARQUIVO - VER ERRLOG' TO EXL-MSG
                 END-IF
              END-IF
           END-IF
           MOVE LOTE-QTD-LIDOS    TO EXL-QTD-LIDOS
           MOVE LOTE-QTD-GRAVADOS TO EXL-QTD-GRAV

           PERFORM ENCERRA-PASSO.

       CHAMA-PROGRAMA.
           EVALUATE W-IND
              WHEN 1
                   PERFORM CONFERE-FECHAMENTO
              WHEN 2
                   CALL "PRJ_AGR_GERA_LOTE" USING W-LOGIN-L
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_AGR_GERA_LOTE"
                   END-CALL
              WHEN 3
                   CALL "PRJ_CONTAB_LOTE" USING W-DATA-MOV-I,
                        W-SAIDA, W-ARQ-SAIDA, W-LOGIN-L, W-EMPRESA
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_CONTAB_LOTE"
                   END-CALL
              WHEN 4
                   CALL "PRJ_COMISSAO_LOTE" USING W-DATA-MOV-I,
                        W-DATA-MOV-I, W-SAIDA, W-ARQ-SAIDA, W-LOGIN-L
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_COMISSAO_LOTE"
                   END-CALL
              WHEN 5
                   CALL "PRJ_ANTT_LOTE" USING W-DATA-MOV-I,
                        W-DATA-MOV-I, W-SAIDA, W-ARQ-SAIDA, W-LOGIN-L
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_ANTT_LOTE"
                   END-CALL
              WHEN 6
                   CALL "PRJ_FISCAL_LOTE" USING W-MESANO,
                        W-SAIDA, W-ARQ-SAIDA, W-LOGIN-L, W-EMPRESA
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_FISCAL_LOTE"
                   END-CALL
              WHEN 7
                   CALL "PRJ_SEGURO_LOTE" USING W-MESANO,
                        W-SAIDA, W-ARQ-SAIDA, W-LOGIN-L
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_SEGURO_LOTE"
                   END-CALL
              WHEN 8
                   | com LOTE-NOTURNO o PRJ_BACKUP gera o completo
                   | e confere sem abrir a tela
                   CALL "PRJ_BACKUP" USING W-LOGIN-L
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_BACKUP"
                   END-CALL
              WHEN 9
                   | extracao do BI em delta; a carga completa e
                   | pedida chamando o PRJ_BI_LOTE com modo 'C'
                   CALL "PRJ_BI_LOTE" USING W-DATA-MOV-I,
                        W-MODO-BI, W-LOGIN-L
                      ON OVERFLOW PERFORM PROGRAMA-AUSENTE
                      NOT OVERFLOW
                           CANCEL "PRJ_BI_LOTE"
                   END-CALL
           END-EVALUATE.

       CONFERE-FECHAMENTO.
           | o fechamento e feito na tela pelo operador; aqui
           | so confere que o movimento esta fechado (e nao
           | reaberto) antes de liberar as exportacoes
           OPEN INPUT CFECHDIA
           IF NOT VAL-FECH
              SET EXL-FALHOU TO TRUE
              MOVE 'FECHDIA.ARQ' TO EXL-ERRO-ARQ
              MOVE ST-FECH       TO EXL-ERRO-ST
              MOVE 'DIA NAO FECHADO' TO EXL-MSG
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FECH-REG-1
           MOVE W-DATA-FECH TO FECH-DATA
           READ CFECHDIA
           IF VAL-FECH AND FECH-FECHADO
              MOVE FECH-QTD-BIL TO LOTE-QTD-LIDOS
           ELSE
              SET EXL-FALHOU TO TRUE
              IF VAL-FECH
                 MOVE 'DIA REABERTO E NAO FECHADO' TO EXL-MSG
              ELSE
                 MOVE 'DIA NAO FECHADO' TO EXL-MSG
              END-IF
           END-IF

           CLOSE CFECHDIA.

       PROGRAMA-AUSENTE.
           SET EXL-FALHOU TO TRUE
           MOVE 'PROGRAMA NAO ENCONTRADO' TO EXL-MSG.

       ENCERRA-PASSO.
           ACCEPT EXL-DT-FIM FROM CENTURY-DATE
           ACCEPT EXL-HR-FIM FROM TIME
           MOVE EXL-STATUS TO W-RES-ATUAL(W-IND)

           WRITE EXL-REG-1
           IF ST-EXL = '22'
              REWRITE EXL-REG-1
           END-IF
           IF NOT VAL-EXL
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
              OPEN OUTPUT CERRLOG
              CLOSE CERRLOG
              OPEN I-O CERRLOG
           END-IF
           IF VAL-ERRL
              INITIALIZE ERRL-REG-1
              ACCEPT ERRL-DIA FROM CENTURY-DATE
              ACCEPT ERRL-HORA FROM TIME
              MOVE 'PRJ-NOTURNO' TO ERRL-PROG
              MOVE W-LOGIN-L TO ERRL-USU
              MOVE W-ARQUIVO(1:11) TO ERRL-ARQ
              MOVE W-FSTATUS TO ERRL-STATUS
              MOVE W-EXTSTAT TO ERRL-EXTSTATUS
              WRITE ERRL-REG-1
              IF ST-ERRL = '22'
                 REWRITE ERRL-REG-1
              END-IF
              CLOSE CERRLOG
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

           | sem mensagem na tela: a cadeia roda sem operador
           PERFORM FIM.
