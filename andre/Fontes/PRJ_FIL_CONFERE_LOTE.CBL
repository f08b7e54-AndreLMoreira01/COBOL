       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-FIL-CONFERE-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_FIL.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_USU.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_FWD.SL".
           COPY "PRJ_TES.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_FIL.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_USU.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_FWD.FD".
           COPY "PRJ_TES.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-FWD                PIC  X(02).
               88 VAL-FWD            VALUE '00' THRU '09'.
           03  ST-TES                PIC  X(02).
               88 VAL-TES            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-MOT-ATIVA           PIC  X(01) VALUE 'N'.
               88 MOT-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-FWD-ATIVA           PIC  X(01) VALUE 'N'.
               88 FWD-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-TES-ATIVA           PIC  X(01) VALUE 'N'.
               88 TES-ATIVA          VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

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

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-COD                   PIC  X(10).
               05 W-ORIGEM                PIC  9(01).
               05 W-IND                   PIC  9(03).
               05 W-IND-COD               PIC  9(03).
               05 W-ACHOU                 PIC  X(01).
                  88 COD-ACHADO           VALUE 'S' FALSE 'N'.

               05 W-QTD-LIDOS OCCURS 6 TIMES
                                          PIC  9(09) VALUE 0.
               05 W-QTD-ORFAOS OCCURS 6 TIMES
                                          PIC  9(09) VALUE 0.
               05 W-QTD-BRANCO OCCURS 6 TIMES
                                          PIC  9(09) VALUE 0.
               05 W-QTD-INATIVA           PIC  9(09) VALUE 0.
               05 W-QTD-ESTOURO           PIC  9(09) VALUE 0.

           | codigos ja conferidos e achados no FILIAL.ARQ, para
           | nao reler o cadastro a cada bilhete
           03  W-TAB-VALIDA.
               05 W-QTD-VAL               PIC  9(03) VALUE 0.
               05 W-TV-ITEM OCCURS 300 TIMES.
                  07 W-TV-COD             PIC X(10).
                  07 W-TV-INATIVA         PIC X(01).

           | codigos sem cadastro, com as ocorrencias por origem:
           | 1 venda do bilhete, 2 cancelamento do bilhete,
           | 3 usuario, 4 tripulante, 5 venda offline, 6 tesouraria
           03  W-TAB-ORFAO.
               05 W-QTD-ORF               PIC  9(03) VALUE 0.
               05 W-TO-ITEM OCCURS 500 TIMES.
                  07 W-TO-COD             PIC X(10).
                  07 W-TO-QTD OCCURS 6 TIMES
                                          PIC 9(07).

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-DET.
                  07 W-LD-COD    PIC X(10)B(2).
                  07 W-LD-QTD    PIC Z.ZZZ.ZZ9B(2) OCCURS 6 TIMES.

               05 W-LINHA-TIT.
                  07 FILLER      PIC X(12) VALUE 'CODIGO'.
                  07 FILLER      PIC X(11) VALUE '    VENDAS '.
                  07 FILLER      PIC X(11) VALUE ' CANCELAM. '.
                  07 FILLER      PIC X(11) VALUE '  USUARIOS '.
                  07 FILLER      PIC X(11) VALUE 'TRIPULANTES'.
                  07 FILLER      PIC X(11) VALUE '    OFFLINE'.
                  07 FILLER      PIC X(11) VALUE ' TESOURARIA'.

               05 W-LINHA-RESUMO.
                  07 W-LR-TIT    PIC X(24).
                  07 W-LR-LIDOS  PIC ZZZ.ZZZ.ZZ9B(2).
                  07 FILLER      PIC X(08) VALUE 'SEM COD '.
                  07 W-LR-BRANCO PIC ZZZ.ZZZ.ZZ9B(2).
                  07 FILLER      PIC X(11) VALUE 'SEM FILIAL '.
                  07 W-LR-ORFAOS PIC ZZZ.ZZZ.ZZ9.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'CODIGOS SEM CADASTRO:               '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'OCORRENCIAS EM FILIAL INATIVA:      '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'CODIGOS FORA DA TABELA (LIMITE):    '.
                  07 W-R3-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-SEM-CAD.
                  07 FILLER    PIC X(40) VALUE
                     'FILIAL.ARQ INEXISTENTE: TODOS OS CODIGOS'.
                  07 FILLER    PIC X(14) VALUE ' SAO LISTADOS'.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'CODIGOS DE FILIAL SEM CADASTRO'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-FIL-CONFERE-LOTE'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | conferencia dos codigos de filial gravados antes do
           | cadastro de filiais: varre BILHETE.ARQ (venda e
           | cancelamento), USUARIO.ARQ, MOTORISTA.ARQ,
           | FORWARD.ARQ e TESOUR.ARQ e lista cada codigo que
           | nao existe no FILIAL.ARQ com as ocorrencias por
           | arquivo, para a correcao antes de ligar a validacao;
           | so le, nao altera nenhum arquivo

           OPEN INPUT CFILIAL
           IF ST-FIL = '35'
              SET FIL-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FIL-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CUSUARIO
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CMOTORISTA
           IF ST-MOT = '35'
              SET MOT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-MOT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET MOT-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CFORWARD
           IF ST-FWD = '35'
              SET FWD-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FWD
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FWD-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CTESOUR
           IF ST-TES = '35'
              SET TES-ATIVA TO FALSE
           ELSE
              IF NOT VAL-TES
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET TES-ATIVA TO TRUE
           END-IF.

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           PERFORM CONFERE-BILHETES
           PERFORM CONFERE-USUARIOS
           PERFORM CONFERE-TRIPULANTES
           PERFORM CONFERE-OFFLINE
           PERFORM CONFERE-TESOURARIA

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM IMPRIME-ORFAOS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CBILHETE CUSUARIO.
           IF FIL-ATIVA
              CLOSE CFILIAL.
           IF MOT-ATIVA
              CLOSE CMOTORISTA.
           IF FWD-ATIVA
              CLOSE CFORWARD.
           IF TES-ATIVA
              CLOSE CTESOUR.
           EXIT PROGRAM
           STOP RUN.

       CONFERE-BILHETES.
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF

              MOVE BIL-FILIAL TO W-COD
              MOVE 1 TO W-ORIGEM
              PERFORM CONFERE-CODIGO

              IF BIL-DT-CANC NOT = 0 OR BIL-FIL-CANC NOT = SPACES
                 MOVE BIL-FIL-CANC TO W-COD
                 MOVE 2 TO W-ORIGEM
                 PERFORM CONFERE-CODIGO
              END-IF
           END-PERFORM.

       CONFERE-USUARIOS.
           INITIALIZE USU-REG-1
           START CUSUARIO KEY >= USU-LOGIN
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CUSUARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-USU
                 EXIT PERFORM
              END-IF

              MOVE USU-FILIAL TO W-COD
              MOVE 3 TO W-ORIGEM
              PERFORM CONFERE-CODIGO
           END-PERFORM.

       CONFERE-TRIPULANTES.
           IF NOT MOT-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE MOT-REG-1
           START CMOTORISTA KEY >= MOT-ID
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CMOTORISTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MOT
                 EXIT PERFORM
              END-IF

              MOVE MOT-FILIAL TO W-COD
              MOVE 4 TO W-ORIGEM
              PERFORM CONFERE-CODIGO
           END-PERFORM.

       CONFERE-OFFLINE.
           IF NOT FWD-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FWD-REG-1
           START CFORWARD KEY >= FWD-SEQ
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFORWARD NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FWD
                 EXIT PERFORM
              END-IF

              MOVE FWD-FILIAL TO W-COD
              MOVE 5 TO W-ORIGEM
              PERFORM CONFERE-CODIGO
           END-PERFORM.

       CONFERE-TESOURARIA.
           IF NOT TES-ATIVA
              EXIT PARAGRAPH
           END-IF

           INITIALIZE TES-REG-1
           START CTESOUR KEY >= TES-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CTESOUR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TES
                 EXIT PERFORM
              END-IF

              MOVE TES-FILIAL TO W-COD
              MOVE 6 TO W-ORIGEM
              PERFORM CONFERE-CODIGO
           END-PERFORM.

       CONFERE-CODIGO.
           | W-COD lido do arquivo W-ORIGEM; codigo em branco so
           | e contado (venda antiga e usuario sem filial sao
           | aceitos pela validacao)
           ADD 1 TO W-QTD-LIDOS(W-ORIGEM)
           IF W-COD = SPACES
              ADD 1 TO W-QTD-BRANCO(W-ORIGEM)
              EXIT PARAGRAPH
           END-IF

           SET COD-ACHADO TO FALSE
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-VAL
              IF W-TV-COD(W-IND) = W-COD
                 SET COD-ACHADO TO TRUE
                 IF W-TV-INATIVA(W-IND) = 'S'
                    ADD 1 TO W-QTD-INATIVA
                 END-IF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF COD-ACHADO
              EXIT PARAGRAPH
           END-IF

           IF FIL-ATIVA
              INITIALIZE FIL-REG-1
              MOVE W-COD TO FIL-COD
              READ CFILIAL
              IF VAL-FIL
                 IF W-QTD-VAL < 300
                    ADD 1 TO W-QTD-VAL
                    MOVE W-COD TO W-TV-COD(W-QTD-VAL)
                    MOVE 'N' TO W-TV-INATIVA(W-QTD-VAL)
                    IF FIL-DESATIVADA
                       MOVE 'S' TO W-TV-INATIVA(W-QTD-VAL)
                    END-IF
                 END-IF
                 IF FIL-DESATIVADA
                    ADD 1 TO W-QTD-INATIVA
                 END-IF
                 EXIT PARAGRAPH
              END-IF
              IF ST-FIL NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           ADD 1 TO W-QTD-ORFAOS(W-ORIGEM)
           PERFORM LOCALIZA-ORFAO
           IF W-IND-COD = 0
              IF W-QTD-ORF >= 500
                 ADD 1 TO W-QTD-ESTOURO
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO W-QTD-ORF
              MOVE W-QTD-ORF TO W-IND-COD
              INITIALIZE W-TO-ITEM(W-IND-COD)
              MOVE W-COD TO W-TO-COD(W-IND-COD)
           END-IF
           ADD 1 TO W-TO-QTD(W-IND-COD, W-ORIGEM).

       LOCALIZA-ORFAO.
           MOVE 0 TO W-IND-COD
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-ORF
              IF W-TO-COD(W-IND) = W-COD
                 MOVE W-IND TO W-IND-COD
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       IMPRIME-ORFAOS.
           PERFORM TESTA-QUEBRA-PAGINA
           IF W-QTD-ORF = 0
              MOVE SPACES TO PRINTF-R
              MOVE 'NENHUM CODIGO DE FILIAL SEM CADASTRO.' TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
              EXIT PARAGRAPH
           END-IF

           PERFORM VARYING W-IND-COD FROM 1 BY 1
                   UNTIL W-IND-COD > W-QTD-ORF
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE SPACES TO W-LINHA-DET
              MOVE W-TO-COD(W-IND-COD) TO W-LD-COD
              PERFORM VARYING W-ORIGEM FROM 1 BY 1
                      UNTIL W-ORIGEM > 6
                 MOVE W-TO-QTD(W-IND-COD, W-ORIGEM)
                   TO W-LD-QTD(W-ORIGEM)
              END-PERFORM
              WRITE PRINTF-R FROM W-LINHA-DET AFTER 1
              ADD 1 TO W-CONTLIN
           END-PERFORM.

       IMPRIME-RESUMO.
           IF W-CONTLIN > 50
              MOVE 800 TO W-CONTLIN
           END-IF
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           IF NOT FIL-ATIVA
              WRITE PRINTF-R FROM W-LINHA-SEM-CAD AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1
           END-IF

           PERFORM VARYING W-ORIGEM FROM 1 BY 1 UNTIL W-ORIGEM > 6
              MOVE SPACES TO W-LINHA-RESUMO
              EVALUATE W-ORIGEM
                WHEN 1 MOVE 'BILHETE.ARQ (VENDA)'  TO W-LR-TIT
                WHEN 2 MOVE 'BILHETE.ARQ (CANCEL.)' TO W-LR-TIT
                WHEN 3 MOVE 'USUARIO.ARQ'          TO W-LR-TIT
                WHEN 4 MOVE 'MOTORISTA.ARQ'        TO W-LR-TIT
                WHEN 5 MOVE 'FORWARD.ARQ'          TO W-LR-TIT
                WHEN 6 MOVE 'TESOUR.ARQ'           TO W-LR-TIT
              END-EVALUATE
              MOVE W-QTD-LIDOS(W-ORIGEM)  TO W-LR-LIDOS
              MOVE W-QTD-BRANCO(W-ORIGEM) TO W-LR-BRANCO
              MOVE W-QTD-ORFAOS(W-ORIGEM) TO W-LR-ORFAOS
              WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1
           END-PERFORM

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-ORF TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-INATIVA TO W-R2-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R3-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
              MOVE W-DATA-SISTEMA TO W-DATAUXI
              COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000

              WRITE PRINTF-R AFTER 0
           ELSE
              WRITE PRINTF-R AFTER PAGE.

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI      TO W-CAB-NPAG
           MOVE W-DATA-SISTEMA TO W-CAB-DTSIS
           WRITE PRINTF-R FROM W-CAB-1 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 4 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           MOVE SPACES TO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

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
              MOVE 'PRJ-FIL-CONF' TO ERRL-PROG
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

           INITIALIZE CA-MESSAGE-LINK
           MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
           MOVE W-ARQUIVO TO CA-ERR-FILE
           MOVE SPACES    TO CA-ERR-BUF
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           PERFORM FIM.
