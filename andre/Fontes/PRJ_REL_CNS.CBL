       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-CNS.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CNS.SL".
           COPY "PRJ_CNU.SL".
           COPY "PRJ_CLI.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CNS.FD".
           COPY "PRJ_CNU.FD".
           COPY "PRJ_CLI.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CNS                PIC  X(02).
               88 VAL-CNS            VALUE '00' THRU '09'.
           03  ST-CNU                PIC  X(02).
               88 VAL-CNU            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

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
               05 W-DATA-EDIT             PIC  99/99/9999.
               05 W-HORA-EDIT             PIC  X(05).
               05 W-HORA-AUX              PIC  9(08).
               05 W-FIN-AUX               PIC  9(01).
               05 W-CANAL-AUX             PIC  9(01).
               05 W-DESC-FIN              PIC  X(20).
               05 W-DESC-CANAL            PIC  X(06).
               05 W-QTD-EVENTOS           PIC  9(05) VALUE 0.
               05 W-QTD-MENSAGENS         PIC  9(05) VALUE 0.
               05 FILLER                  PIC  X(01) VALUE 'N'.
                  88 COM-MENSAGEM         VALUE 'S' FALSE 'N'.

           03  W-CAB-1.
               05 FILLER               PIC  X(74) VALUE
                  'COMPROVANTE DE CONSENTIMENTO - LGPD'.
               05 W-CAB-DTSIS          PIC  99/99/9999B(4).
               05 FILLER               PIC  X(05) VALUE 'PAG.'.
               05 W-CAB-NPAG           PIC  ZZ.ZZ9B.

           03  W-LINHA-CLI.
               05 FILLER    PIC X(09) VALUE 'CLIENTE: '.
               05 W-LC-NOME PIC X(60).
               05 FILLER    PIC X(06) VALUE ' CPF: '.
               05 W-LC-CPF  PIC 999.999.999.99.

           03  W-LINHA-MSG-1.
               05 FILLER    PIC X(13) VALUE 'MENSAGEM NO. '.
               05 W-LM-ID   PIC Z(9)9.
               05 FILLER    PIC X(04) VALUE ' EM '.
               05 W-LM-DIA  PIC 99/99/9999.
               05 FILLER    PIC X(05) VALUE ' AS '.
               05 W-LM-HORA PIC X(05).
               05 FILLER    PIC X(03) VALUE ' - '.
               05 W-LM-SIT  PIC X(40).

           03  W-LINHA-MSG-2.
               05 FILLER    PIC X(12) VALUE 'FINALIDADE: '.
               05 W-LM-FIN  PIC X(20).
               05 FILLER    PIC X(08) VALUE ' CANAL: '.
               05 W-LM-CAN  PIC X(06).
               05 FILLER    PIC X(10) VALUE ' DESTINO: '.
               05 W-LM-DEST PIC X(60).

           03  W-LINHA-MSG-3.
               05 FILLER    PIC X(07) VALUE 'TEXTO: '.
               05 W-LM-TXT  PIC X(132).

           03  W-LINHA-MSG-4.
               05 FILLER    PIC X(33) VALUE
                  'CONSENTIMENTO EM VIGOR NO ENVIO: '.
               05 W-LM-CNS  PIC X(60).

           03  W-LINHA-TIT.
               05 W-LT-TEXTO PIC X(80).

           03  W-LINHA-EVT-CAB.
               05 FILLER PIC X(48) VALUE
                  '  DATA       HORA  FINALIDADE           CANAL  '.
               05 FILLER PIC X(60) VALUE
                  'ACAO       ORIGEM    USUARIO    OBSERVACAO'.

           03  W-LINHA-EVT.
               05 W-LE-MARCA PIC X(02).
               05 W-LE-DIA   PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-HORA  PIC X(05).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-FIN   PIC X(20).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-CAN   PIC X(06).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-ACAO  PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-ORI   PIC X(09).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-USU   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-OBS   PIC X(60).

           03  W-LINHA-USO.
               05 W-LU-ID    PIC Z(9)9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LU-DIA   PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LU-HORA  PIC X(05).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LU-FIN   PIC X(20).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LU-CAN   PIC X(06).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LU-SIT   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LU-DEST  PIC X(60).

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE 'PRJ-REL-CNS'.
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

       77  W-CPF-L                        PIC 9(11).
       77  W-MSG-L                        PIC 9(10).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-CPF-L, W-MSG-L, W-LOGIN-L.
       INICIO.
           | prova do consentimento: com mensagem informada
           | mostra o envio (ou o bloqueio), o registro do
           | CONSENT.ARQ em que ele se apoiou e a historia da
           | finalidade no canal; sem mensagem, todo o livro
           | de consentimentos do CPF e as mensagens enviadas
           | ou barradas para ele

           OPEN INPUT CCONSENT
           IF ST-CNS = '35'
              OPEN OUTPUT CCONSENT
              CLOSE CCONSENT
              OPEN INPUT CCONSENT.
           IF NOT VAL-CNS
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCNSUSO
           IF ST-CNU = '35'
              OPEN OUTPUT CCNSUSO
              CLOSE CCNSUSO
              OPEN INPUT CCNSUSO.
           IF NOT VAL-CNU
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           INITIALIZE CLI-REG-1
           MOVE W-CPF-L TO CLI-CPF
           READ CCLIENTE
           IF NOT VAL-CLI
              INITIALIZE CLI-REG-1
              MOVE W-CPF-L TO CLI-CPF
              MOVE 'CLIENTE NAO CADASTRADO' TO CLI-NOME
           END-IF

           SET COM-MENSAGEM TO FALSE
           IF W-MSG-L NOT = 0
              INITIALIZE CNU-REG-1
              MOVE W-MSG-L TO CNU-ID
              READ CCNSUSO
              IF VAL-CNU AND CNU-CPF = W-CPF-L
                 SET COM-MENSAGEM TO TRUE
              END-IF
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF

           PERFORM IMPRIME-CLIENTE
           IF COM-MENSAGEM
              PERFORM IMPRIME-MENSAGEM
              MOVE CNU-FINALIDADE TO W-FIN-AUX
              MOVE CNU-CANAL      TO W-CANAL-AUX
              MOVE 'HISTORICO DA FINALIDADE NO CANAL DA MENSAGEM'
                   TO W-LT-TEXTO
           ELSE
              MOVE 0 TO W-FIN-AUX W-CANAL-AUX
              MOVE 'LIVRO DE CONSENTIMENTOS DO CLIENTE'
                   TO W-LT-TEXTO
           END-IF
           PERFORM IMPRIME-EVENTOS
           IF NOT COM-MENSAGEM
              PERFORM IMPRIME-MENSAGENS
           END-IF

           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CCONSENT CCNSUSO CCLIENTE.
           EXIT PROGRAM
           STOP RUN.

       IMPRIME-CLIENTE.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE CLI-NOME TO W-LC-NOME
           MOVE CLI-CPF  TO W-LC-CPF
           WRITE PRINTF-R FROM W-LINHA-CLI AFTER 1
           ADD 1 TO W-CONTLIN
           IF W-MSG-L NOT = 0 AND NOT COM-MENSAGEM
              MOVE SPACES TO PRINTF-R
              MOVE 'MENSAGEM INFORMADA NAO PERTENCE AO CLIENTE'
                   TO PRINTF-R
              WRITE PRINTF-R AFTER 2
              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-MENSAGEM.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE CNU-ID TO W-LM-ID
           MOVE CNU-DIA TO W-DATAUXI
           PERFORM EDITA-DATA
           MOVE W-DATA-EDIT TO W-LM-DIA
           MOVE CNU-HORA TO W-HORA-AUX
           PERFORM EDITA-HORA
           MOVE W-HORA-EDIT TO W-LM-HORA
           IF CNU-ENVIADA
              MOVE 'ENVIADA PARA A FILA' TO W-LM-SIT
           ELSE
              MOVE 'BLOQUEADA - SEM CONSENTIMENTO EM VIGOR'
                   TO W-LM-SIT
           END-IF
           WRITE PRINTF-R FROM W-LINHA-MSG-1 AFTER 2

           MOVE CNU-FINALIDADE TO W-FIN-AUX
           MOVE CNU-CANAL      TO W-CANAL-AUX
           PERFORM DESCREVE-FINALIDADE
           MOVE W-DESC-FIN   TO W-LM-FIN
           MOVE W-DESC-CANAL TO W-LM-CAN
           MOVE CNU-DESTINO  TO W-LM-DEST
           WRITE PRINTF-R FROM W-LINHA-MSG-2 AFTER 1

           MOVE CNU-TEXTO TO W-LM-TXT
           WRITE PRINTF-R FROM W-LINHA-MSG-3 AFTER 1

           MOVE SPACES TO W-LM-CNS
           IF CNU-ENVIADA
              MOVE CNU-CNS-DIA TO W-DATAUXI
              PERFORM EDITA-DATA
              MOVE CNU-CNS-HORA TO W-HORA-AUX
              PERFORM EDITA-HORA
              STRING 'CONCEDIDO EM ' W-DATA-EDIT ' AS ' W-HORA-EDIT
                     ' (MARCADO COM *)'
                     DELIMITED BY SIZE INTO W-LM-CNS
           ELSE
              MOVE 'NENHUM' TO W-LM-CNS
           END-IF
           WRITE PRINTF-R FROM W-LINHA-MSG-4 AFTER 1
           ADD 5 TO W-CONTLIN.

       IMPRIME-EVENTOS.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-LINHA-TIT AFTER 2
           WRITE PRINTF-R FROM W-LINHA-EVT-CAB AFTER 1
           ADD 3 TO W-CONTLIN

           MOVE 0 TO W-QTD-EVENTOS
           INITIALIZE CNS-REG-1
           MOVE W-CPF-L     TO CNS-CPF
           MOVE W-FIN-AUX   TO CNS-FINALIDADE
           MOVE W-CANAL-AUX TO CNS-CANAL
           START CCONSENT KEY >= CNS-CHAVE
              INVALID KEY MOVE '10' TO ST-CNS
           END-START

           PERFORM UNTIL NOT VAL-CNS
              READ CCONSENT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CNS OR CNS-CPF NOT = W-CPF-L
                 EXIT PERFORM
              END-IF
              IF COM-MENSAGEM
                 AND (CNS-FINALIDADE NOT = CNU-FINALIDADE
                      OR CNS-CANAL NOT = CNU-CANAL)
                 EXIT PERFORM
              END-IF
              PERFORM IMPRIME-EVENTO
           END-PERFORM

           IF W-QTD-EVENTOS = 0
              MOVE SPACES TO PRINTF-R
              MOVE '  NENHUM REGISTRO DE CONSENTIMENTO' TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-EVENTO.
           PERFORM TESTA-QUEBRA-PAGINA
           ADD 1 TO W-QTD-EVENTOS

           | * = registro usado no envio; > = registrado
           | depois da mensagem
           MOVE SPACES TO W-LE-MARCA
           IF COM-MENSAGEM
              IF CNU-ENVIADA AND CNS-DIA = CNU-CNS-DIA
                 AND CNS-HORA = CNU-CNS-HORA
                 MOVE '* ' TO W-LE-MARCA
              END-IF
              IF CNS-DIA > CNU-DIA
                 OR (CNS-DIA = CNU-DIA AND CNS-HORA > CNU-HORA)
                 MOVE '> ' TO W-LE-MARCA
              END-IF
           END-IF

           MOVE CNS-DIA TO W-DATAUXI
           PERFORM EDITA-DATA
           MOVE W-DATA-EDIT TO W-LE-DIA
           MOVE CNS-HORA TO W-HORA-AUX
           PERFORM EDITA-HORA
           MOVE W-HORA-EDIT TO W-LE-HORA

           MOVE CNS-FINALIDADE TO W-FIN-AUX
           MOVE CNS-CANAL      TO W-CANAL-AUX
           PERFORM DESCREVE-FINALIDADE
           MOVE W-DESC-FIN   TO W-LE-FIN
           MOVE W-DESC-CANAL TO W-LE-CAN

           IF CNS-CONCEDIDO
              MOVE 'CONCEDIDO' TO W-LE-ACAO
           ELSE
              MOVE 'REVOGADO'  TO W-LE-ACAO
           END-IF
           EVALUATE TRUE
              WHEN CNS-ORI-BALCAO   MOVE 'BALCAO'   TO W-LE-ORI
              WHEN CNS-ORI-WEB      MOVE 'WEB'      TO W-LE-ORI
              WHEN CNS-ORI-TELEFONE MOVE 'TELEFONE' TO W-LE-ORI
              WHEN OTHER            MOVE SPACES     TO W-LE-ORI
           END-EVALUATE
           MOVE CNS-USU TO W-LE-USU
           MOVE CNS-OBS TO W-LE-OBS

           WRITE PRINTF-R FROM W-LINHA-EVT AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-MENSAGENS.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE 'MENSAGENS NAO TRANSACIONAIS DO CLIENTE'
                TO W-LT-TEXTO
           WRITE PRINTF-R FROM W-LINHA-TIT AFTER 2
           ADD 2 TO W-CONTLIN

           MOVE 0 TO W-QTD-MENSAGENS
           INITIALIZE CNU-REG-1
           MOVE W-CPF-L TO CNU-CPF
           START CCNSUSO KEY >= CNU-CPF
              INVALID KEY MOVE '10' TO ST-CNU
           END-START

           PERFORM UNTIL NOT VAL-CNU
              READ CCNSUSO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CNU OR CNU-CPF NOT = W-CPF-L
                 EXIT PERFORM
              END-IF

              PERFORM TESTA-QUEBRA-PAGINA
              ADD 1 TO W-QTD-MENSAGENS
              MOVE CNU-ID TO W-LU-ID
              MOVE CNU-DIA TO W-DATAUXI
              PERFORM EDITA-DATA
              MOVE W-DATA-EDIT TO W-LU-DIA
              MOVE CNU-HORA TO W-HORA-AUX
              PERFORM EDITA-HORA
              MOVE W-HORA-EDIT TO W-LU-HORA
              MOVE CNU-FINALIDADE TO W-FIN-AUX
              MOVE CNU-CANAL      TO W-CANAL-AUX
              PERFORM DESCREVE-FINALIDADE
              MOVE W-DESC-FIN   TO W-LU-FIN
              MOVE W-DESC-CANAL TO W-LU-CAN
              IF CNU-ENVIADA
                 MOVE 'ENVIADA'   TO W-LU-SIT
              ELSE
                 MOVE 'BLOQUEADA' TO W-LU-SIT
              END-IF
              MOVE CNU-DESTINO TO W-LU-DEST
              WRITE PRINTF-R FROM W-LINHA-USO AFTER 1
              ADD 1 TO W-CONTLIN
           END-PERFORM

           IF W-QTD-MENSAGENS = 0
              MOVE SPACES TO PRINTF-R
              MOVE '  NENHUMA MENSAGEM REGISTRADA' TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       DESCREVE-FINALIDADE.
           EVALUATE W-FIN-AUX
              WHEN 1     MOVE 'BILHETE ELETRONICO' TO W-DESC-FIN
              WHEN 2     MOVE 'AVISO DE ATRASO'    TO W-DESC-FIN
              WHEN 3     MOVE 'MARKETING'          TO W-DESC-FIN
              WHEN 4     MOVE 'PESQUISA'           TO W-DESC-FIN
              WHEN OTHER MOVE SPACES               TO W-DESC-FIN
           END-EVALUATE
           EVALUATE W-CANAL-AUX
              WHEN 1     MOVE 'E-MAIL' TO W-DESC-CANAL
              WHEN 2     MOVE 'SMS'    TO W-DESC-CANAL
              WHEN OTHER MOVE SPACES   TO W-DESC-CANAL
           END-EVALUATE.

       EDITA-DATA.
           | datas do livro em aaaammdd
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000.

       EDITA-HORA.
           MOVE SPACES TO W-HORA-EDIT
           STRING W-HORA-AUX(1:2) ':' W-HORA-AUX(3:2)
                  DELIMITED BY SIZE INTO W-HORA-EDIT.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 60
              PERFORM IMPRIME-CABECALHO
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

           MOVE 3 TO W-CONTLIN.

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

           MOVE SPACES TO W-REL-PARAM
           STRING 'CPF ' W-CPF-L ' MENSAGEM ' W-MSG-L
                  DELIMITED BY SIZE INTO W-REL-PARAM
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
              MOVE 'PRJ-REL-CNS' TO ERRL-PROG
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
