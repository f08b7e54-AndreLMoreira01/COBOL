       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CLI-CONV-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CLI.SL".

           | copia do CLIENTE.ARQ no layout sem endereco em
           | partes, feita na primeira execucao
           SELECT CCLIANT ASSIGN TO 'CLIENTE.ANT'
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CLA-CPF
                  ALTERNATE RECORD KEY IS CLA-DOC-NUM WITH DUPLICATES
                  FILE STATUS IS ST-CLA.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CLI.FD".

       FD  CCLIANT
           LABEL RECORD STANDARD.
       01  CLA-REG-1.
           03 CLA-CPF                    PIC 9(11).
           03 CLA-NOME                   PIC X(60).
           03 CLA-END                    PIC X(100).
           03 CLA-TEL                    PIC 9(10).
           03 CLA-COM                    PIC 9(04).
           03 CLA-DESC                   PIC 9(04).
           03 CLA-BLOQ                   PIC 9(01).
           03 CLA-EMAIL                  PIC X(60).
           03 CLA-CEL                    PIC 9(11).
           03 CLA-CONTA                  PIC 9(14).
           03 CLA-DOC-TIPO               PIC 9(01).
           03 CLA-DOC-NUM                PIC X(20).
           03 CLA-SMS-OPT                PIC X(01).
           03 CLA-DT-NASC                PIC 9(08).
           03 CLA-BENEF-DOC              PIC X(20).

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-CLA                PIC  X(02).
               88 VAL-CLA            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-NOME-ORIG           PIC  X(40) VALUE 'CLIENTE.ARQ'.
           03  W-NOME-ANT            PIC  X(40) VALUE 'CLIENTE.ANT'.
           03  W-TIPO-IDX            PIC  X(01) VALUE 'I'.
           03  W-RET-COPIA           PIC S9(04) COMP-4.

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

               05 W-QTD-LIDOS             PIC  9(07) VALUE 0.
               05 W-QTD-CARGA             PIC  9(07) VALUE 0.
               05 W-QTD-CONV              PIC  9(07) VALUE 0.
               05 W-QTD-SEM-CEP           PIC  9(07) VALUE 0.
               05 W-QTD-FALHA             PIC  9(07) VALUE 0.

               05 W-LINHA-1.
                  07 W-L1-CPF  PIC 9(11).
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-L1-NOME PIC X(30).
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-L1-MOT  PIC X(30).
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-L1-END  PIC X(100).

               05 W-LINHA-RESUMO.
                  07 W-LR-TXT  PIC X(40).
                  07 W-LR-QTD  PIC ZZZZZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'CONVERSAO DO ENDERECO DE CLIENTES'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(13) VALUE 'CPF'.
                  07 FILLER    PIC X(32) VALUE 'NOME'.
                  07 FILLER    PIC X(32) VALUE 'SITUACAO'.
                  07 FILLER    PIC X(30) VALUE 'ENDERECO ATUAL'.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-CLI-CONV-LOTE'.
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
           COPY "PRJ_END.CPY".

       LINKAGE SECTION.

       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | conversao unica do endereco livre (CLI-END) para
           | as partes do cadastro. Na primeira execucao o
           | CLIENTE.ARQ ainda esta no layout antigo (abre com
           | 39): e copiado para CLIENTE.ANT e recarregado no
           | layout novo. Depois cada cliente com logradouro em
           | branco e endereco livre preenchido e separado por
           | PRJ_ENDERECO; o que nao separou sai na lista para
           | correcao no cadastro e e tentado de novo na
           | proxima execucao. Convertido sem CEP tambem sai,
           | so como aviso

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN I-O CCLIENTE
           IF ST-CLI = '39'
              PERFORM CONVERTE-LAYOUT
           END-IF
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM SEPARA-ENDERECOS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CCLIENTE.
           CANCEL "PRJ_ENDERECO".
           EXIT PROGRAM
           STOP RUN.

       CONVERTE-LAYOUT.
           | o original fica em CLIENTE.ANT ate a conferencia;
           | o CLIENTE.ARQ e recriado vazio no layout novo
           CALL "C$COPY" USING W-NOME-ORIG, W-NOME-ANT, W-TIPO-IDX
                GIVING W-RET-COPIA
           IF W-RET-COPIA NOT = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Falha ao copiar CLIENTE.ARQ para CLIENTE.ANT.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              PERFORM FIM
           END-IF

           OPEN INPUT CCLIANT
           IF NOT VAL-CLA
              PERFORM ERRO-ARQUIVO.

           CALL "C$DELETE" USING W-NOME-ORIG, W-TIPO-IDX
           OPEN OUTPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           PERFORM UNTIL 1 = 2
              READ CCLIANT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CLA
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO W-QTD-CARGA

              INITIALIZE CLI-REG-1
              MOVE CLA-CPF        TO CLI-CPF
              MOVE CLA-NOME       TO CLI-NOME
              MOVE CLA-END        TO CLI-END
              MOVE CLA-TEL        TO CLI-TEL
              MOVE CLA-COM        TO CLI-COM
              MOVE CLA-DESC       TO CLI-DESC
              MOVE CLA-BLOQ       TO CLI-BLOQ
              MOVE CLA-EMAIL      TO CLI-EMAIL
              MOVE CLA-CEL        TO CLI-CEL
              MOVE CLA-CONTA      TO CLI-CONTA
              MOVE CLA-DOC-TIPO   TO CLI-DOC-TIPO
              MOVE CLA-DOC-NUM    TO CLI-DOC-NUM
              MOVE CLA-SMS-OPT    TO CLI-SMS-OPT
              MOVE CLA-DT-NASC    TO CLI-DT-NASC
              MOVE CLA-BENEF-DOC  TO CLI-BENEF-DOC
              WRITE CLI-REG-1
              IF NOT VAL-CLI
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM

           CLOSE CCLIANT CCLIENTE
           OPEN I-O CCLIENTE.

       SEPARA-ENDERECOS.
           INITIALIZE CLI-REG-1
           MOVE 0 TO CLI-CPF
           START CCLIENTE KEY >= CLI-CPF
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CLI
                 IF ST-CLI <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-LIDOS

              IF CLI-LOGRADOURO = SPACES AND CLI-END NOT = SPACES
                 PERFORM SEPARA-CLIENTE
              END-IF
           END-PERFORM.

       SEPARA-CLIENTE.
           INITIALIZE AREA-ENDERECO
           SET ENDR-SEPARA TO TRUE
           MOVE CLI-END TO ENDR-LIVRE
           CALL "PRJ_ENDERECO" USING AREA-ENDERECO
           IF ENDR-FALHOU
              ADD 1 TO W-QTD-FALHA
              MOVE ENDR-MOTIVO TO W-L1-MOT
              PERFORM IMPRIME-CLIENTE
              EXIT PARAGRAPH
           END-IF

           | a linha livre original fica como esta; as partes
           | passam a valer e a proxima gravacao no cadastro
           | remonta a linha no formato padrao
           MOVE ENDR-LOGRADOURO  TO CLI-LOGRADOURO
           MOVE ENDR-NUMERO      TO CLI-NUMERO
           MOVE ENDR-COMPLEMENTO TO CLI-COMPLEMENTO
           MOVE ENDR-BAIRRO      TO CLI-BAIRRO
           MOVE ENDR-CIDADE      TO CLI-CIDADE
           MOVE ENDR-UF          TO CLI-UF
           MOVE ENDR-CEP         TO CLI-CEP
           REWRITE CLI-REG-1
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD 1 TO W-QTD-CONV

           IF CLI-CEP = 0
              ADD 1 TO W-QTD-SEM-CEP
              MOVE 'CONVERTIDO SEM CEP' TO W-L1-MOT
              PERFORM IMPRIME-CLIENTE
           END-IF.

       IMPRIME-CLIENTE.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE CLI-CPF  TO W-L1-CPF
           MOVE CLI-NOME TO W-L1-NOME
           MOVE CLI-END  TO W-L1-END
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           IF W-QTD-CARGA > 0
              MOVE 'RECARREGADOS NO LAYOUT NOVO:' TO W-LR-TXT
              MOVE W-QTD-CARGA TO W-LR-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1
           END-IF

           MOVE 'CLIENTES LIDOS:' TO W-LR-TXT
           MOVE W-QTD-LIDOS TO W-LR-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1

           MOVE 'ENDERECOS CONVERTIDOS:' TO W-LR-TXT
           MOVE W-QTD-CONV TO W-LR-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1

           MOVE '  DOS QUAIS SEM CEP:' TO W-LR-TXT
           MOVE W-QTD-SEM-CEP TO W-LR-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1

           MOVE 'NAO CONVERTIDOS (CORRIGIR NO CADASTRO):'
                TO W-LR-TXT
           MOVE W-QTD-FALHA TO W-LR-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO AFTER 1.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 2 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
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
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 5 TO W-CONTLIN.

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
              MOVE 'PRJ-CLI-CONV' TO ERRL-PROG
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

       MOSTRA-MSG-ERRO.
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".
