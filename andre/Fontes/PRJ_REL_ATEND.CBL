       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-ATEND.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_CXS.SL".
           COPY "PRJ_CXM.SL".
           COPY "PRJ_USU.SL".
           COPY "PRJ_FIL.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_CXS.FD".
           COPY "PRJ_CXM.FD".
           COPY "PRJ_USU.FD".
           COPY "PRJ_FIL.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-IMPRIMIR             VALUE 02.
       | transa??es (vendas + estornos + opera??es de caixa)
       | por caixa aberto na hora: acima do limite alto a
       | fila cresce; abaixo do limite ocioso o caixa sobra
       78  W-LIMITE-ALTO                  VALUE 30.
       78  W-LIMITE-OCIOSO                VALUE 2.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-CXS                PIC  X(02).
               88 VAL-CXS            VALUE '00' THRU '09'.
           03  ST-CXM                PIC  X(02).
               88 VAL-CXM            VALUE '00' THRU '09'.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  CAMPOS-TELA-W.
               05 W-FILIAL                PIC  X(10).
               05 W-DATAINI               PIC  99/99/9999.
               05 W-DATAFIN               PIC  99/99/9999.

               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-DATAMOV-I             PIC  9(08).
               05 W-HOJE-I                PIC  9(08).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           03  CAMPOS-APURACAO-W.
               05 W-FIL-ATUAL             PIC  X(10).
               05 W-USU-ATUAL             PIC  X(10).
               05 W-FIL-USU               PIC  X(10).
               05 W-DIA-J                 PIC  9(09).
               05 W-DIA-INI-J             PIC  9(09).
               05 W-DIA-FIN-J             PIC  9(09).
               05 W-DIA-SEMANA            PIC  9(01).
               05 W-HORA-AUX              PIC  9(08).
               05 REDEFINES W-HORA-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 FILLER               PIC  9(06).
               05 W-HH                    PIC  9(02).
               05 W-HH-INI                PIC  9(02).
               05 W-HH-FIM                PIC  9(02).
               05 W-HH-AGORA              PIC  9(02).
               05 W-IND-DIA               PIC  9(01).
               05 W-IND-HORA              PIC  9(02).
               05 W-TRANS                 PIC  9(07).
               05 W-RAZAO                 PIC  9(05)V9.
               05 W-MEDIA                 PIC  9(05)V9.
               05 W-QTD-FILIAIS           PIC  9(03).

               | quantas vezes cada dia da semana cai no per?odo
               05 W-QTD-DIA-SEM           PIC  9(05) OCCURS 7 TIMES.

               | contagens da filial: dia da semana x hora
               05 W-TAB-SEMANA.
                  07 W-TAB-DIA OCCURS 7 TIMES.
                     09 W-TAB-HORA OCCURS 24 TIMES.
                        11 W-C-VND        PIC 9(07).
                        11 W-C-CAN        PIC 9(07).
                        11 W-C-CXM        PIC 9(07).
                        11 W-C-SES        PIC 9(07).

               05 W-NOMES-DIA             PIC X(21) VALUE
                  'DOMSEGTERQUAQUISEXSAB'.
               05 REDEFINES W-NOMES-DIA.
                  07 W-NOME-DIA           PIC X(03) OCCURS 7 TIMES.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'MOVIMENTO DE GUICHE POR HORA E DIA DA SEMANA'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-FILIAL.
                  07 FILLER    PIC X(08) VALUE 'FILIAL: '.
                  07 W-CF-FIL  PIC X(10).
                  07 FILLER    PIC X(12) VALUE '  PERIODO: '.
                  07 W-CF-INI  PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 W-CF-FIN  PIC 99/99/9999.

               05 W-CAB-COL.
                  07 FILLER    PIC X(50) VALUE
                     'DIA HORA   VENDAS ESTORNOS  OPER.CX  CAIXAS'.
                  07 FILLER    PIC X(40) VALUE
                     ' TRANS/CX  SITUACAO'.
               05 W-CAB-COL-2.
                  07 FILLER    PIC X(50) VALUE
                     '          (media por dia da semana no periodo)'.

               05 W-LINHA-HORA.
                  07 W-LH-DIA  PIC X(03).
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LH-HORA PIC 99.
                  07 FILLER    PIC X(02) VALUE 'h '.
                  07 W-LH-VND  PIC ZZZZ9,9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LH-CAN  PIC ZZZZ9,9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LH-CXM  PIC ZZZZ9,9.
                  07 FILLER    PIC X(01) VALUE SPACES.
                  07 W-LH-SES  PIC ZZZZ9,9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LH-RAZ  PIC ZZZZ9,9.
                  07 FILLER    PIC X(02) VALUE SPACES.
                  07 W-LH-SIT  PIC X(20).

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-ATEND'.
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

       01  CAMPOS-CONTROLE-TELA-GRAFICA.
           03  EVENT-STATUS IS SPECIAL-NAMES EVENT STATUS.
               05 EVENT-TYPE              PIC X(4) COMP-X.
                  88 CA-CMD-CLOSE         VALUE 1.
                  88 CA-CMD-TABCHANGED    VALUE 7.
               05 EVENT-WINDOW-HANDLE     HANDLE OF WINDOW.
               05 EVENT-CONTROL-HANDLE    HANDLE.
               05 EVENT-CONTROL-ID        PIC XX COMP-X.
               05 EVENT-DATA-1            SIGNED-SHORT.
               05 EVENT-DATA-2            SIGNED-LONG.
               05 EVENT-ACTION            PIC X COMP-X.

           03  TECLA-ESCAPE IS SPECIAL-NAMES CRT STATUS
                                          PIC 9(4) VALUE 0.
               88 TECLOU-ESC              VALUE 27.

       01  JANELA-PRINCIPAL             PIC X(10) EXTERNAL.

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Filial:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FILIAL
                          LINE 02
                          COL 17
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 LABEL       LINE 02 COL 31
                          TITLE "(em branco: todas)"
                          ID 3
                          TRANSPARENT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Per?odo de:"
                          ID 4
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAINI
                          LINE 04
                          COL 17
                          3-D
                          BOXED
                          AUTO
                          ID 5
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 29
                          TITLE "a"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DATAFIN
                          LINE 04
                          COL 31
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Imprimir"
                          LINE 07
                          COL 05
                          SIZE 12
                          ID 8
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 07
                          COL 20
                          SIZE 13
                          SELF-ACT
                          ID 9
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION.
       INICIO.
           | dimensionamento do guich?: para cada filial, a
           | m?dia de vendas, estornos e opera??es de caixa por
           | dia da semana e hora do per?odo, contra a m?dia de
           | caixas abertos na mesma hora (CAIXA.ARQ). A filial
           | do caixa ? a do usu?rio que abriu a sess?o

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCAIXA
           IF ST-CXS = '35'
              OPEN OUTPUT CCAIXA
              CLOSE CCAIXA
              OPEN INPUT CCAIXA.
           IF NOT VAL-CXS
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCAIXAMOV
           IF ST-CXM = '35'
              OPEN OUTPUT CCAIXAMOV
              CLOSE CCAIXAMOV
              OPEN INPUT CCAIXAMOV.
           IF NOT VAL-CXM
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CUSUARIO
           IF NOT VAL-USU
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFILIAL
           IF ST-FIL = '35'
              OPEN OUTPUT CFILIAL
              CLOSE CFILIAL
              OPEN INPUT CFILIAL.
           IF NOT VAL-FIL
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 75 LINES 10
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Movimento de guich? por hora"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PRINCIPAL.

           INITIALIZE W-FILIAL W-DATAINI W-DATAFIN.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXCEPTION-TELA-PRINCIPAL
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CBILHETE CCAIXA CCAIXAMOV CUSUARIO CFILIAL.
           CLOSE WINDOW JANELA-PRINCIPAL.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXCEPTION-TELA-PRINCIPAL.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH
           END-IF

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-IMPRIMIR
                  PERFORM VALIDA-PERIODO
                  IF NOT DATA-OK
                     EXIT PARAGRAPH
                  END-IF

                  IF W-FILIAL NOT = SPACES
                     INITIALIZE FIL-REG-1
                     MOVE W-FILIAL TO FIL-COD
                     READ CFILIAL
                     IF NOT VAL-FIL
                        INITIALIZE CA-MESSAGE-LINK
                        MOVE 'Filial n?o cadastrada.' TO CA-MESSAGE-1
                        PERFORM MOSTRA-MSG-ERRO
                        EXIT PARAGRAPH
                     END-IF
                  END-IF

                  INITIALIZE W-NROPAGI
                  MOVE 800 TO W-CONTLIN
                  MOVE 0 TO W-QTD-FILIAIS

                  PERFORM ABRE-SPOOL-REL
                  OPEN OUTPUT PRINTF
                  IF W-FILIAL NOT = SPACES
                     MOVE W-FILIAL TO W-FIL-ATUAL
                     PERFORM RELATORIO-FILIAL
                  ELSE
                     PERFORM VARRE-FILIAIS
                  END-IF
                  CLOSE PRINTF
                  PERFORM GUARDA-REL
           END-EVALUATE.

       VALIDA-PERIODO.
           | per?odo fechado: a m?dia divide pelo n?mero de
           | vezes que cada dia da semana aparece nele
           SET DATA-OK TO TRUE
           IF W-DATAINI = '00/00/0000'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a data inicial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET DATA-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATAINI TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inicial inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATAUXI FROM CENTURY-DATE
           MOVE W-DATAUXI TO W-HOJE-I
           IF W-DATAFIN = '00/00/0000'
              COMPUTE W-DATAFIN = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
              DISPLAY TELA-PRINCIPAL
           END-IF
           MOVE W-DATAFIN TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-DATAINI TO W-DATAUXI
           COMPUTE W-DATAINI-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           MOVE W-DATAFIN TO W-DATAUXI
           COMPUTE W-DATAFIN-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           IF W-DATAFIN-I < W-DATAINI-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data final anterior ? inicial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET DATA-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE W-QTD-DIA-SEM(1) W-QTD-DIA-SEM(2)
                      W-QTD-DIA-SEM(3) W-QTD-DIA-SEM(4)
                      W-QTD-DIA-SEM(5) W-QTD-DIA-SEM(6)
                      W-QTD-DIA-SEM(7)
           COMPUTE W-DIA-INI-J = FUNCTION INTEGER-OF-DATE(W-DATAINI-I)
           COMPUTE W-DIA-FIN-J = FUNCTION INTEGER-OF-DATE(W-DATAFIN-I)
           PERFORM VARYING W-DIA-J FROM W-DIA-INI-J BY 1
                   UNTIL W-DIA-J > W-DIA-FIN-J
              COMPUTE W-DIA-SEMANA = FUNCTION MOD(W-DIA-J 7) + 1
              ADD 1 TO W-QTD-DIA-SEM(W-DIA-SEMANA)
           END-PERFORM.

       VARRE-FILIAIS.
           INITIALIZE FIL-REG-1
           START CFILIAL KEY >= FIL-COD
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFILIAL NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FIL
                 EXIT PERFORM
              END-IF
              MOVE FIL-COD TO W-FIL-ATUAL
              PERFORM RELATORIO-FILIAL
           END-PERFORM.

       RELATORIO-FILIAL.
           INITIALIZE W-TAB-SEMANA
           MOVE SPACES TO W-USU-ATUAL
           PERFORM CONTA-BILHETES
           PERFORM CONTA-SESSOES
           PERFORM CONTA-MOVIMENTOS
           PERFORM IMPRIME-FILIAL.

       CONTA-BILHETES.
           | venda no guich? pela data/hora da emiss?o; estorno
           | pela data/hora e filial de quem estornou
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

              IF BIL-FILIAL = W-FIL-ATUAL AND NOT BIL-VENDA-BORDO
                 AND BIL-DT-VENDA NOT = 0
                 MOVE BIL-DT-VENDA TO W-DATAUXI
                 PERFORM TESTA-DATA-PERIODO
                 IF DATA-OK
                    MOVE BIL-HORA TO W-HORA-AUX
                    ADD 1 TO W-C-VND(W-DIA-SEMANA, W-HH-AUX + 1)
                 END-IF
              END-IF

              IF BIL-CANCELADO AND BIL-FIL-CANC = W-FIL-ATUAL
                 AND BIL-DT-CANC NOT = 0
                 MOVE BIL-DT-CANC TO W-DATAUXI
                 PERFORM TESTA-DATA-PERIODO
                 IF DATA-OK
                    MOVE BIL-HR-CANC TO W-HORA-AUX
                    ADD 1 TO W-C-CAN(W-DIA-SEMANA, W-HH-AUX + 1)
                 END-IF
              END-IF
           END-PERFORM.

       CONTA-SESSOES.
           | a sess?o conta em cada hora cheia entre a abertura
           | e o fechamento; aberta ainda, vai at? agora (hoje)
           | ou at? o fim do dia
           INITIALIZE CXS-REG-1
           START CCAIXA KEY >= CXS-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCAIXA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CXS
                 EXIT PERFORM
              END-IF
              MOVE CXS-USU TO W-USU-ATUAL
              PERFORM FILIAL-DO-USUARIO
              IF W-FIL-USU = W-FIL-ATUAL
                 MOVE CXS-DATA TO W-DATAUXI
                 PERFORM TESTA-DATA-PERIODO
                 IF DATA-OK
                    PERFORM CONTA-HORAS-SESSAO
                 END-IF
              END-IF
           END-PERFORM.

       CONTA-HORAS-SESSAO.
           MOVE CXS-HR-ABRE TO W-HORA-AUX
           MOVE W-HH-AUX TO W-HH-INI
           IF CXS-HR-FECHA NOT = 0
              MOVE CXS-HR-FECHA TO W-HORA-AUX
              MOVE W-HH-AUX TO W-HH-FIM
           ELSE
              MOVE 23 TO W-HH-FIM
              IF W-DATAMOV-I = W-HOJE-I
                 ACCEPT W-HORA-AUX FROM TIME
                 MOVE W-HH-AUX TO W-HH-FIM
              END-IF
           END-IF
           IF W-HH-FIM < W-HH-INI
              MOVE 23 TO W-HH-FIM
           END-IF
           PERFORM VARYING W-HH FROM W-HH-INI BY 1
                   UNTIL W-HH > W-HH-FIM
              ADD 1 TO W-C-SES(W-DIA-SEMANA, W-HH + 1)
           END-PERFORM.

       CONTA-MOVIMENTOS.
           INITIALIZE CXM-REG-1
           START CCAIXAMOV KEY >= CXM-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCAIXAMOV NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CXM
                 EXIT PERFORM
              END-IF
              MOVE CXM-USU TO W-USU-ATUAL
              PERFORM FILIAL-DO-USUARIO
              IF W-FIL-USU = W-FIL-ATUAL
                 MOVE CXM-DATA TO W-DATAUXI
                 PERFORM TESTA-DATA-PERIODO
                 IF DATA-OK
                    MOVE CXM-HORA TO W-HORA-AUX
                    ADD 1 TO W-C-CXM(W-DIA-SEMANA, W-HH-AUX + 1)
                 END-IF
              END-IF
           END-PERFORM.

       FILIAL-DO-USUARIO.
           | os arquivos de caixa v?m em ordem de usu?rio: s?
           | rel? o cadastro quando o usu?rio muda
           IF W-USU-ATUAL = USU-LOGIN
              EXIT PARAGRAPH
           END-IF
           INITIALIZE USU-REG-1
           MOVE W-USU-ATUAL TO USU-LOGIN
           READ CUSUARIO
           IF VAL-USU
              MOVE USU-FILIAL TO W-FIL-USU
           ELSE
              MOVE SPACES TO W-FIL-USU
           END-IF.

       TESTA-DATA-PERIODO.
           | W-DATAUXI com a data ddmmaaaa do movimento; devolve
           | o dia da semana (1 = domingo)
           COMPUTE W-DATAMOV-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 +
                                 W-DIAAUXI
           SET DATA-OK TO FALSE
           IF W-DATAMOV-I >= W-DATAINI-I
              AND W-DATAMOV-I <= W-DATAFIN-I
              COMPUTE W-DIA-J = FUNCTION INTEGER-OF-DATE(W-DATAMOV-I)
              COMPUTE W-DIA-SEMANA = FUNCTION MOD(W-DIA-J 7) + 1
              SET DATA-OK TO TRUE
           END-IF.

       IMPRIME-FILIAL.
           MOVE 800 TO W-CONTLIN
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-FIL-ATUAL TO W-CF-FIL
           MOVE W-DATAINI   TO W-CF-INI
           MOVE W-DATAFIN   TO W-CF-FIN
           WRITE PRINTF-R FROM W-CAB-FILIAL AFTER 1
           WRITE PRINTF-R FROM W-CAB-COL AFTER 2
           WRITE PRINTF-R FROM W-CAB-COL-2 AFTER 1
           ADD 4 TO W-CONTLIN

           PERFORM VARYING W-IND-DIA FROM 1 BY 1
                   UNTIL W-IND-DIA > 7
              PERFORM VARYING W-IND-HORA FROM 1 BY 1
                      UNTIL W-IND-HORA > 24
                 IF W-C-VND(W-IND-DIA, W-IND-HORA) > 0
                    OR W-C-CAN(W-IND-DIA, W-IND-HORA) > 0
                    OR W-C-CXM(W-IND-DIA, W-IND-HORA) > 0
                    OR W-C-SES(W-IND-DIA, W-IND-HORA) > 0
                    PERFORM IMPRIME-HORA
                 END-IF
              END-PERFORM
           END-PERFORM.

       IMPRIME-HORA.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO W-LH-SIT
           MOVE W-NOME-DIA(W-IND-DIA) TO W-LH-DIA
           COMPUTE W-LH-HORA = W-IND-HORA - 1

           COMPUTE W-MEDIA ROUNDED = W-C-VND(W-IND-DIA, W-IND-HORA)
                                   / W-QTD-DIA-SEM(W-IND-DIA)
           MOVE W-MEDIA TO W-LH-VND
           COMPUTE W-MEDIA ROUNDED = W-C-CAN(W-IND-DIA, W-IND-HORA)
                                   / W-QTD-DIA-SEM(W-IND-DIA)
           MOVE W-MEDIA TO W-LH-CAN
           COMPUTE W-MEDIA ROUNDED = W-C-CXM(W-IND-DIA, W-IND-HORA)
                                   / W-QTD-DIA-SEM(W-IND-DIA)
           MOVE W-MEDIA TO W-LH-CXM
           COMPUTE W-MEDIA ROUNDED = W-C-SES(W-IND-DIA, W-IND-HORA)
                                   / W-QTD-DIA-SEM(W-IND-DIA)
           MOVE W-MEDIA TO W-LH-SES

           | transa??es por caixa-hora aberto no per?odo
           COMPUTE W-TRANS = W-C-VND(W-IND-DIA, W-IND-HORA)
                           + W-C-CAN(W-IND-DIA, W-IND-HORA)
                           + W-C-CXM(W-IND-DIA, W-IND-HORA)
           IF W-C-SES(W-IND-DIA, W-IND-HORA) = 0
              MOVE 0 TO W-LH-RAZ
              IF W-TRANS > 0
                 MOVE '*** SEM CAIXA ABERTO' TO W-LH-SIT
              END-IF
           ELSE
              COMPUTE W-RAZAO ROUNDED = W-TRANS
                                      / W-C-SES(W-IND-DIA, W-IND-HORA)
              MOVE W-RAZAO TO W-LH-RAZ
              IF W-RAZAO > W-LIMITE-ALTO
                 MOVE '*** SOBRECARGA' TO W-LH-SIT
              ELSE
                 IF W-RAZAO < W-LIMITE-OCIOSO
                    MOVE '*** CAIXA OCIOSO' TO W-LH-SIT
                 END-IF
              END-IF
           END-IF

           WRITE PRINTF-R FROM W-LINHA-HORA AFTER 1
           ADD 1 TO W-CONTLIN.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 58

              PERFORM IMPRIME-CABECALHO

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
           STRING 'FILIAL ' W-FILIAL
                  ' PERIODO ' W-DATAINI(1:10) ' A ' W-DATAFIN(1:10)
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
              MOVE 'PRJ-REL-ATEN' TO ERRL-PROG
              MOVE SPACES TO ERRL-USU
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

       MOSTRA-MSG-ATENCAO.
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       MOSTRA-MSG-MENSAGEM.
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 1 TO CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

       COPY "DATASP.CPY".
