       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CONTAS-PAGAR.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_PAG.SL".
       COPY "PRJ_FOR.SL".
       COPY "PRJ_ABA.SL".
       COPY "PRJ_SEQ.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_PARAM.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_PAG.FD".
       COPY "PRJ_FOR.FD".
       COPY "PRJ_ABA.FD".
       COPY "PRJ_SEQ.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_PARAM.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-INCLUIR              VALUE 02.
       78  EXCEPTION-CONSULTAR            VALUE 03.
       78  EXCEPTION-BAIXAR               VALUE 04.
       78  EXCEPTION-CANCELAR             VALUE 05.

       01  W-CAMPOS.
           03  ST-PAG                PIC  X(02).
               88 VAL-PAG            VALUE '00' THRU '09'.
           03  ST-FOR                PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-ABA                PIC  X(02).
               88 VAL-ABA            VALUE '00' THRU '09'.
           03  W-ABA-ATIVA           PIC  X(01) VALUE 'N'.
               88 ABA-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           | cidade da praca de cobranca/pagamento (PARAM 85):
           | vencimento cai no dia util dela; zero so considera
           | os feriados nacionais
           03  W-CID-PRACA           PIC  9(03) VALUE 0.

           03 CAMPOS-TELA.
               05 W-FOR              PIC 9(06) VALUE 0.
               05 W-FOR-NOME         PIC X(60).
               05 W-DOC              PIC X(15).
               05 W-EMISSAO-EDIT     PIC 99/99/9999.
               05 W-VENC-EDIT        PIC 99/99/9999.
               05 W-VALOR            PIC 9(09)V99 VALUE 0.
               05 W-QTD-PARC         PIC 9(02) VALUE 1.
               05 W-HIST             PIC X(40).
               05 W-CONTA-DESP       PIC X(10).
               05 W-ABA-INI-EDIT     PIC 99/99/9999.
               05 W-ABA-FIM-EDIT     PIC 99/99/9999.
               05 W-NUM              PIC 9(08) VALUE 0.
               05 W-PARC             PIC 9(02) VALUE 0.
               05 W-DTPAG-EDIT       PIC 99/99/9999.
               05 W-LST-IDX          PIC 9(03) VALUE 0.

               05 W-EMISSAO               PIC  9(08).
               05 W-VENC-I                PIC  9(08).
               05 W-VENC-J                PIC  9(09).
               05 W-ABA-INI-I             PIC  9(08).
               05 W-ABA-FIM-I             PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-DTPAG                 PIC  9(08).
               05 W-IND                   PIC  9(02).
               05 W-VLR-PARC              PIC  9(09)V99.
               05 W-VLR-ABA               PIC  9(09)V99.
               05 W-VLR-DIF               PIC S9(09)V99.
               05 W-QTD-ABA               PIC  9(05).
               05 W-QTD-CANC              PIC  9(02).
               05 W-VLR-EDIT              PIC  ZZZ.ZZZ.ZZ9,99.
               05 W-DIF-EDIT              PIC  -ZZZ.ZZZ.ZZ9,99.
               05 W-LOG-ACAO              PIC  X(20).
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.

           03 CAMPOS-LISTA.
               05 W-PAG-LINHA.
                  07 WP-NUM   PIC 9(08).
                  07 FILLER   PIC X(01) VALUE '/'.
                  07 WP-PARC  PIC 99.
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-VENC  PIC 99/99/9999.
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-FOR   PIC 9(06).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-DOC   PIC X(15).
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-VALOR PIC ZZZ.ZZZ.ZZ9,99.
                  07 FILLER   PIC X(02) VALUE SPACES.
                  07 WP-SIT   PIC X(10).

           COPY "PRJ_DUT.CPY".

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
               88 SETA-CIMA               VALUE 52.
               88 SETA-BAIXO              VALUE 53.
               88 OCORREU-EVENTO          VALUE 96.

           03  W-SCREEN-CONTROL IS SPECIAL-NAMES SCREEN CONTROL.
               05 W-ACCEPT-CONTROL        PIC 9.
               05 W-CONTROL-VALUE         PIC 999.
               05 W-CONTROL-HANDLE        USAGE HANDLE.
               05 W-CONTROL-ID            PIC X(2) COMP-X.

       01  JANELA-PROGRAMA                PIC X(10).

           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".

       LINKAGE SECTION.

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Fornecedor:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FOR
                          LINE 02
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-FOR.

           03 EF-FOR-NOME ENTRY-FIELD USING W-FOR-NOME
                          LINE 02
                          COL 32
                          SIZE 50
                          3-D
                          BOXED
                          ID 3
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 05
                          TITLE "Documento:"
                          ID 4
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DOC
                          LINE 04
                          COL 22
                          SIZE 15
                          3-D
                          BOXED
                          AUTO
                          ID 5
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 42
                          TITLE "Emissao:"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMISSAO-EDIT
                          LINE 04
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "1o vencimento:"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VENC-EDIT
                          LINE 06
                          COL 22
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 36
                          TITLE "Valor total:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VALOR
                          LINE 06
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 68
                          TITLE "Parcelas:"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-QTD-PARC
                          LINE 06
                          COL 79
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Historico:"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-HIST
                          LINE 08
                          COL 22
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 64
                          TITLE "Conta desp.:"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONTA-DESP
                          LINE 08
                          COL 77
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Abastecimentos de:"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ABA-INI-EDIT
                          LINE 10
                          COL 24
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 37
                          TITLE "ate:"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ABA-FIM-EDIT
                          LINE 10
                          COL 42
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Incluir"
                          LINE 12
                          COL 05
                          SIZE 12
                          ID 22
                          EXCEPTION-VALUE EXCEPTION-INCLUIR.

           03 PUSH-BUTTON TITLE "&Consultar"
                          LINE 12
                          COL 20
                          SIZE 12
                          ID 23
                          EXCEPTION-VALUE EXCEPTION-CONSULTAR.

           03 LST-PAGAR LIST-BOX
                       LINE 14
                       COL 02
                       SIZE 90
                       LINES 8
                       3-D
                       ID 24
                       FONT SMALL-FONT
                       USING W-LST-IDX
                       UNSORTED
                       NOTIFY.

           03 LABEL       LINE 23 COL 05
                          TITLE "Titulo:"
                          ID 25
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NUM
                          LINE 23
                          COL 14
                          SIZE 9
                          3-D
                          BOXED
                          AUTO
                          ID 26
                          FONT SMALL-FONT.

           03 LABEL       LINE 23 COL 25
                          TITLE "Parcela:"
                          ID 27
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PARC
                          LINE 23
                          COL 35
                          3-D
                          BOXED
                          AUTO
                          ID 28
                          FONT SMALL-FONT.

           03 LABEL       LINE 23 COL 41
                          TITLE "Data pagamento:"
                          ID 29
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DTPAG-EDIT
                          LINE 23
                          COL 58
                          3-D
                          BOXED
                          AUTO
                          ID 30
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Baixar"
                          LINE 25
                          COL 05
                          SIZE 12
                          ID 31
                          EXCEPTION-VALUE EXCEPTION-BAIXAR.

           03 PUSH-BUTTON TITLE "Cance&lar titulo"
                          LINE 25
                          COL 20
                          SIZE 16
                          ID 32
                          EXCEPTION-VALUE EXCEPTION-CANCELAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 25
                          COL 39
                          SIZE 12
                          SELF-ACT
                          ID 33
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CPAGAR
           IF ST-PAG = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CPAGAR
              CLOSE CPAGAR
              OPEN I-O CPAGAR.
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFORNEC
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

           | sem abastecimentos a nota do posto entra sem vinculo
           OPEN I-O CABASTEC
           IF ST-ABA = '35'
              SET ABA-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ABA
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ABA-ATIVA TO TRUE
           END-IF.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-CID-PRACA

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE W-DATASIS TO W-EMISSAO-EDIT

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 95 LINES 27
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Contas a pagar - titulos"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-FOR-NOME, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CPAGAR CFORNEC CSEQ CLOG.
           IF ABA-ATIVA
              CLOSE CABASTEC.

           CANCEL "PRJ_DIA_UTIL"

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       BUSCA-CID-PRACA.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 85 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-CID-PRACA
           END-IF

           CLOSE CPARAM.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-INCLUIR
                  PERFORM INCLUIR-TITULO
             WHEN EXCEPTION-CONSULTAR
                  PERFORM CONSULTAR-TITULOS
             WHEN EXCEPTION-BAIXAR
                  PERFORM BAIXAR-TITULO
             WHEN EXCEPTION-CANCELAR
                  PERFORM CANCELAR-TITULO
           END-EVALUATE.

       PROC-FOR.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           IF W-FOR NOT = 0
              PERFORM VALIDA-FOR
           END-IF.

       VALIDA-FOR.
           SET VALIDACAO-OK TO TRUE
           INITIALIZE FOR-REG-1
           MOVE W-FOR TO FOR-COD
           READ CFORNEC
           IF ST-FOR = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor nao cadastrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO
           END-IF

           IF NOT FOR-EM-USO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fornecedor inativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE FOR-NOME TO W-FOR-NOME
           IF W-CONTA-DESP = SPACES
              MOVE FOR-CONTA-DESP TO W-CONTA-DESP
           END-IF
           DISPLAY TELA-PRINCIPAL.

       INCLUIR-TITULO.
           PERFORM VALIDA-FOR
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           IF W-DOC = SPACES OR W-VALOR = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe documento e valor do titulo.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-QTD-PARC = 0
              MOVE 1 TO W-QTD-PARC
           END-IF
           IF W-QTD-PARC > 12
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Maximo de 12 parcelas.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-CONTA-DESP = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a conta de despesa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-EMISSAO-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de emissao invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-EMISSAO
           COMPUTE W-DATA-I = W-ANO-CRIT * 10000 +
                              W-MES-CRIT * 100 + W-DIA-CRIT

           MOVE W-VENC-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de vencimento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-VENC-I = W-ANO-CRIT * 10000 +
                              W-MES-CRIT * 100 + W-DIA-CRIT
           IF W-VENC-I < W-DATA-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Vencimento anterior a emissao.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | nota de posto: os abastecimentos do periodo ainda sem
           | titulo sao conferidos contra o valor da nota
           MOVE 0 TO W-QTD-ABA W-VLR-ABA
           IF W-ABA-INI-EDIT NOT = '00/00/0000'
              IF NOT FOR-COMBUSTIVEL
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Somente fornecedor de combustivel tem'
                      TO CA-MESSAGE-1
                 MOVE 'abastecimentos a vincular.' TO CA-MESSAGE-2
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              IF NOT ABA-ATIVA
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Nao ha abastecimentos registrados.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              PERFORM VALIDA-PERIODO-ABA
              IF NOT VALIDACAO-OK
                 EXIT PARAGRAPH
              END-IF
              SET VALIDACAO-OK TO FALSE
              PERFORM PERCORRE-ABASTECIMENTOS
              IF W-QTD-ABA = 0
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Nenhum abastecimento sem titulo neste posto'
                      TO CA-MESSAGE-1
                 MOVE 'no periodo informado.' TO CA-MESSAGE-2
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              IF W-VLR-ABA NOT = W-VALOR
                 COMPUTE W-VLR-DIF = W-VALOR - W-VLR-ABA
                 MOVE W-VLR-DIF TO W-DIF-EDIT
                 INITIALIZE CA-MESSAGE-LINK
                 STRING 'Nota difere dos abastecimentos em R$'
                        W-DIF-EDIT DELIMITED BY SIZE
                        INTO CA-MESSAGE-1
                 MOVE 'Confirma a inclusao?' TO CA-MESSAGE-2
                 MOVE 2 TO CA-MESSAGE-TYPE
                 MOVE 22 TO CA-MESSAGE-RESP
                 CALL 'CAMESSAG'
                 CANCEL 'CAMESSAG'
                 IF CA-MESSAGE-RESP = 2
                    EXIT PARAGRAPH
                 END-IF
              END-IF
           END-IF

           PERFORM PROXIMO-NUM-TITULO

           | parcelas a cada 30 dias; a ultima absorve o resto
           COMPUTE W-VLR-PARC = W-VALOR / W-QTD-PARC
           COMPUTE W-VENC-J = FUNCTION INTEGER-OF-DATE(W-VENC-I)
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-PARC
              INITIALIZE PAG-REG-1
              MOVE W-NUM        TO PAG-NUM
              MOVE W-IND        TO PAG-PARC
              MOVE W-FOR        TO PAG-FOR
              MOVE W-DOC        TO PAG-DOC
              MOVE W-QTD-PARC   TO PAG-QTD-PARC
              MOVE W-EMISSAO    TO PAG-EMISSAO
              MOVE W-HIST       TO PAG-HIST
              MOVE W-CONTA-DESP TO PAG-CONTA-DESP
              IF W-IND = W-QTD-PARC
                 COMPUTE PAG-VALOR = W-VALOR -
                         W-VLR-PARC * (W-QTD-PARC - 1)
              ELSE
                 MOVE W-VLR-PARC TO PAG-VALOR
              END-IF
              COMPUTE W-DATA-I = FUNCTION DATE-OF-INTEGER(
                                 W-VENC-J + (W-IND - 1) * 30)
              | o vencimento da nota fica como informado; as
              | parcelas geradas caem no dia util seguinte
              IF W-IND > 1
                 INITIALIZE AREA-DIA-UTIL
                 SET DUT-PROXIMO-UTIL TO TRUE
                 MOVE W-CID-PRACA TO DUT-CID
                 MOVE W-DATA-I TO DUT-DATA-I
                 CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
                 MOVE DUT-DATA-I TO W-DATA-I
              END-IF
              MOVE W-DATA-I TO W-DATAUXI
              COMPUTE PAG-VENC = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
              SET PAG-ABERTO    TO TRUE
              MOVE W-DATASIS    TO PAG-DT-INC
              MOVE W-LOGIN-L    TO PAG-USU
              WRITE PAG-REG-1
              IF NOT VAL-PAG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM

           IF W-QTD-ABA > 0
              SET VALIDACAO-OK TO TRUE
              PERFORM PERCORRE-ABASTECIMENTOS
           END-IF

           MOVE 'Inclusao de titulo' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-PAGAR

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Titulo incluido. N:' TO CA-MESSAGE-1
           IF W-QTD-ABA > 0
              STRING W-NUM ' - abastecimentos vinculados: '
                     W-QTD-ABA DELIMITED BY SIZE INTO CA-MESSAGE-2
           ELSE
              MOVE W-NUM TO CA-MESSAGE-2
           END-IF
           PERFORM MOSTRA-MSG-MENSAGEM

           INITIALIZE W-DOC W-VALOR W-HIST W-VENC-EDIT
                      W-ABA-INI-EDIT W-ABA-FIM-EDIT
           MOVE 1 TO W-QTD-PARC
           DISPLAY TELA-PRINCIPAL.

       VALIDA-PERIODO-ABA.
           SET VALIDACAO-OK TO FALSE
           MOVE W-ABA-INI-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data inicial dos abastecimentos invalida.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-ABA-INI-I = W-ANO-CRIT * 10000 +
                                 W-MES-CRIT * 100 + W-DIA-CRIT

           IF W-ABA-FIM-EDIT = '00/00/0000'
              MOVE W-ABA-INI-I TO W-ABA-FIM-I
           ELSE
              MOVE W-ABA-FIM-EDIT TO W-DATA-CRIT
              PERFORM CRITICA-DATA
              IF NOT DATA-OK
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Data final dos abastecimentos invalida.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              COMPUTE W-ABA-FIM-I = W-ANO-CRIT * 10000 +
                                    W-MES-CRIT * 100 + W-DIA-CRIT
           END-IF

           IF W-ABA-FIM-I < W-ABA-INI-I
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Periodo dos abastecimentos invalido.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           SET VALIDACAO-OK TO TRUE.

       PERCORRE-ABASTECIMENTOS.
           | VALIDACAO-OK desligado soma os abastecimentos livres do
           | posto no periodo; ligado grava neles o numero do titulo
           INITIALIZE ABA-REG-1
           MOVE LOW-VALUES TO ABA-CHAVE
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 EXIT PERFORM
              END-IF

              | saida da bomba da garagem nao e compra de posto: o
              | diesel ja foi pago na nota de entrega do tanque
              IF ABA-ORIGEM NOT NUMERIC
                 MOVE 0 TO ABA-ORIGEM
              END-IF
              IF ABA-POSTO = FOR-POSTO AND ABA-PAG-NUM = 0
                 AND NOT ABA-DO-TANQUE
                 MOVE ABA-DATA TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 + W-DIAAUXI
                 IF W-DATA-I >= W-ABA-INI-I
                    AND W-DATA-I <= W-ABA-FIM-I
                    IF VALIDACAO-OK
                       MOVE W-NUM TO ABA-PAG-NUM
                       REWRITE ABA-REG-1
                       IF NOT VAL-ABA
                          PERFORM ERRO-ARQUIVO
                       END-IF
                    ELSE
                       ADD 1 TO W-QTD-ABA
                       ADD ABA-VLR-TOTAL TO W-VLR-ABA
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.

       LIBERA-ABASTECIMENTOS.
           INITIALIZE ABA-REG-1
           MOVE LOW-VALUES TO ABA-CHAVE
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 EXIT PERFORM
              END-IF

              IF ABA-PAG-NUM = W-NUM
                 MOVE 0 TO ABA-PAG-NUM
                 REWRITE ABA-REG-1
                 IF NOT VAL-ABA
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM.

       PROXIMO-NUM-TITULO.
           INITIALIZE SEQ-REG-1
           MOVE 'PAGAR' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'PAGAR' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-NUM
           REWRITE SEQ-REG-1.

       CONSULTAR-TITULOS.
           | com fornecedor informado lista todos os titulos dele;
           | sem fornecedor, somente os que ainda nao foram pagos
           MODIFY LST-PAGAR, RESET-LIST = 1

           INITIALIZE PAG-REG-1
           IF W-FOR NOT = 0
              MOVE W-FOR TO PAG-FOR
              START CPAGAR KEY = PAG-FOR
                 INVALID KEY EXIT PARAGRAPH
              END-START
           ELSE
              START CPAGAR KEY >= PAG-CHAVE
                 INVALID KEY EXIT PARAGRAPH
              END-START
           END-IF
           PERFORM UNTIL 1 = 2
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG
                 EXIT PERFORM
              END-IF
              IF W-FOR NOT = 0 AND PAG-FOR NOT = W-FOR
                 EXIT PERFORM
              END-IF

              IF W-FOR NOT = 0 OR PAG-ABERTO OR PAG-NA-REMESSA
                 MOVE PAG-NUM   TO WP-NUM
                 MOVE PAG-PARC  TO WP-PARC
                 MOVE PAG-VENC  TO WP-VENC
                 MOVE PAG-FOR   TO WP-FOR
                 MOVE PAG-DOC   TO WP-DOC
                 MOVE PAG-VALOR TO WP-VALOR
                 EVALUATE TRUE
                    WHEN PAG-ABERTO     MOVE 'ABERTO'    TO WP-SIT
                    WHEN PAG-NA-REMESSA MOVE 'REMESSA'   TO WP-SIT
                    WHEN PAG-PAGO       MOVE 'PAGO'      TO WP-SIT
                    WHEN PAG-CANCELADO  MOVE 'CANCELADO' TO WP-SIT
                    WHEN OTHER          MOVE SPACES      TO WP-SIT
                 END-EVALUATE
                 MODIFY LST-PAGAR, ITEM-TO-ADD = W-PAG-LINHA
              END-IF
           END-PERFORM.

       BAIXAR-TITULO.
           | baixa manual para o que foi pago fora da remessa
           | (PIX avulso, boleto no caixa do banco)
           IF W-NUM = 0 OR W-PARC = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe titulo e parcela.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-DTPAG-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de pagamento invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DTPAG

           INITIALIZE PAG-REG-1
           MOVE W-NUM  TO PAG-NUM
           MOVE W-PARC TO PAG-PARC
           READ CPAGAR
           IF ST-PAG = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO
           END-IF

           IF PAG-NA-REMESSA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Parcela em remessa ao banco.' TO CA-MESSAGE-1
              MOVE 'Aguarde o arquivo de retorno.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF
           IF NOT PAG-ABERTO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Parcela ja paga ou cancelada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           SET PAG-PAGO TO TRUE
           MOVE W-DTPAG   TO PAG-DT-PAG
           MOVE PAG-VALOR TO PAG-VLR-PAGO
           MOVE W-LOGIN-L TO PAG-USU-PAG
           REWRITE PAG-REG-1
           IF NOT VAL-PAG
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE 'Baixa manual' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-PAGAR

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Parcela baixada.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       CANCELAR-TITULO.
           | cancela o titulo inteiro e devolve os abastecimentos
           | vinculados para outra nota do posto
           IF W-NUM = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o titulo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           SET VALIDACAO-OK TO TRUE
           MOVE 0 TO W-QTD-CANC
           INITIALIZE PAG-REG-1
           MOVE W-NUM TO PAG-NUM
           START CPAGAR KEY >= PAG-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG OR PAG-NUM NOT = W-NUM
                 EXIT PERFORM
              END-IF
              ADD 1 TO W-QTD-CANC
              IF PAG-PAGO OR PAG-NA-REMESSA
                 SET VALIDACAO-OK TO FALSE
              END-IF
           END-PERFORM

           IF W-QTD-CANC = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo nao encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VALIDACAO-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Titulo com parcela paga ou em remessa'
                   TO CA-MESSAGE-1
              MOVE 'nao pode ser cancelado.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Confirma o cancelamento do titulo?' TO CA-MESSAGE-1
           MOVE W-NUM TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PAG-REG-1
           MOVE W-NUM TO PAG-NUM
           START CPAGAR KEY >= PAG-CHAVE
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL 1 = 2
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG OR PAG-NUM NOT = W-NUM
                 EXIT PERFORM
              END-IF
              IF PAG-ABERTO
                 SET PAG-CANCELADO TO TRUE
                 MOVE W-LOGIN-L TO PAG-USU-PAG
                 REWRITE PAG-REG-1
                 IF NOT VAL-PAG
                    PERFORM ERRO-ARQUIVO
                 END-IF
              END-IF
           END-PERFORM

           IF ABA-ATIVA
              PERFORM LIBERA-ABASTECIMENTOS
           END-IF

           MOVE 'Cancelamento' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-PAGAR

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Titulo cancelado.' TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       GRAVA-LOG-PAGAR.
           ACCEPT W-HORA FROM TIME
           INITIALIZE LOG-REG-1
           MOVE W-HORA TO LOG-HORA
           MOVE W-DATASIS TO LOG-DIA
           READ CLOG
           IF ST-LOG = '23'
              INITIALIZE LOG-REG-1
              MOVE W-HORA TO LOG-HORA
              MOVE W-DATASIS TO LOG-DIA
           ELSE
              IF NOT VAL-LOG
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           MOVE W-LOGIN-L TO LOG-USU
           MOVE SPACES TO LOG-REG
           STRING W-LOG-ACAO DELIMITED BY '  '
                  ' ' W-NUM DELIMITED BY SIZE INTO LOG-REG
           MOVE 'PAGAR.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 2 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
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
              MOVE 'PRJ-CONTAS-PAGAR' TO ERRL-PROG
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

       PERGUNTA-INICIALIZA.
          CALL "C$RERRNAME" USING W-ARQUIVO.

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Deseja inicializar o arquivo' TO CA-MESSAGE-1
           MOVE W-ARQUIVO TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 2
              PERFORM ERRO-ARQUIVO.

       COPY "DATASP.CPY".
