       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-FOR.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_FOR.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_FOR.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.

       01  W-CAMPOS.
           03  ST-FOR                PIC  X(02).
               88 VAL-FOR            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.

           03 CAMPOS-TELA.
               05 W-COD          PIC 9(6).
               05 W-NOME         PIC X(60).
               05 W-CNPJ         PIC 9(14).
               05 W-TIPO         PIC 9(1).
               05 W-POSTO        PIC X(30).
               05 W-CONTA-DESP   PIC X(10).
               05 W-BANCO        PIC 9(3).
               05 W-AGENCIA      PIC 9(5).
               05 W-CONTA-BCO    PIC X(12).
               05 W-PIX-CHAVE    PIC X(40).
               05 W-ATIVO        PIC X(1).

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(8).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

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

       LINKAGE SECTION.

       77  W-LOGIN-L            PIC X(10).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
           03 LABEL       LINE 02 COL 05
                          TITLE "Codigo do fornecedor:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COD
                          LINE 02
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-COD.

           03 LABEL       LINE 04 COL 05
                          TITLE "Razao social:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NOME
                          LINE 04
                          COL 30
                          SIZE 60
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "CNPJ:"
                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CNPJ
                          LINE 06
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Tipo (1-comb 2-pecas 3-ped 4-serv):"
                          ID 7
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-TIPO
                          LINE 08
                          COL 45
                          3-D
                          BOXED
                          AUTO
                          ID 8
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Posto (igual ao abastecimento):"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-POSTO
                          LINE 10
                          COL 40
                          SIZE 30
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Conta de despesa:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONTA-DESP
                          LINE 12
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Banco:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-BANCO
                          LINE 14
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 40
                          TITLE "Agencia:"
                          ID 15
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-AGENCIA
                          LINE 14
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 16
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 64
                          TITLE "Conta:"
                          ID 17
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CONTA-BCO
                          LINE 14
                          COL 72
                          3-D
                          BOXED
                          AUTO
                          ID 18
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 05
                          TITLE "Chave PIX:"
                          ID 19
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PIX-CHAVE
                          LINE 16
                          COL 30
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 20
                          FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 05
                          TITLE "Ativo (S/N):"
                          ID 21
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ATIVO
                          LINE 18
                          COL 30
                          3-D
                          BOXED
                          AUTO
                          ID 22
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 20
                          COL 05
                          SIZE 12
                          ID 23
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 20
                          COL 20
                          SIZE 12
                          SELF-ACT
                          ID 24
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CFORNEC
           IF ST-FOR = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CFORNEC
              CLOSE CFORNEC
              OPEN I-O CFORNEC.
           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 95 LINES 22
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Contas a pagar - fornecedores"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CFORNEC CLOG.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-GRAVAR
                  PERFORM GRAVAR
           END-EVALUATE.

       PROC-COD.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-COD.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF.

       GRAVAR.
           IF W-COD = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Codigo invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-NOME = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a razao social.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-TIPO < 1 OR W-TIPO > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo invalido (1 a 4).' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | o posto liga as notas do fornecedor aos abastecimentos
           IF W-TIPO = 1 AND W-POSTO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o posto como lancado nos abastecimentos.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-BANCO = 0 AND W-PIX-CHAVE = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe os dados bancarios ou a chave PIX.'
                TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-ATIVO NOT = 'S' AND W-ATIVO NOT = 'N'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe S ou N em Ativo.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | conta de despesa padrao conforme o tipo do fornecedor
           IF W-CONTA-DESP = SPACES
              EVALUATE W-TIPO
                WHEN 1 MOVE '4.1.01.001' TO W-CONTA-DESP
                WHEN 2 MOVE '4.1.02.001' TO W-CONTA-DESP
                WHEN 3 MOVE '4.1.03.001' TO W-CONTA-DESP
                WHEN 4 MOVE '4.1.04.001' TO W-CONTA-DESP
              END-EVALUATE
           END-IF

           INITIALIZE    FOR-REG-1
           MOVE W-COD    TO FOR-COD
           READ CFORNEC
           IF ST-FOR = '23'
                INITIALIZE FOR-REG-1
                MOVE W-COD TO FOR-COD
           ELSE
                IF NOT VAL-FOR
                    PERFORM ERRO-ARQUIVO.

           MOVE W-NOME       TO FOR-NOME
           MOVE W-CNPJ       TO FOR-CNPJ
           MOVE W-TIPO       TO FOR-TIPO
           MOVE W-POSTO      TO FOR-POSTO
           MOVE W-CONTA-DESP TO FOR-CONTA-DESP
           MOVE W-BANCO      TO FOR-BANCO
           MOVE W-AGENCIA    TO FOR-AGENCIA
           MOVE W-CONTA-BCO  TO FOR-CONTA-BCO
           MOVE W-PIX-CHAVE  TO FOR-PIX-CHAVE
           MOVE W-ATIVO      TO FOR-ATIVO
           MOVE W-LOGIN-L    TO FOR-USU

           INITIALIZE CA-MESSAGE-LINK
           PERFORM GRAVA-LOG-FOR
           IF ST-FOR = '23'
               WRITE FOR-REG-1
               MOVE 'Fornecedor gravado.' TO CA-MESSAGE-1
           ELSE
              REWRITE FOR-REG-1
              MOVE 'Fornecedor regravado.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-FOR
              PERFORM ERRO-ARQUIVO.

           DISPLAY TELA-PRINCIPAL.
           PERFORM MOSTRA-MSG-MENSAGEM.

       VALIDA-COD.

           SET VALIDACAO-OK TO TRUE.
           IF W-COD = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Codigo invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF.

           INITIALIZE FOR-REG-1
           MOVE W-COD TO FOR-COD
           READ CFORNEC
           IF VAL-FOR
              MOVE FOR-NOME       TO W-NOME
              MOVE FOR-CNPJ       TO W-CNPJ
              MOVE FOR-TIPO       TO W-TIPO
              MOVE FOR-POSTO      TO W-POSTO
              MOVE FOR-CONTA-DESP TO W-CONTA-DESP
              MOVE FOR-BANCO      TO W-BANCO
              MOVE FOR-AGENCIA    TO W-AGENCIA
              MOVE FOR-CONTA-BCO  TO W-CONTA-BCO
              MOVE FOR-PIX-CHAVE  TO W-PIX-CHAVE
              MOVE FOR-ATIVO      TO W-ATIVO
           ELSE
              IF ST-FOR = '23'
                 MOVE SPACES TO W-NOME W-POSTO W-CONTA-DESP
                 MOVE SPACES TO W-CONTA-BCO W-PIX-CHAVE
                 MOVE 0 TO W-CNPJ W-TIPO W-BANCO W-AGENCIA
                 MOVE 'S' TO W-ATIVO
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           DISPLAY TELA-PRINCIPAL.

       GRAVA-LOG-FOR.
           ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =     W-ANOAUXI-I +
                                   W-MESAUXI-I * 10000 +
                                   W-DIAAUXI-I * 1000000
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
           STRING 'Fornecedor alterado ' W-COD
                  DELIMITED BY SIZE INTO LOG-REG
           MOVE 'FORNEC.ARQ' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-FOR' TO ERRL-PROG
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
