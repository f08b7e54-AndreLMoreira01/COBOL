       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CAD-FIL.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_FIL.SL".
       COPY "PRJ_EMP.SL".
       COPY "PRJ_CID.SL".
       COPY "PRJ_LOG.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_FIL.FD".
       COPY "PRJ_EMP.FD".
       COPY "PRJ_CID.FD".
       COPY "PRJ_LOG.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-EXCLUIR              VALUE 03.

       01  W-CAMPOS.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  ST-EMP                PIC  X(02).
               88 VAL-EMP            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  W-EMP-ATIVA           PIC  X(01) VALUE 'N'.
               88 EMP-ATIVA          VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-FIL          PIC X(10).
               05 W-EMP          PIC 9(02).
               05 W-RAZAO        PIC X(60).
               05 W-NOME         PIC X(40).
               05 W-ENDERECO     PIC X(60).
               05 W-CIDADE       PIC 9(03).
               05 W-NOME-CID     PIC X(60).
               05 W-GERENTE      PIC X(40).
               05 W-LIM-GAVETA   PIC 9(07),99.
               05 W-FUNDO-TROCO  PIC 9(07),99.
               05 W-SITUACAO     PIC 9(01) VALUE 1.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-LOG-ACAO              PIC  X(60).
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
                          TITLE "Filial:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FIL
                          LINE 02
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-FIL.

           03 LABEL       LINE 04 COL 05
                          TITLE "Empresa:"
                          ID 3
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-EMP
                          LINE 04
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 4
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-EMP.

           03 EF-RAZAO ENTRY-FIELD USING W-RAZAO
                          LINE 04
                          COL 27
                          SIZE 45
                          3-D
                          BOXED
                          ID 5
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Nome:"
                          ID 9
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NOME
                          LINE 06
                          COL 20
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 10
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Endere?o:"
                          ID 11
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-ENDERECO
                          LINE 08
                          COL 20
                          SIZE 52
                          3-D
                          BOXED
                          AUTO
                          ID 12
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Cidade:"
                          ID 13
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CIDADE
                          LINE 10
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 14
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CID.

           03 EF-NOME-CID ENTRY-FIELD USING W-NOME-CID
                          LINE 10
                          COL 27
                          SIZE 45
                          3-D
                          BOXED
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Gerente:"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-GERENTE
                          LINE 12
                          COL 20
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Limite gaveta:"
                          ID 18
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-LIM-GAVETA
                          LINE 14
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 19
                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 36
                          TITLE "Fundo de troco:"
                          ID 20
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-FUNDO-TROCO
                          LINE 14
                          COL 52
                          3-D
                          BOXED
                          AUTO
                          ID 21
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 05
                          TITLE "Situa??o:"
                          ID 22
                          TRANSPARENT.

           03 RADIO-BUTTON
                       TITLE "Ativa"
                       LINE 16
                       COL 20
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-SITUACAO
                       ID 23
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Inativa"
                       LINE 16
                       COL 32
                       GROUP 1
                       GROUP-VALUE 2
                       USING W-SITUACAO
                       ID 24
                       FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 19
                          COL 05
                          SIZE 12
                          ID 6
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 19
                          COL 20
                          SIZE 12
                          ID 7
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 19
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 8
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.
           | filial (guiche/agencia) e a empresa operadora a
           | que pertence; o caixa vendido na filial e da
           | empresa dela (PRJ-ACERTO-LOTE); filial sem
           | cadastro conta como empresa 1. O cadastro e a
           | referencia de USU-FILIAL, MOT-FILIAL, da venda e
           | da tesouraria: filial inativa nao recebe usuario,
           | motorista, venda nem movimento novo (codigos
           | soltos nos arquivos: PRJ_FIL_CONFERE_LOTE)

           OPEN I-O CFILIAL
           IF ST-FIL = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CFILIAL
              CLOSE CFILIAL
              OPEN I-O CFILIAL.
           IF NOT VAL-FIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CEMPRESA
           IF VAL-EMP
              SET EMP-ATIVA TO TRUE
           ELSE
              SET EMP-ATIVA TO FALSE
           END-IF.

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
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
                           SIZE 80 LINES 21
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Filiais"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           DISPLAY TELA-PRINCIPAL.

           MODIFY EF-RAZAO, ENABLED = FALSE
           MODIFY EF-NOME-CID, ENABLED = FALSE

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CFILIAL CCIDADE CLOG.
           IF EMP-ATIVA
              CLOSE CEMPRESA.

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
             WHEN EXCEPTION-EXCLUIR
                  PERFORM EXCLUIR
           END-EVALUATE.

       PROC-FIL.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-FIL.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FIL-REG-1
           MOVE W-FIL TO FIL-COD
           READ CFILIAL
           IF VAL-FIL
              MOVE FIL-EMPRESA     TO W-EMP
              MOVE FIL-NOME        TO W-NOME
              MOVE FIL-ENDERECO    TO W-ENDERECO
              MOVE FIL-CIDADE      TO W-CIDADE
              MOVE FIL-GERENTE     TO W-GERENTE
              MOVE FIL-LIM-GAVETA  TO W-LIM-GAVETA
              MOVE FIL-FUNDO-TROCO TO W-FUNDO-TROCO
              MOVE 1 TO W-SITUACAO
              IF FIL-DESATIVADA
                 MOVE 2 TO W-SITUACAO
              END-IF
           ELSE
              IF ST-FIL = '23'
                 MOVE 0 TO W-EMP W-CIDADE W-LIM-GAVETA W-FUNDO-TROCO
                 MOVE SPACES TO W-NOME W-ENDERECO W-GERENTE
                 MOVE 1 TO W-SITUACAO
              ELSE
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           PERFORM BUSCA-EMPRESA
           PERFORM BUSCA-CIDADE

           DISPLAY TELA-PRINCIPAL.

       PROC-EMP.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-EMP.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           DISPLAY TELA-PRINCIPAL.

       PROC-CID.
            IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-CID.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           DISPLAY TELA-PRINCIPAL.

       BUSCA-CIDADE.
           MOVE SPACES TO W-NOME-CID
           IF W-CIDADE = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CID-REG-1
           MOVE W-CIDADE TO CID-ID
           READ CCIDADE
           IF VAL-CID
              MOVE CID-NOME TO W-NOME-CID
           END-IF.

       BUSCA-EMPRESA.
           MOVE SPACES TO W-RAZAO
           IF NOT EMP-ATIVA OR W-EMP = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE EMP-REG-1
           MOVE W-EMP TO EMP-ID
           READ CEMPRESA
           IF VAL-EMP
              MOVE EMP-RAZAO TO W-RAZAO
           END-IF.

       GRAVAR.
           PERFORM VALIDA-FIL.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-EMP.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-DADOS-FIL.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           INITIALIZE    FIL-REG-1
           MOVE W-FIL    TO FIL-COD
           READ CFILIAL
           IF ST-FIL = '23'
                INITIALIZE FIL-REG-1
                MOVE W-FIL TO FIL-COD
           ELSE
                IF NOT VAL-FIL
                    PERFORM ERRO-ARQUIVO.

           MOVE W-EMP         TO FIL-EMPRESA
           MOVE W-NOME        TO FIL-NOME
           MOVE W-ENDERECO    TO FIL-ENDERECO
           MOVE W-CIDADE      TO FIL-CIDADE
           MOVE W-GERENTE     TO FIL-GERENTE
           MOVE W-LIM-GAVETA  TO FIL-LIM-GAVETA
           MOVE W-FUNDO-TROCO TO FIL-FUNDO-TROCO
           MOVE W-SITUACAO    TO FIL-SITUACAO
           MOVE W-LOGIN-L     TO FIL-USU

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Filial alterada' TO W-LOG-ACAO
           PERFORM GRAVA-LOG-FIL
           IF ST-FIL = '23'
               WRITE FIL-REG-1
               MOVE 'Filial gravada.' TO CA-MESSAGE-1
           ELSE
              REWRITE FIL-REG-1
              MOVE 'Filial regravada.' TO CA-MESSAGE-1
           END-IF.

           IF NOT VAL-FIL
              PERFORM ERRO-ARQUIVO.

           PERFORM MOSTRA-MSG-MENSAGEM.

       EXCLUIR.
           INITIALIZE    FIL-REG-1
           MOVE W-FIL    TO FIL-COD
           READ CFILIAL
           IF ST-FIL = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FIL
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 3 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           MOVE 'Deseja realmente excluir a filial?'
                TO CA-MESSAGE-1
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              MOVE 'Filial excluida' TO W-LOG-ACAO
              PERFORM GRAVA-LOG-FIL
              DELETE CFILIAL
              IF NOT VAL-FIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial excluida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM

              INITIALIZE CAMPOS-TELA
              DISPLAY TELA-PRINCIPAL
           END-IF.

       VALIDA-FIL.

           SET VALIDACAO-OK TO TRUE.
           IF W-FIL = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a filial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 2 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-EMP.

           SET VALIDACAO-OK TO TRUE.
           PERFORM BUSCA-EMPRESA
           IF W-EMP = 0
              OR (EMP-ATIVA AND W-RAZAO = SPACES)
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Empresa nao cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-CID.

           SET VALIDACAO-OK TO TRUE.
           PERFORM BUSCA-CIDADE
           IF W-CIDADE = 0 OR W-NOME-CID = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cidade n?o cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 14 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-DADOS-FIL.

           SET VALIDACAO-OK TO TRUE.
           IF W-NOME = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o nome da filial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 10 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           PERFORM VALIDA-CID
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           | o fundo de troco fica na gaveta: nao pode passar
           | do limite de dinheiro dela
           IF W-LIM-GAVETA > 0 AND W-FUNDO-TROCO > W-LIM-GAVETA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Fundo de troco maior que o limite da gaveta.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 21 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-SITUACAO NOT = 1 AND W-SITUACAO NOT = 2
              MOVE 1 TO W-SITUACAO
           END-IF.

       GRAVA-LOG-FIL.
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
           STRING W-LOG-ACAO DELIMITED BY '  '
                  ' ' W-FIL DELIMITED BY SIZE
                  INTO LOG-REG
           MOVE 'FILIAL.ARQ ' TO LOG-ARQ
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
              MOVE 'PRJ-CAD-FIL' TO ERRL-PROG
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
