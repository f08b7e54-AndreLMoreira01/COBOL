       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-CHARGEBACK.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       COPY "PRJ_CHB.SL".
       COPY "PRJ_BIL.SL".
       COPY "PRJ_USU.SL".
       COPY "PRJ_JRN.SL".
       COPY "PRJ_MAQC.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_LOG.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

       COPY "PRJ_CHB.FD".
       COPY "PRJ_BIL.FD".
       COPY "PRJ_USU.FD".
       COPY "PRJ_JRN.FD".
       COPY "PRJ_MAQC.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_LOG.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       77  SMALL-FONT                     HANDLE.
       78  EXCEPTION-GRAVAR               VALUE 02.
       78  EXCEPTION-CONSULTAR            VALUE 03.
       78  EXCEPTION-IMPRIMIR             VALUE 04.

       01  W-CAMPOS.
           03  ST-CHB                PIC  X(02).
               88 VAL-CHB            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-USU                PIC  X(02).
               88 VAL-USU            VALUE '00' THRU '09'.
           03  ST-JRN                PIC  X(02).
               88 VAL-JRN            VALUE '00' THRU '09'.
           03  ST-MAQC               PIC  X(02).
               88 VAL-MAQC           VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-LOG                PIC  X(02).
               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-USU-ATIVA           PIC  X(01) VALUE 'N'.
               88 USU-ATIVA          VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-CASO             PIC X(20).
               05 W-NMR              PIC 9(16) VALUE 0.
               05 W-NSU              PIC X(12).
               05 W-VALOR            PIC 9(05)V99 VALUE 0.
               05 W-MOTIVO           PIC X(40).
               05 W-DT-ABERT-EDIT    PIC 99/99/9999.
               05 W-PRAZO-EDIT       PIC 99/99/9999.
               05 W-DT-DEFESA-EDIT   PIC 99/99/9999.
               05 W-STATUS           PIC 9(01) VALUE 1.
               05 W-DT-RESULT-EDIT   PIC 99/99/9999.
               05 W-OBS              PIC X(60).

           03 CAMPOS-CASO-W.
               05 W-DT-ABERT         PIC 9(08).
               05 W-PRAZO            PIC 9(08).
               05 W-DT-DEFESA        PIC 9(08).
               05 W-DT-RESULT        PIC 9(08).
               05 W-DT-DEBITO        PIC 9(08).
               05 W-USU-INC          PIC X(10).
               05 W-DT-INC           PIC 9(08).
               05 W-STATUS-ANT       PIC 9(01).
               05 W-DT-RESULT-ANT    PIC 9(08).
               05 FILLER             PIC X(01) VALUE ' '.
                  88 CASO-NOVO       VALUE 'S' FALSE ' '.

               05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
               05 W-PRAZO-CHB             PIC  9(03) VALUE 10.
               05 W-HORA                  PIC  9(08).
               05 W-DATASIS               PIC  9(08).
               05 W-DATASIS-I             PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-DATA-JUL              PIC  9(08).
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

           | imagem do bilhete gravada no jornal pelo embarque:
           | numero na posicao 28 e situacao na posicao 198 do
           | registro do BILHETE.ARQ
           03 CAMPOS-EVIDENCIA-W.
               05 W-JRN-NMR               PIC 9(16).
               05 W-JRN-STATUS            PIC X(01).
               05 W-NMR-TXT               PIC 9(16).
               05 W-QTD-OCOR              PIC 9(03).
               05 W-QTD-EMB               PIC 9(05).
               05 W-QTD-MSG               PIC 9(05).

           03  W-NROPAGI             PIC  9(05) VALUE 0.
           03  W-CONTLIN             PIC  9(03) VALUE 0.

           03  CAMPOS-IMPRESSAO-W.
               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'DOSSIE DE CONTESTACAO DE CARTAO (CHARGEBACK)'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-LINHA-SECAO.
                  07 FILLER    PIC X(04) VALUE '=== '.
                  07 W-LSC-TIT PIC X(50).

               05 W-LINHA-CASO-1.
                  07 FILLER    PIC X(06) VALUE 'CASO: '.
                  07 W-LC1-CASO PIC X(20).
                  07 FILLER    PIC X(07) VALUE '  NSU: '.
                  07 W-LC1-NSU PIC X(12).
                  07 FILLER    PIC X(20) VALUE
                     '  VALOR CONTESTADO: '.
                  07 W-LC1-VLR PIC Z(5)9,99.

               05 W-LINHA-CASO-2.
                  07 FILLER    PIC X(08) VALUE 'MOTIVO: '.
                  07 W-LC2-MOT PIC X(40).

               05 W-LINHA-CASO-3.
                  07 FILLER    PIC X(10) VALUE 'ABERTURA: '.
                  07 W-LC3-ABE PIC 99/99/9999.
                  07 FILLER    PIC X(10) VALUE '  DEBITO: '.
                  07 W-LC3-DEB PIC 99/99/9999.
                  07 FILLER    PIC X(19) VALUE
                     '  PRAZO DA DEFESA: '.
                  07 W-LC3-PRZ PIC 99/99/9999.

               05 W-LINHA-CASO-4.
                  07 FILLER    PIC X(17) VALUE 'DEFESA ENVIADA: '.
                  07 W-LC4-DEF PIC 99/99/9999.
                  07 FILLER    PIC X(13) VALUE '  SITUACAO: '.
                  07 W-LC4-SIT PIC X(15).
                  07 FILLER    PIC X(13) VALUE '  RESULTADO: '.
                  07 W-LC4-RES PIC 99/99/9999.

               05 W-LINHA-VENDA-1.
                  07 FILLER    PIC X(09) VALUE 'BILHETE: '.
                  07 W-LV1-NMR PIC 9(16).
                  07 FILLER    PIC X(09) VALUE '  VENDA: '.
                  07 W-LV1-DT  PIC 99/99/9999.
                  07 FILLER    PIC X(01) VALUE SPACE.
                  07 W-LV1-HR  PIC 99B99B99.
                  07 FILLER    PIC X(09) VALUE '  VALOR: '.
                  07 W-LV1-VLR PIC Z(5)9,99.
                  07 FILLER    PIC X(14) VALUE '  PAGAMENTO: '.
                  07 W-LV1-TND PIC X(15).

               05 W-LINHA-VENDA-2.
                  07 FILLER    PIC X(12) VALUE 'PASSAGEIRO: '.
                  07 W-LV2-NOM PIC X(60).
                  07 FILLER    PIC X(07) VALUE '  CPF: '.
                  07 W-LV2-CLI PIC 9(11).

               05 W-LINHA-VENDA-3.
                  07 FILLER    PIC X(07) VALUE 'LINHA: '.
                  07 W-LV3-FRO PIC ZZ9.
                  07 FILLER    PIC X(10) VALUE '  VIAGEM: '.
                  07 W-LV3-DT  PIC 99/99/9999.
                  07 FILLER    PIC X(12) VALUE '  POLTRONA: '.
                  07 W-LV3-POL PIC Z9.
                  07 FILLER    PIC X(10) VALUE '  ORIGEM: '.
                  07 W-LV3-ORI PIC ZZ9.
                  07 FILLER    PIC X(11) VALUE '  DESTINO: '.
                  07 W-LV3-DES PIC ZZ9.
                  07 FILLER    PIC X(12) VALUE '  TERMINAL: '.
                  07 W-LV3-TRM PIC X(10).

               05 W-LINHA-VENDEDOR.
                  07 FILLER    PIC X(10) VALUE 'VENDEDOR: '.
                  07 W-LVD-USU PIC X(10).
                  07 FILLER    PIC X(03) VALUE ' - '.
                  07 W-LVD-NOM PIC X(60).

               05 W-LINHA-SIT-BIL.
                  07 FILLER    PIC X(29) VALUE
                     'SITUACAO ATUAL DO BILHETE: '.
                  07 W-LSB-SIT PIC X(20).

               05 W-LINHA-EMB.
                  07 FILLER    PIC X(24) VALUE
                     'EMBARQUE REGISTRADO EM '.
                  07 W-LE-DT   PIC 99/99/9999.
                  07 FILLER    PIC X(04) VALUE ' AS '.
                  07 W-LE-HR   PIC 99B99B99.
                  07 FILLER    PIC X(05) VALUE ' POR '.
                  07 W-LE-USU  PIC X(10).

               05 W-LINHA-MSG.
                  07 FILLER    PIC X(12) VALUE 'ENVIADO EM '.
                  07 W-LM-DT   PIC 99/99/9999.
                  07 FILLER    PIC X(06) VALUE ' PARA '.
                  07 W-LM-DEST PIC X(60).
                  07 FILLER    PIC X(11) VALUE ' SITUACAO: '.
                  07 W-LM-SIT  PIC X(12).
                  07 FILLER    PIC X(06) VALUE ' MSG: '.
                  07 W-LM-ID   PIC 9(10).

       01  CAMPOS-REPOSITORIO-W.
           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-CHARGEBACK'.
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
                          TITLE "Caso do adquirente:"
                          ID 1
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-CASO
                          LINE 02
                          COL 26
                          SIZE 20
                          3-D
                          BOXED
                          AUTO
                          ID 2
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Consultar"
                          LINE 02
                          COL 50
                          SIZE 12
                          ID 3
                          EXCEPTION-VALUE EXCEPTION-CONSULTAR.

           03 LABEL       LINE 04 COL 05
                          TITLE "Bilhete:"
                          ID 4
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NMR
                          LINE 04
                          COL 26
                          3-D
                          BOXED
                          AUTO
                          ID 5
                          FONT SMALL-FONT.

           03 LABEL       LINE 04 COL 50
                          TITLE "NSU:"
                          ID 6
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-NSU
                          LINE 04
                          COL 56
                          SIZE 12
                          3-D
                          BOXED
                          AUTO
                          ID 7
                          FONT SMALL-FONT.

           03 LABEL       LINE 06 COL 05
                          TITLE "Valor contestado (R$):"
                          ID 8
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-VALOR
                          LINE 06
                          COL 26
                          3-D
                          BOXED
                          AUTO
                          ID 9
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Motivo:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-MOTIVO
                          LINE 08
                          COL 26
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 05
                          TITLE "Aberto em:"
                          ID 12
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DT-ABERT-EDIT
                          LINE 10
                          COL 26
                          3-D
                          BOXED
                          AUTO
                          ID 13
                          FONT SMALL-FONT.

           03 LABEL       LINE 10 COL 40
                          TITLE "Prazo da defesa:"
                          ID 14
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-PRAZO-EDIT
                          LINE 10
                          COL 58
                          3-D
                          BOXED
                          AUTO
                          ID 15
                          FONT SMALL-FONT.

           03 LABEL       LINE 12 COL 05
                          TITLE "Defesa enviada em:"
                          ID 16
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DT-DEFESA-EDIT
                          LINE 12
                          COL 26
                          3-D
                          BOXED
                          AUTO
                          ID 17
                          FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Aberto"
                       LINE 14
                       COL 05
                       GROUP 1
                       GROUP-VALUE 1
                       USING W-STATUS
                       ID 18
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Defesa enviada"
                       LINE 14
                       COL 18
                       GROUP 1
                       GROUP-VALUE 2
                       USING W-STATUS
                       ID 19
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Ganho (revertido)"
                       LINE 14
                       COL 38
                       GROUP 1
                       GROUP-VALUE 3
                       USING W-STATUS
                       ID 20
                       FONT SMALL-FONT.

           03 RADIO-BUTTON
                       TITLE "Perdido"
                       LINE 14
                       COL 60
                       GROUP 1
                       GROUP-VALUE 4
                       USING W-STATUS
                       ID 21
                       FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 05
                          TITLE "Resultado em:"
                          ID 22
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-DT-RESULT-EDIT
                          LINE 16
                          COL 26
                          3-D
                          BOXED
                          AUTO
                          ID 23
                          FONT SMALL-FONT.

           03 LABEL       LINE 18 COL 05
                          TITLE "Observa??o:"
                          ID 24
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-OBS
                          LINE 18
                          COL 26
                          SIZE 60
                          3-D
                          BOXED
                          AUTO
                          ID 25
                          FONT SMALL-FONT.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 20
                          COL 05
                          SIZE 12
                          ID 26
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Dossi?"
                          LINE 20
                          COL 20
                          SIZE 12
                          ID 27
                          EXCEPTION-VALUE EXCEPTION-IMPRIMIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 20
                          COL 35
                          SIZE 12
                          SELF-ACT
                          ID 28
                          EXCEPTION-VALUE 27.

       PROCEDURE DIVISION USING W-LOGIN-L.
       INICIO.

           OPEN I-O CCHARGEBK
           IF ST-CHB = '35'
              PERFORM PERGUNTA-INICIALIZA
              OPEN OUTPUT CCHARGEBK
              CLOSE CCHARGEBK
              OPEN I-O CCHARGEBK.
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           | sem o cadastro de usuarios o dossie sai so com o
           | login do vendedor
           OPEN INPUT CUSUARIO
           IF VAL-USU
              SET USU-ATIVA TO TRUE
           END-IF

           OPEN I-O CLOG
           IF ST-LOG = '35'
              OPEN OUTPUT CLOG
              CLOSE CLOG
              OPEN I-O CLOG.
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           MOVE W-LOGIN-L TO W-REL-USU

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 92 LINES 22
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Contesta??o de cart?o (chargeback)"
                           NO SCROLL
                           SYSTEM MENU
                           AUTO-RESIZE
                           BACKGROUND-LOW
                           HANDLE JANELA-PROGRAMA.

           PERFORM LIMPA-TELA

           DISPLAY TELA-PRINCIPAL.

           PERFORM TEST AFTER UNTIL TECLOU-ESC
              ACCEPT TELA-PRINCIPAL
                     ON EXCEPTION PERFORM TRATA-EXC
              END-ACCEPT
           END-PERFORM.

       FIM.
           CLOSE CCHARGEBK CBILHETE CLOG.
           IF USU-ATIVA
              CLOSE CUSUARIO
           END-IF

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       TRATA-EXC.
           IF EVENT-TYPE = CMD-CLOSE
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH.

           EVALUATE TECLA-ESCAPE
             WHEN EXCEPTION-CONSULTAR
                  PERFORM CONSULTA-CASO
             WHEN EXCEPTION-GRAVAR
                  PERFORM GRAVAR
             WHEN EXCEPTION-IMPRIMIR
                  PERFORM IMPRIME-DOSSIE
           END-EVALUATE.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 83 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0 AND PARAM-VALOR < 1000
              MOVE PARAM-VALOR TO W-PRAZO-CHB
           END-IF

           CLOSE CPARAM.

       LIMPA-TELA.
           INITIALIZE CAMPOS-TELA CAMPOS-CASO-W
           MOVE 1 TO W-STATUS
           PERFORM BUSCA-DATA-SISTEMA
           MOVE W-DATASIS TO W-DT-ABERT W-DT-ABERT-EDIT
           PERFORM CALCULA-PRAZO-PADRAO
           MOVE W-PRAZO TO W-PRAZO-EDIT.

       BUSCA-DATA-SISTEMA.
           ACCEPT W-DATASIS-I FROM CENTURY-DATE
           MOVE W-DATASIS-I TO W-DATAUXI
           COMPUTE W-DATASIS = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000.

       CALCULA-PRAZO-PADRAO.
           | prazo de defesa conta da abertura do caso
           MOVE W-DT-ABERT TO W-DATAUXI
           COMPUTE W-DATA-JUL = W-ANOAUXI * 10000 +
                                W-MESAUXI * 100 + W-DIAAUXI
           COMPUTE W-DATA-JUL = FUNCTION INTEGER-OF-DATE(W-DATA-JUL)
                                + W-PRAZO-CHB
           COMPUTE W-DATAUXI = FUNCTION DATE-OF-INTEGER(W-DATA-JUL)
           COMPUTE W-PRAZO = W-ANOAUXI-I +
                             W-MESAUXI-I * 10000 +
                             W-DIAAUXI-I * 1000000.

       CONSULTA-CASO.
           IF W-CASO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o n?mero do caso do adquirente.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CHB-REG-1
           MOVE W-CASO TO CHB-CASO
           READ CCHARGEBK
           IF ST-CHB = '23'
              PERFORM LIMPA-TELA
              MOVE CHB-CASO TO W-CASO
              DISPLAY TELA-PRINCIPAL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Caso novo: informe o bilhete contestado.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-MENSAGEM
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE CHB-NMR       TO W-NMR
           MOVE CHB-NSU       TO W-NSU
           MOVE CHB-VALOR     TO W-VALOR
           MOVE CHB-MOTIVO    TO W-MOTIVO
           MOVE CHB-DT-ABERT  TO W-DT-ABERT-EDIT
           MOVE CHB-PRAZO     TO W-PRAZO-EDIT
           MOVE CHB-DT-DEFESA TO W-DT-DEFESA-EDIT
           MOVE CHB-STATUS    TO W-STATUS
           MOVE CHB-DT-RESULT TO W-DT-RESULT-EDIT
           MOVE CHB-OBS       TO W-OBS
           DISPLAY TELA-PRINCIPAL.

       GRAVAR.
           PERFORM VALIDA-CASO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM BUSCA-DATA-SISTEMA

           INITIALIZE CHB-REG-1
           MOVE W-CASO        TO CHB-CASO
           MOVE W-NMR         TO CHB-NMR
           MOVE W-NSU         TO CHB-NSU
           MOVE W-VALOR       TO CHB-VALOR
           MOVE W-MOTIVO      TO CHB-MOTIVO
           MOVE W-DT-ABERT    TO CHB-DT-ABERT
           MOVE W-DT-DEBITO   TO CHB-DT-DEBITO
           MOVE W-PRAZO       TO CHB-PRAZO
           MOVE W-DT-DEFESA   TO CHB-DT-DEFESA
           MOVE W-STATUS      TO CHB-STATUS
           MOVE W-DT-RESULT   TO CHB-DT-RESULT
           MOVE W-OBS         TO CHB-OBS
           IF CASO-NOVO
              MOVE W-LOGIN-L  TO CHB-USU
              MOVE W-DATASIS  TO CHB-DT-INC
              WRITE CHB-REG-1
           ELSE
              MOVE W-USU-INC  TO CHB-USU
              MOVE W-DT-INC   TO CHB-DT-INC
              REWRITE CHB-REG-1
           END-IF
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM GRAVA-LOG-CHARGEBACK

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Caso de contesta??o gravado.' TO CA-MESSAGE-1
           IF CHB-PERDIDO
              MOVE 'O estorno da receita sai na exporta??o cont?bil.'
                   TO CA-MESSAGE-2
           END-IF
           PERFORM MOSTRA-MSG-MENSAGEM

           MOVE W-PRAZO       TO W-PRAZO-EDIT
           MOVE W-DT-RESULT   TO W-DT-RESULT-EDIT
           DISPLAY TELA-PRINCIPAL.

       VALIDA-CASO.
           SET VALIDACAO-OK TO FALSE.
           IF W-CASO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe o n?mero do caso do adquirente.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | o caso ja gravado guarda o que a tela nao mostra
           | (debito do adquirente e inclusao)
           SET CASO-NOVO TO TRUE
           INITIALIZE W-DT-DEBITO W-USU-INC W-DT-INC
                      W-STATUS-ANT W-DT-RESULT-ANT
           INITIALIZE CHB-REG-1
           MOVE W-CASO TO CHB-CASO
           READ CCHARGEBK
           IF VAL-CHB
              SET CASO-NOVO TO FALSE
              MOVE CHB-DT-DEBITO TO W-DT-DEBITO
              MOVE CHB-USU       TO W-USU-INC
              MOVE CHB-DT-INC    TO W-DT-INC
              MOVE CHB-STATUS    TO W-STATUS-ANT
              MOVE CHB-DT-RESULT TO W-DT-RESULT-ANT
           ELSE
              IF ST-CHB NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           INITIALIZE BIL-REG-1
           MOVE W-NMR TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF ST-BIL = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Bilhete n?o encontrado.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           IF NOT BIL-TD-DEBITO AND NOT BIL-TD-CREDITO
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Bilhete n?o foi pago com cart?o.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-VALOR = 0
              MOVE BIL-TOT TO W-VALOR
           END-IF
           IF W-VALOR > BIL-TOT
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Valor contestado maior que o do bilhete.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           MOVE W-DT-ABERT-EDIT TO W-DATA-CRIT
           PERFORM CRITICA-DATA
           IF NOT DATA-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Data de abertura inv?lida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           MOVE W-DATA-CRIT TO W-DT-ABERT

           IF W-PRAZO-EDIT = '00/00/0000'
              PERFORM CALCULA-PRAZO-PADRAO
           ELSE
              MOVE W-PRAZO-EDIT TO W-DATA-CRIT
              PERFORM CRITICA-DATA
              IF NOT DATA-OK
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Prazo da defesa inv?lido.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              MOVE W-DATA-CRIT TO W-PRAZO
           END-IF

           MOVE 0 TO W-DT-DEFESA
           IF W-DT-DEFESA-EDIT NOT = '00/00/0000'
              MOVE W-DT-DEFESA-EDIT TO W-DATA-CRIT
              PERFORM CRITICA-DATA
              IF NOT DATA-OK
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Data de envio da defesa inv?lida.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
              MOVE W-DATA-CRIT TO W-DT-DEFESA
              | informar a data de envio ja anda o caso
              IF W-STATUS = 1
                 MOVE 2 TO W-STATUS
              END-IF
           END-IF

           IF W-STATUS < 1 OR W-STATUS > 4
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a situa??o do caso.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF W-STATUS = 2 AND W-DT-DEFESA = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a data de envio da defesa.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           | o resultado so existe para caso encerrado; sem data
           | informada vale a de hoje
           MOVE 0 TO W-DT-RESULT
           IF W-STATUS = 3 OR W-STATUS = 4
              IF W-DT-RESULT-EDIT = '00/00/0000'
                 PERFORM BUSCA-DATA-SISTEMA
                 MOVE W-DATASIS TO W-DT-RESULT
              ELSE
                 MOVE W-DT-RESULT-EDIT TO W-DATA-CRIT
                 PERFORM CRITICA-DATA
                 IF NOT DATA-OK
                    INITIALIZE CA-MESSAGE-LINK
                    MOVE 'Data do resultado inv?lida.' TO CA-MESSAGE-1
                    PERFORM MOSTRA-MSG-ERRO
                    EXIT PARAGRAPH
                 END-IF
                 MOVE W-DATA-CRIT TO W-DT-RESULT
              END-IF
           END-IF

           | caso perdido ja foi para a contabilidade pela data do
           | resultado; encerrado nao muda mais de resultado
           IF NOT CASO-NOVO
              AND (W-STATUS-ANT = 3 OR W-STATUS-ANT = 4)
              IF W-STATUS NOT = W-STATUS-ANT
                 OR W-DT-RESULT NOT = W-DT-RESULT-ANT
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Caso encerrado: o resultado n?o pode mudar.'
                      TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF W-STATUS = 1
              PERFORM BUSCA-DATA-SISTEMA
              MOVE W-PRAZO TO W-DATAUXI
              COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                 W-MESAUXI * 100 + W-DIAAUXI
              IF W-DATA-I < W-DATASIS-I
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Prazo da defesa j? vencido.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ATENCAO
              END-IF
           END-IF

           SET VALIDACAO-OK TO TRUE.

       IMPRIME-DOSSIE.
           | o dossie sai do caso gravado, nao do que esta na
           | tela
           INITIALIZE CHB-REG-1
           MOVE W-CASO TO CHB-CASO
           READ CCHARGEBK
           IF ST-CHB = '23' OR W-CASO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Grave o caso antes de imprimir o dossi?.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-CHB
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE BIL-REG-1
           MOVE CHB-NMR TO BIL-NMR
           READ CBILHETE KEY IS BIL-NMR
           IF ST-BIL = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Caso sem bilhete: informe o bilhete e grave.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM IMPRIME-CABECALHO
           PERFORM IMPRIME-DADOS-CASO
           PERFORM IMPRIME-DADOS-VENDA
           PERFORM IMPRIME-EMBARQUE
           PERFORM IMPRIME-MENSAGENS
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       IMPRIME-DADOS-CASO.
           MOVE 'CASO' TO W-LSC-TIT
           PERFORM IMPRIME-SECAO

           MOVE CHB-CASO      TO W-LC1-CASO
           MOVE CHB-NSU       TO W-LC1-NSU
           MOVE CHB-VALOR     TO W-LC1-VLR
           WRITE PRINTF-R FROM W-LINHA-CASO-1 AFTER 1
           MOVE CHB-MOTIVO    TO W-LC2-MOT
           WRITE PRINTF-R FROM W-LINHA-CASO-2 AFTER 1
           MOVE CHB-DT-ABERT  TO W-LC3-ABE
           MOVE CHB-DT-DEBITO TO W-LC3-DEB
           MOVE CHB-PRAZO     TO W-LC3-PRZ
           WRITE PRINTF-R FROM W-LINHA-CASO-3 AFTER 1
           MOVE CHB-DT-DEFESA TO W-LC4-DEF
           EVALUATE TRUE
             WHEN CHB-ABERTO
                  MOVE 'ABERTO'         TO W-LC4-SIT
             WHEN CHB-DEFESA-ENVIADA
                  MOVE 'DEFESA ENVIADA' TO W-LC4-SIT
             WHEN CHB-GANHO
                  MOVE 'GANHO'          TO W-LC4-SIT
             WHEN CHB-PERDIDO
                  MOVE 'PERDIDO'        TO W-LC4-SIT
           END-EVALUATE
           MOVE CHB-DT-RESULT TO W-LC4-RES
           WRITE PRINTF-R FROM W-LINHA-CASO-4 AFTER 1
           ADD 4 TO W-CONTLIN.

       IMPRIME-DADOS-VENDA.
           MOVE 'VENDA' TO W-LSC-TIT
           PERFORM IMPRIME-SECAO

           MOVE BIL-NMR      TO W-LV1-NMR
           MOVE BIL-DT-VENDA TO W-LV1-DT
           MOVE BIL-HORA(1:6) TO W-LV1-HR
           MOVE BIL-TOT      TO W-LV1-VLR
           IF BIL-TD-DEBITO
              MOVE 'CARTAO DEBITO'  TO W-LV1-TND
           ELSE
              MOVE 'CARTAO CREDITO' TO W-LV1-TND
           END-IF
           WRITE PRINTF-R FROM W-LINHA-VENDA-1 AFTER 1
           MOVE BIL-NOME     TO W-LV2-NOM
           MOVE BIL-CLI      TO W-LV2-CLI
           WRITE PRINTF-R FROM W-LINHA-VENDA-2 AFTER 1
           MOVE BIL-FRO      TO W-LV3-FRO
           MOVE BIL-DATA     TO W-LV3-DT
           MOVE BIL-POL      TO W-LV3-POL
           MOVE BIL-ORI      TO W-LV3-ORI
           MOVE BIL-DES      TO W-LV3-DES
           MOVE BIL-FILIAL   TO W-LV3-TRM
           WRITE PRINTF-R FROM W-LINHA-VENDA-3 AFTER 1
           ADD 3 TO W-CONTLIN

           MOVE BIL-USU TO W-LVD-USU
           MOVE SPACES  TO W-LVD-NOM
           IF USU-ATIVA
              INITIALIZE USU-REG-1
              MOVE BIL-USU TO USU-LOGIN
              READ CUSUARIO
              IF VAL-USU
                 MOVE USU-NOME TO W-LVD-NOM
              END-IF
           END-IF
           WRITE PRINTF-R FROM W-LINHA-VENDEDOR AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-EMBARQUE.
           MOVE 'EMBARQUE' TO W-LSC-TIT
           PERFORM IMPRIME-SECAO

           EVALUATE TRUE
             WHEN BIL-CONFIRMADO
                  MOVE 'CONFIRMADO'      TO W-LSB-SIT
             WHEN BIL-EMBARCADO
                  MOVE 'EMBARCADO'       TO W-LSB-SIT
             WHEN BIL-NAO-EMBARCOU
                  MOVE 'NAO EMBARCOU'    TO W-LSB-SIT
             WHEN BIL-CANCELADO
                  MOVE 'CANCELADO'       TO W-LSB-SIT
             WHEN BIL-PENDENTE
                  MOVE 'PENDENTE'        TO W-LSB-SIT
             WHEN BIL-EM-ABERTO
                  MOVE 'EM ABERTO'       TO W-LSB-SIT
             WHEN BIL-PRESCRITO
                  MOVE 'PRESCRITO'       TO W-LSB-SIT
             WHEN OTHER
                  MOVE SPACES            TO W-LSB-SIT
           END-EVALUATE
           WRITE PRINTF-R FROM W-LINHA-SIT-BIL AFTER 1
           ADD 1 TO W-CONTLIN

           | a leitura do bilhete na porta do onibus fica no
           | jornal como alteracao do BILHETE.ARQ para embarcado
           MOVE 0 TO W-QTD-EMB
           OPEN INPUT CJORNAL
           IF VAL-JRN
              PERFORM UNTIL 1 = 2
                 READ CJORNAL NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-JRN
                    EXIT PERFORM
                 END-IF
                 IF JRN-PROG = 'PRJ-EMBARQUE'
                    AND JRN-ARQ = 'BILHETE.ARQ'
                    AND JRN-ALTERACAO
                    MOVE JRN-DEPOIS(28:16) TO W-JRN-NMR
                    MOVE JRN-DEPOIS(198:1) TO W-JRN-STATUS
                    IF W-JRN-NMR = BIL-NMR AND W-JRN-STATUS = '2'
                       PERFORM IMPRIME-LINHA-EMBARQUE
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE CJORNAL
           END-IF

           IF W-QTD-EMB = 0
              MOVE SPACES TO PRINTF-R
              MOVE 'NENHUMA LEITURA DE EMBARQUE NO JORNAL'
                   TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-LINHA-EMBARQUE.
           ADD 1 TO W-QTD-EMB
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE JRN-DIA TO W-DATAUXI
           COMPUTE W-LE-DT = W-ANOAUXI-I +
                             W-MESAUXI-I * 10000 +
                             W-DIAAUXI-I * 1000000
           MOVE JRN-HORA(1:6) TO W-LE-HR
           MOVE JRN-USU       TO W-LE-USU
           WRITE PRINTF-R FROM W-LINHA-EMB AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-MENSAGENS.
           MOVE 'BILHETE ELETRONICO E MENSAGENS AO PASSAGEIRO'
                TO W-LSC-TIT
           PERFORM IMPRIME-SECAO

           | toda mensagem da fila que cita o numero do bilhete
           | (e-ticket, aviso de partida, remarcacao) entra
           MOVE 0 TO W-QTD-MSG
           MOVE BIL-NMR TO W-NMR-TXT
           OPEN INPUT CMAILCTL
           IF VAL-MAQC
              INITIALIZE MAQC-REG-1
              START CMAILCTL KEY >= MAQC-ID
                 INVALID KEY CONTINUE
              END-START
              PERFORM UNTIL NOT VAL-MAQC
                 READ CMAILCTL NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-MAQC
                    EXIT PERFORM
                 END-IF
                 MOVE 0 TO W-QTD-OCOR
                 INSPECT MAQC-TEXTO TALLYING W-QTD-OCOR
                         FOR ALL W-NMR-TXT
                 INSPECT MAQC-TEXTO2 TALLYING W-QTD-OCOR
                         FOR ALL W-NMR-TXT
                 IF W-QTD-OCOR > 0
                    PERFORM IMPRIME-LINHA-MENSAGEM
                 END-IF
              END-PERFORM
              CLOSE CMAILCTL
           END-IF

           IF W-QTD-MSG = 0
              MOVE SPACES TO PRINTF-R
              MOVE 'NENHUMA MENSAGEM ENVIADA COM ESTE BILHETE'
                   TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-LINHA-MENSAGEM.
           ADD 1 TO W-QTD-MSG
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE MAQC-DT   TO W-LM-DT
           MOVE MAQC-DEST TO W-LM-DEST
           EVALUATE TRUE
             WHEN MAQC-ENFILEIRADA
                  MOVE 'NA FILA'   TO W-LM-SIT
             WHEN MAQC-ENTREGUE
                  MOVE 'ENTREGUE'  TO W-LM-SIT
             WHEN MAQC-FALHOU
                  MOVE 'FALHOU'    TO W-LM-SIT
             WHEN MAQC-DESISTIDA
                  MOVE 'DESISTIDA' TO W-LM-SIT
             WHEN OTHER
                  MOVE SPACES      TO W-LM-SIT
           END-EVALUATE
           MOVE MAQC-ID   TO W-LM-ID
           WRITE PRINTF-R FROM W-LINHA-MSG AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-SECAO.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           WRITE PRINTF-R FROM W-LINHA-SECAO AFTER 1
           ADD 2 TO W-CONTLIN.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62
              PERFORM IMPRIME-CABECALHO
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
              WRITE PRINTF-R AFTER 0
           ELSE
              WRITE PRINTF-R AFTER PAGE.

           PERFORM BUSCA-DATA-SISTEMA
           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI TO W-CAB-NPAG
           MOVE W-DATASIS TO W-CAB-DTSIS
           WRITE PRINTF-R FROM W-CAB-1 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 3 TO W-CONTLIN.

       GRAVA-LOG-CHARGEBACK.
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
           STRING 'Chargeback caso ' W-CASO ' situacao ' W-STATUS
                  DELIMITED BY SIZE INTO LOG-REG
           MOVE 'CHARGBK.ARQ' TO LOG-ARQ
           MOVE 0 TO LOG-DESC
           MOVE 0 TO LOG-PERC
           MOVE 1 TO LOG-TIPO
           WRITE LOG-REG-1
           IF ST-LOG = '22'
              REWRITE LOG-REG-1
           END-IF.

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
           STRING 'CASO ' CHB-CASO
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
              MOVE 'PRJ-CHARGEBK' TO ERRL-PROG
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
