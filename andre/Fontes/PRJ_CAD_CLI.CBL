	       | documento do beneficio fica registrado uma vez
	       05 W-DT-NASC-EDIT          PIC  99/99/9999.
	       05 W-BENEF-DOC-CAD         PIC  X(20).
	       | endereco em partes; a linha livre A-END e montada
	       | por PRJ_ENDERECO na gravacao e o CEP digitado
	       | completa logradouro, bairro, cidade e UF
	       05 A-CEP                   PIC  9(08).
	       05 A-LOGRADOURO            PIC  X(60).
	       05 A-NUMERO                PIC  X(10).
	       05 A-COMPLEMENTO           PIC  X(30).
	       05 A-BAIRRO                PIC  X(40).
	       05 A-CIDADE                PIC  X(40).
	       05 A-UF                    PIC  X(02).
                  88 UF-VALIDA  VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                      'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                      'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                      'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                      'SE' 'SP' 'TO'.

       01  CAMPOS-LISTA-CLIENTES-W.
           03  W-LISTA-QTD                PIC  9(03) VALUE 0.
               05  FILLER                 PIC  X(03) VALUE SPACES.
               05  WL-EXT-DESC            PIC  Z9.

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CAD-CLI'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".
           COPY "PRJ_END.CPY".

       LINKAGE SECTION.

                          ID 5
                          TRANSPARENT.

           03 ENTRY-FIELD FROM A-END
                          COLOR 33024
                          LINE 06
                          COL 20
                          SIZE 80
                          3-D
                          BOXED
                          AUTO
                          ID 6
                          FONT SMALL-FONT.

           03 LABEL       LINE 08 COL 05
                          TITLE "Telefone:"
                          ID 43
                          FONT SMALL-FONT.

           03 LABEL       LINE 22 COL 05
                          TITLE "CEP:"
                          ID 44
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-CEP
                          LINE 22
                          COL 17
                          3-D
                          BOXED
                          AUTO
                          ID 45
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-CEP.

           03 LABEL       LINE 22 COL 30
                          TITLE "Logradouro:"
                          ID 46
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-LOGRADOURO
                          LINE 22
                          COL 42
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 47
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-END.

           03 LABEL       LINE 22 COL 84
                          TITLE "Numero:"
                          ID 48
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-NUMERO
                          LINE 22
                          COL 92
                          SIZE 10
                          3-D
                          BOXED
                          AUTO
                          ID 49
                          FONT SMALL-FONT.

           03 LABEL       LINE 24 COL 05
                          TITLE "Complemento:"
                          ID 50
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-COMPLEMENTO
                          LINE 24
                          COL 17
                          SIZE 30
                          3-D
                          BOXED
                          AUTO
                          ID 51
                          FONT SMALL-FONT.

           03 LABEL       LINE 24 COL 50
                          TITLE "Bairro:"
                          ID 52
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-BAIRRO
                          LINE 24
                          COL 58
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 53
                          FONT SMALL-FONT.

           03 LABEL       LINE 26 COL 05
                          TITLE "Cidade:"
                          ID 54
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-CIDADE
                          LINE 26
                          COL 17
                          SIZE 40
                          3-D
                          BOXED
                          AUTO
                          ID 55
                          FONT SMALL-FONT.

           03 LABEL       LINE 26 COL 60
                          TITLE "UF:"
                          ID 56
                          TRANSPARENT.

           03 ENTRY-FIELD USING A-UF
                          LINE 26
                          COL 64
                          3-D
                          BOXED
                          AUTO
                          ID 57
                          FONT SMALL-FONT.

           03 ENTRY-FIELD USING A-BUSCA-NOME
                          LINE 14
                          COL 20
	   ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".
           
           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 28
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Cadastro de Clientes"
       FIM.
           CLOSE CSEQ.
           CLOSE CCLIENTE CBILHETE CLOG.
           CANCEL "PRJ_ENDERECO".

           CLOSE WINDOW JANELA-PROGRAMA.

	   MOVE CLI-BLOQ TO W-BLOQ
	   MOVE CLI-EMAIL TO A-EMAIL
	   MOVE CLI-CEL TO W-CEL
	   MOVE W-CEL TO W-CEL-EDIT
           PERFORM CARREGA-ENDERECO-TELA.

       CARREGA-ENDERECO-TELA.
           MOVE CLI-CEP         TO A-CEP
           MOVE CLI-LOGRADOURO  TO A-LOGRADOURO
           MOVE CLI-NUMERO      TO A-NUMERO
           MOVE CLI-COMPLEMENTO TO A-COMPLEMENTO
           MOVE CLI-BAIRRO      TO A-BAIRRO
           MOVE CLI-CIDADE      TO A-CIDADE
           MOVE CLI-UF          TO A-UF

           | cliente ainda nao convertido: a linha livre e
           | separada para o operador so conferir as partes
           IF CLI-LOGRADOURO = SPACES AND CLI-END NOT = SPACES
              INITIALIZE AREA-ENDERECO
              SET ENDR-SEPARA TO TRUE
              MOVE CLI-END TO ENDR-LIVRE
              CALL "PRJ_ENDERECO" USING AREA-ENDERECO
              MOVE ENDR-CEP         TO A-CEP
              MOVE ENDR-LOGRADOURO  TO A-LOGRADOURO
              MOVE ENDR-NUMERO      TO A-NUMERO
              MOVE ENDR-COMPLEMENTO TO A-COMPLEMENTO
              MOVE ENDR-BAIRRO      TO A-BAIRRO
              MOVE ENDR-CIDADE      TO A-CIDADE
              MOVE ENDR-UF          TO A-UF
           END-IF.

       LISTAR-CLIENTES.
           MOVE 0 TO W-LISTA-QTD
	   END-IF

           MOVE W-QTD-REAL TO CLI-COM
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CLIENTE
           REWRITE CLI-REG-1
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
	   END-IF
	   MOVE CLI-DT-NASC TO W-DT-NASC-EDIT
	   MOVE CLI-BENEF-DOC TO W-BENEF-DOC-CAD
           PERFORM CARREGA-ENDERECO-TELA

           DISPLAY TELA-PRINCIPAL.

              EXIT PARAGRAPH
	   END-IF.

       PROC-CEP.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           IF A-CEP = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE AREA-ENDERECO
           SET ENDR-BUSCA-CEP TO TRUE
           MOVE A-CEP         TO ENDR-CEP
           MOVE A-LOGRADOURO  TO ENDR-LOGRADOURO
           MOVE A-BAIRRO      TO ENDR-BAIRRO
           CALL "PRJ_ENDERECO" USING AREA-ENDERECO
           IF ENDR-FALHOU
              | CEP fora da tabela nao impede o cadastro; o
              | operador digita as partes
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'CEP nao cadastrado, informe o endereco.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ATENCAO
              EXIT PARAGRAPH
           END-IF

           MOVE ENDR-LOGRADOURO TO A-LOGRADOURO
           MOVE ENDR-BAIRRO     TO A-BAIRRO
           MOVE ENDR-CIDADE     TO A-CIDADE
           MOVE ENDR-UF         TO A-UF
           DISPLAY TELA-PRINCIPAL.

       PROC-TEL.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.
	   MOVE W-DOC-NUM TO CLI-DOC-NUM
	   MOVE W-SMS-OPT TO CLI-SMS-OPT
	   MOVE A-NOME TO CLI-NOME
           MOVE A-CEP         TO CLI-CEP
           MOVE A-LOGRADOURO  TO CLI-LOGRADOURO
           MOVE A-NUMERO      TO CLI-NUMERO
           MOVE A-COMPLEMENTO TO CLI-COMPLEMENTO
           MOVE A-BAIRRO      TO CLI-BAIRRO
           MOVE A-CIDADE      TO CLI-CIDADE
           MOVE A-UF          TO CLI-UF
           PERFORM MONTA-ENDERECO
           MOVE A-END  TO CLI-END
           MOVE W-TEL  TO CLI-TEL
	   MOVE A-DES  TO CLI-DESC
	       MOVE 1 TO LOG-TIPO
	      
	       WRITE LOG-REG-1
               MOVE 'I' TO W-JRN-OPER
               PERFORM JORNAL-CLIENTE
               WRITE CLI-REG-1
               MOVE 'Cliente gravado.' TO CA-MESSAGE-1
           ELSE
	       MOVE 2 TO LOG-TIPO
	      
	       WRITE LOG-REG-1
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-CLIENTE
              REWRITE CLI-REG-1
              MOVE 'Cliente regravado.' TO CA-MESSAGE-1
           END-IF.
           END-IF.

       VALIDA-END.
           | logradouro e cidade/UF obrigatorios; CEP e UF so
           | valem no Brasil, estrangeiro (docto 2 ou 3) pode
           | ter endereco de fora
           SET VALIDACAO-OK TO TRUE.
           INSPECT A-UF CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF A-LOGRADOURO = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Endere?o inv?lido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 47 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF A-CIDADE = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cidade do endereco invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 55 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-DOC-TIPO = 2 OR W-DOC-TIPO = 3
              EXIT PARAGRAPH
           END-IF

           IF NOT UF-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 57 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF A-CEP = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'CEP invalido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 45 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       MONTA-ENDERECO.
           INITIALIZE AREA-ENDERECO
           SET ENDR-MONTA TO TRUE
           MOVE A-CEP         TO ENDR-CEP
           MOVE A-LOGRADOURO  TO ENDR-LOGRADOURO
           MOVE A-NUMERO      TO ENDR-NUMERO
           MOVE A-COMPLEMENTO TO ENDR-COMPLEMENTO
           MOVE A-BAIRRO      TO ENDR-BAIRRO
           MOVE A-CIDADE      TO ENDR-CIDADE
           MOVE A-UF          TO ENDR-UF
           CALL "PRJ_ENDERECO" USING AREA-ENDERECO
           MOVE ENDR-LIVRE TO A-END.

       VALIDA-TEL.

           SET VALIDACAO-OK TO TRUE.
               MOVE 0 TO LOG-DESC
	       MOVE 0 TO LOG-PERC
	       WRITE LOG-REG-1 
              MOVE 'E' TO W-JRN-OPER
              PERFORM JORNAL-CLIENTE
              DELETE CCLIENTE
              IF NOT VAL-CLI
                 PERFORM ERRO-ARQUIVO
              DISPLAY TELA-PRINCIPAL
           END-IF.

       JORNAL-CLIENTE.
           MOVE 'CLIENTE.ARQ' TO W-JRN-ARQ
           MOVE CLI-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       GRAVA-JORNAL.
           | imagem de cada atualizacao vai para o JORNAL.ARQ,
           | reaplicado pelo PRJ_JORNAL_REC depois de um restore
           CALL "PRJ_JORNAL_GRV" USING W-JRN-ARQ, W-JRN-OPER,
                                       W-JRN-IMAGEM, W-LOGIN-LC,
                                       W-JRN-PROG
           CANCEL "PRJ_JORNAL_GRV".

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
