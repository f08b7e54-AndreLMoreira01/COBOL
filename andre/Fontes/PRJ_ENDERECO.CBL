       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ENDERECO.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CEP.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CEP.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CEP                PIC  X(02).
               88 VAL-CEP            VALUE '00' THRU '09'.
           03  W-CEP-SITUACAO        PIC  X(01) VALUE ' '.
               88 CEP-ABERTO         VALUE 'A'.
               88 CEP-AUSENTE        VALUE 'X'.
           03  W-CEP-ACHOU           PIC  X(01).
               88 CEP-ACHOU          VALUE 'S' FALSE 'N'.

           03  W-UF                  PIC  X(02).
               88 UF-VALIDA  VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                   'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                   'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                   'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                   'SE' 'SP' 'TO'.

           03  W-TEXTO               PIC  X(100).
           03  W-AUX                 PIC  X(100).
           03  W-AUX2                PIC  X(100).
           03  W-PARTES.
               05 W-PARTE            PIC  X(100) OCCURS 8 TIMES.
           03  W-TOKENS.
               05 W-TOK              PIC  X(100) OCCURS 8 TIMES.
           03  W-QTD-PARTES          PIC  9(02).
           03  W-QTD-TOK             PIC  9(02).
           03  W-I                   PIC  9(03).
           03  W-K                   PIC  9(03).
           03  W-P                   PIC  9(03).
           03  W-TAM                 PIC  9(03).
           03  W-ESP                 PIC  9(03).
           03  W-SEP                 PIC  X(07).
           03  W-SEP-TAM             PIC  9(01).

           03  W-CEP-X               PIC  X(08).
           03  W-CEP-N REDEFINES W-CEP-X PIC 9(08).
           03  W-CEP-ED.
               05 W-CEP-ED1          PIC  9(05).
               05 FILLER             PIC  X(01) VALUE '-'.
               05 W-CEP-ED2          PIC  9(03).
           03  W-CEP-NUM             PIC  9(08).
           03  FILLER REDEFINES W-CEP-NUM.
               05 W-CEP-NUM1         PIC  9(05).
               05 W-CEP-NUM2         PIC  9(03).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

           COPY "PRJ_END.CPY".

       PROCEDURE DIVISION USING AREA-ENDERECO.
       INICIO.
           | endereco estruturado do cliente: o cadastro, a
           | importacao e a conversao do CLI-END antigo passam
           | por aqui para a linha livre sair sempre no mesmo
           | formato. O CEP.ARQ fica aberto ate o CANCEL de
           | quem chamou

           MOVE 0 TO ENDR-RETORNO
           MOVE SPACES TO ENDR-MOTIVO

           EVALUATE TRUE
              WHEN ENDR-MONTA
                 PERFORM MONTA-LINHA
              WHEN ENDR-SEPARA
                 PERFORM SEPARA-LINHA
              WHEN ENDR-BUSCA-CEP
                 PERFORM BUSCA-CEP
                 IF NOT CEP-ACHOU
                    SET ENDR-FALHOU TO TRUE
                    IF ENDR-CEP = 0
                       MOVE 'CEP NAO INFORMADO' TO ENDR-MOTIVO
                    ELSE
                       MOVE 'CEP NAO CADASTRADO' TO ENDR-MOTIVO
                    END-IF
                 ELSE
                    IF CEP-LOGRADOURO NOT = SPACES
                       MOVE CEP-LOGRADOURO TO ENDR-LOGRADOURO
                    END-IF
                    IF CEP-BAIRRO NOT = SPACES
                       MOVE CEP-BAIRRO TO ENDR-BAIRRO
                    END-IF
                    MOVE CEP-CIDADE TO ENDR-CIDADE
                    MOVE CEP-UF     TO ENDR-UF
                 END-IF
           END-EVALUATE

           EXIT PROGRAM.

       FIM.
           IF CEP-ABERTO
              CLOSE CCEP.
           EXIT PROGRAM.

       MONTA-LINHA.
           | LOGRADOURO, NUMERO - COMPLEMENTO - BAIRRO -
           | CIDADE/UF - CEP 99999-999, pulando o que faltar
           MOVE SPACES TO ENDR-LIVRE
           MOVE 1 TO W-P

           MOVE ENDR-LOGRADOURO TO W-AUX
           MOVE SPACES TO W-SEP
           MOVE 0 TO W-SEP-TAM
           PERFORM MONTA-PARTE

           MOVE ENDR-NUMERO TO W-AUX
           MOVE ', ' TO W-SEP
           MOVE 2 TO W-SEP-TAM
           PERFORM MONTA-PARTE

           MOVE ' - ' TO W-SEP
           MOVE 3 TO W-SEP-TAM
           MOVE ENDR-COMPLEMENTO TO W-AUX
           PERFORM MONTA-PARTE
           MOVE ENDR-BAIRRO TO W-AUX
           PERFORM MONTA-PARTE
           MOVE ENDR-CIDADE TO W-AUX
           PERFORM MONTA-PARTE

           MOVE ENDR-UF TO W-AUX
           IF ENDR-CIDADE = SPACES
              MOVE ' - ' TO W-SEP
              MOVE 3 TO W-SEP-TAM
           ELSE
              MOVE '/' TO W-SEP
              MOVE 1 TO W-SEP-TAM
           END-IF
           PERFORM MONTA-PARTE

           IF ENDR-CEP NOT = 0
              MOVE ENDR-CEP TO W-CEP-NUM
              MOVE W-CEP-NUM1 TO W-CEP-ED1
              MOVE W-CEP-NUM2 TO W-CEP-ED2
              MOVE SPACES TO W-AUX
              STRING 'CEP ' W-CEP-ED
                     DELIMITED BY SIZE INTO W-AUX
              MOVE ' - ' TO W-SEP
              MOVE 3 TO W-SEP-TAM
              PERFORM MONTA-PARTE
           END-IF.

       MONTA-PARTE.
           IF W-AUX = SPACES OR W-P > 100
              EXIT PARAGRAPH
           END-IF
           IF W-P > 1 AND W-SEP-TAM > 0
              STRING W-SEP(1:W-SEP-TAM) DELIMITED BY SIZE
                     INTO ENDR-LIVRE WITH POINTER W-P
              END-STRING
           END-IF
           PERFORM TAMANHO-AUX
           IF W-TAM > 0
              STRING W-AUX(1:W-TAM) DELIMITED BY SIZE
                     INTO ENDR-LIVRE WITH POINTER W-P
              END-STRING
           END-IF.

       SEPARA-LINHA.
           | linha livre antiga: o CEP e tirado de onde estiver
           | (99999-999, 99.999-999 ou 8 digitos), o resto e
           | cortado por virgula ou " - "; a ultima parte traz
           | cidade e UF (CIDADE/UF, CIDADE-UF, CIDADE UF ou
           | UF sozinha depois da cidade), a primeira o
           | logradouro, a seguinte o numero quando comeca por
           | digito ou S/N e o que sobra e complemento e bairro
           MOVE SPACES TO ENDR-LOGRADOURO ENDR-NUMERO
                          ENDR-COMPLEMENTO ENDR-BAIRRO
                          ENDR-CIDADE ENDR-UF
           MOVE 0 TO ENDR-CEP
           SET CEP-ACHOU TO FALSE

           MOVE ENDR-LIVRE TO W-TEXTO
           INSPECT W-TEXTO CONVERTING
                   'abcdefghijklmnopqrstuvwxyz'
                TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           IF W-TEXTO = SPACES
              SET ENDR-FALHOU TO TRUE
              MOVE 'ENDERECO EM BRANCO' TO ENDR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM TIRA-CEP
           INSPECT W-TEXTO REPLACING ALL 'CEP:' BY '    '
                                     ALL 'CEP.' BY '    '
                                     ALL 'CEP ' BY '    '

           MOVE SPACES TO W-PARTES
           MOVE 0 TO W-QTD-PARTES
           UNSTRING W-TEXTO DELIMITED BY ',' OR ' - ' OR ';'
                    INTO W-PARTE(1) W-PARTE(2) W-PARTE(3)
                         W-PARTE(4) W-PARTE(5) W-PARTE(6)
                         W-PARTE(7) W-PARTE(8)
                    TALLYING IN W-QTD-PARTES
           END-UNSTRING

           MOVE SPACES TO W-TOKENS
           MOVE 0 TO W-QTD-TOK
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 8
              MOVE W-PARTE(W-I) TO W-AUX
              PERFORM TIRA-BRANCOS
              IF W-AUX NOT = SPACES
                 ADD 1 TO W-QTD-TOK
                 MOVE W-AUX TO W-TOK(W-QTD-TOK)
              END-IF
           END-PERFORM

           IF W-QTD-TOK = 0
              SET ENDR-FALHOU TO TRUE
              MOVE 'ENDERECO SEM TEXTO ALEM DO CEP' TO ENDR-MOTIVO
              EXIT PARAGRAPH
           END-IF

           PERFORM SEPARA-CIDADE-UF

           | sem UF no texto o CEP cadastrado resolve; a ultima
           | parte igual a cidade do CEP e a propria cidade
           IF ENDR-UF = SPACES AND ENDR-CEP NOT = 0
              PERFORM BUSCA-CEP
              IF CEP-ACHOU
                 MOVE CEP-CIDADE TO ENDR-CIDADE
                 MOVE CEP-UF     TO ENDR-UF
                 IF W-QTD-TOK > 1
                    AND W-TOK(W-QTD-TOK) = CEP-CIDADE
                    SUBTRACT 1 FROM W-QTD-TOK
                 END-IF
              END-IF
           END-IF

           MOVE W-TOK(1) TO ENDR-LOGRADOURO
           MOVE 2 TO W-I
           IF W-I <= W-QTD-TOK
              MOVE W-TOK(W-I) TO W-AUX
              IF W-AUX(1:1) IS NUMERIC OR W-AUX(1:3) = 'S/N'
                 OR W-AUX(1:3) = 'SN '
                 MOVE W-AUX TO ENDR-NUMERO
                 ADD 1 TO W-I
              END-IF
           END-IF
           IF ENDR-NUMERO = SPACES
              PERFORM NUMERO-NO-LOGRADOURO
           END-IF

           COMPUTE W-K = W-QTD-TOK - W-I + 1
           EVALUATE TRUE
              WHEN W-I > W-QTD-TOK
                 CONTINUE
              WHEN W-K = 1
                 MOVE W-TOK(W-I) TO ENDR-BAIRRO
              WHEN OTHER
                 MOVE W-TOK(W-QTD-TOK) TO ENDR-BAIRRO
                 MOVE SPACES TO W-AUX2
                 MOVE 1 TO W-P
                 PERFORM VARYING W-K FROM W-I BY 1
                         UNTIL W-K >= W-QTD-TOK
                    MOVE W-TOK(W-K) TO W-AUX
                    PERFORM TAMANHO-AUX
                    IF W-P > 1
                       STRING ' - ' DELIMITED BY SIZE
                              INTO W-AUX2 WITH POINTER W-P
                       END-STRING
                    END-IF
                    STRING W-AUX(1:W-TAM) DELIMITED BY SIZE
                           INTO W-AUX2 WITH POINTER W-P
                    END-STRING
                 END-PERFORM
                 MOVE W-AUX2 TO ENDR-COMPLEMENTO
           END-EVALUATE

           IF ENDR-CEP NOT = 0 AND NOT CEP-ACHOU
              PERFORM BUSCA-CEP
           END-IF
           IF CEP-ACHOU
              IF ENDR-BAIRRO = SPACES
                 MOVE CEP-BAIRRO TO ENDR-BAIRRO
              END-IF
              IF ENDR-CIDADE = SPACES
                 MOVE CEP-CIDADE TO ENDR-CIDADE
              END-IF
              IF ENDR-UF = SPACES
                 MOVE CEP-UF TO ENDR-UF
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN ENDR-LOGRADOURO = SPACES
                 SET ENDR-FALHOU TO TRUE
                 MOVE 'LOGRADOURO NAO IDENTIFICADO' TO ENDR-MOTIVO
              WHEN ENDR-UF = SPACES
                 SET ENDR-FALHOU TO TRUE
                 MOVE 'UF NAO IDENTIFICADA' TO ENDR-MOTIVO
              WHEN ENDR-CIDADE = SPACES
                 SET ENDR-FALHOU TO TRUE
                 MOVE 'CIDADE NAO IDENTIFICADA' TO ENDR-MOTIVO
           END-EVALUATE.

       TIRA-CEP.
           PERFORM VARYING W-I FROM 1 BY 1 UNTIL W-I > 91
                   OR ENDR-CEP NOT = 0
              EVALUATE TRUE
                 WHEN W-TEXTO(W-I:2) IS NUMERIC
                      AND W-TEXTO(W-I + 2:1) = '.'
                      AND W-TEXTO(W-I + 3:3) IS NUMERIC
                      AND W-TEXTO(W-I + 6:1) = '-'
                      AND W-TEXTO(W-I + 7:3) IS NUMERIC
                    STRING W-TEXTO(W-I:2) W-TEXTO(W-I + 3:3)
                           W-TEXTO(W-I + 7:3)
                           DELIMITED BY SIZE INTO W-CEP-X
                    MOVE W-CEP-N TO ENDR-CEP
                    MOVE SPACES TO W-TEXTO(W-I:10)
                 WHEN W-TEXTO(W-I:5) IS NUMERIC
                      AND W-TEXTO(W-I + 5:1) = '-'
                      AND W-TEXTO(W-I + 6:3) IS NUMERIC
                    STRING W-TEXTO(W-I:5) W-TEXTO(W-I + 6:3)
                           DELIMITED BY SIZE INTO W-CEP-X
                    MOVE W-CEP-N TO ENDR-CEP
                    MOVE SPACES TO W-TEXTO(W-I:9)
                 WHEN W-TEXTO(W-I:8) IS NUMERIC
                      AND (W-I = 1
                           OR W-TEXTO(W-I - 1:1) IS NOT NUMERIC)
                      AND W-TEXTO(W-I + 8:1) IS NOT NUMERIC
                    MOVE W-TEXTO(W-I:8) TO W-CEP-X
                    MOVE W-CEP-N TO ENDR-CEP
                    MOVE SPACES TO W-TEXTO(W-I:8)
              END-EVALUATE
           END-PERFORM.

       SEPARA-CIDADE-UF.
           MOVE W-TOK(W-QTD-TOK) TO W-AUX
           PERFORM TAMANHO-AUX

           | UF sozinha na ultima parte: a anterior e a cidade
           IF W-TAM = 2
              MOVE W-AUX(1:2) TO W-UF
              IF UF-VALIDA AND W-QTD-TOK > 2
                 MOVE W-UF TO ENDR-UF
                 SUBTRACT 1 FROM W-QTD-TOK
                 MOVE W-TOK(W-QTD-TOK) TO ENDR-CIDADE
                 SUBTRACT 1 FROM W-QTD-TOK
              END-IF
              EXIT PARAGRAPH
           END-IF

           IF W-TAM > 3 AND W-QTD-TOK > 1
              MOVE W-AUX(W-TAM - 1:2) TO W-UF
              IF UF-VALIDA
                 AND (W-AUX(W-TAM - 2:1) = '/' OR '-' OR SPACE)
                 MOVE W-UF TO ENDR-UF
                 MOVE W-AUX(1:W-TAM - 3) TO W-AUX2
                 MOVE W-AUX2 TO W-AUX
                 PERFORM TAMANHO-AUX
                 PERFORM UNTIL W-TAM = 0
                         OR (W-AUX(W-TAM:1) NOT = '-'
                             AND W-AUX(W-TAM:1) NOT = '/'
                             AND W-AUX(W-TAM:1) NOT = SPACE)
                    MOVE SPACE TO W-AUX(W-TAM:1)
                    SUBTRACT 1 FROM W-TAM
                 END-PERFORM
                 MOVE W-AUX TO ENDR-CIDADE
                 SUBTRACT 1 FROM W-QTD-TOK
              END-IF
           END-IF.

       NUMERO-NO-LOGRADOURO.
           | RUA TAL 123 sem virgula: a ultima palavra numerica
           | do logradouro e o numero
           MOVE ENDR-LOGRADOURO TO W-AUX
           PERFORM TAMANHO-AUX
           IF W-TAM < 3
              EXIT PARAGRAPH
           END-IF
           PERFORM VARYING W-ESP FROM W-TAM BY -1
                   UNTIL W-ESP = 0 OR W-AUX(W-ESP:1) = SPACE
           END-PERFORM
           IF W-ESP > 1 AND W-ESP < W-TAM
              AND W-AUX(W-ESP + 1:W-TAM - W-ESP) IS NUMERIC
              AND W-TAM - W-ESP <= 10
              MOVE W-AUX(W-ESP + 1:W-TAM - W-ESP) TO ENDR-NUMERO
              MOVE W-AUX(1:W-ESP - 1) TO ENDR-LOGRADOURO
           END-IF.

       TIRA-BRANCOS.
           PERFORM VARYING W-P FROM 1 BY 1
                   UNTIL W-P > 100 OR W-AUX(W-P:1) NOT = SPACE
           END-PERFORM
           IF W-P > 1 AND W-P <= 100
              MOVE W-AUX(W-P:) TO W-AUX2
              MOVE W-AUX2 TO W-AUX
           END-IF.

       TAMANHO-AUX.
           PERFORM VARYING W-TAM FROM 100 BY -1
                   UNTIL W-TAM = 0 OR W-AUX(W-TAM:1) NOT = SPACE
           END-PERFORM.

       BUSCA-CEP.
           SET CEP-ACHOU TO FALSE
           IF ENDR-CEP = 0 OR CEP-AUSENTE
              EXIT PARAGRAPH
           END-IF
           IF NOT CEP-ABERTO
              OPEN INPUT CCEP
              IF ST-CEP = '35'
                 SET CEP-AUSENTE TO TRUE
                 EXIT PARAGRAPH
              END-IF
              IF NOT VAL-CEP
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CEP-ABERTO TO TRUE
           END-IF

           INITIALIZE CEP-REG-1
           MOVE ENDR-CEP TO CEP-NUM
           READ CCEP
           IF VAL-CEP
              SET CEP-ACHOU TO TRUE
           ELSE
              IF ST-CEP NOT = '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
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
              MOVE 'PRJ-ENDERECO' TO ERRL-PROG
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
