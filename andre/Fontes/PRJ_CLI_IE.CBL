
       FD  CSVFILE
           LABEL RECORD STANDARD.
       01  CSV-LINHA                      PIC X(600).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
           03  W-BLOQ-CSV            PIC  X(01).
           03  W-EMAIL-CSV           PIC  X(60).
           03  W-CEL-CSV             PIC  X(11).
           | endereco em partes depois do celular; arquivo no
           | layout antigo (so END) e separado por PRJ_ENDERECO
           03  W-CEP-CSV             PIC  X(10).
           03  W-LOGRADOURO-CSV      PIC  X(60).
           03  W-NUMERO-CSV          PIC  X(10).
           03  W-COMPLEMENTO-CSV     PIC  X(30).
           03  W-BAIRRO-CSV          PIC  X(40).
           03  W-CIDADE-CSV          PIC  X(40).
           03  W-UF-CSV              PIC  X(02).
           03  W-CEP-AUX             PIC  X(08).

           03  W-CPF-VALIDA          PIC  9(11).
           03  W-CPF-T REDEFINES W-CPF-VALIDA
	   03  W-HORA                 PIC  9(08).
	   03  W-DATASIS              PIC  9(8).

       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-CLI-IE'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_END.CPY".

       LINKAGE SECTION.


       FIM.
           CLOSE CCLIENTE CLOG.
           CANCEL "PRJ_ENDERECO".
           EXIT PROGRAM.
           STOP RUN.

                  CLI-EMAIL   DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-CEL     DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-CEP     DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-LOGRADOURO  DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-NUMERO  DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-COMPLEMENTO DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-BAIRRO  DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-CIDADE  DELIMITED BY SIZE
                  ';'         DELIMITED BY SIZE
                  CLI-UF      DELIMITED BY SIZE
             INTO CSV-LINHA.
           WRITE CSV-LINHA.

           CLOSE CSVFILE.

       PROCESSA-LINHA-CSV.
           MOVE SPACES TO W-CEP-CSV W-LOGRADOURO-CSV W-NUMERO-CSV
                          W-COMPLEMENTO-CSV W-BAIRRO-CSV
                          W-CIDADE-CSV W-UF-CSV
           UNSTRING CSV-LINHA DELIMITED BY ';'
                    INTO W-CPF-CSV   W-NOME-CSV  W-END-CSV
                         W-TEL-CSV   W-COM-CSV   W-DESC-CSV
                         W-BLOQ-CSV  W-EMAIL-CSV W-CEL-CSV
                         W-CEP-CSV   W-LOGRADOURO-CSV
                         W-NUMERO-CSV W-COMPLEMENTO-CSV
                         W-BAIRRO-CSV W-CIDADE-CSV W-UF-CSV
           END-UNSTRING.

           MOVE W-CPF-CSV TO W-CPF-VALIDA.
           MOVE W-BLOQ-CSV  TO CLI-BLOQ.
           MOVE W-EMAIL-CSV TO CLI-EMAIL.
           MOVE W-CEL-CSV   TO CLI-CEL.
           PERFORM ENDERECO-CSV.

           IF ST-CLI = '23'
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-CLIENTE
              WRITE CLI-REG-1
           ELSE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-CLIENTE
              REWRITE CLI-REG-1
           END-IF.
           IF NOT VAL-CLI

           ADD 1 TO W-QTD-PROC.

       ENDERECO-CSV.
           INITIALIZE AREA-ENDERECO
           IF W-CEP-CSV(6:1) = '-'
              STRING W-CEP-CSV(1:5) W-CEP-CSV(7:3)
                     DELIMITED BY SIZE INTO W-CEP-AUX
           ELSE
              MOVE W-CEP-CSV(1:8) TO W-CEP-AUX
           END-IF
           IF W-CEP-AUX IS NUMERIC
              MOVE W-CEP-AUX TO ENDR-CEP
           END-IF

           | linha no layout antigo: a linha livre fica e as
           | partes saem dela quando der para separar
           IF W-LOGRADOURO-CSV = SPACES AND ENDR-CEP = 0
              SET ENDR-SEPARA TO TRUE
              MOVE W-END-CSV TO ENDR-LIVRE
              CALL "PRJ_ENDERECO" USING AREA-ENDERECO
              | o que nao separou fica em branco para a
              | conversao listar na conferencia
              IF ENDR-FALHOU
                 INITIALIZE AREA-ENDERECO
              END-IF
              PERFORM MOVE-ENDERECO-CLI
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGRADOURO-CSV  TO ENDR-LOGRADOURO
           MOVE W-NUMERO-CSV      TO ENDR-NUMERO
           MOVE W-COMPLEMENTO-CSV TO ENDR-COMPLEMENTO
           MOVE W-BAIRRO-CSV      TO ENDR-BAIRRO
           MOVE W-CIDADE-CSV      TO ENDR-CIDADE
           MOVE W-UF-CSV          TO ENDR-UF
           INSPECT ENDR-UF CONVERTING 'abcdefghijklmnopqrstuvwxyz'
                                   TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
           | so o CEP veio: o resto sai da tabela de CEP
           IF ENDR-LOGRADOURO = SPACES OR ENDR-CIDADE = SPACES
              SET ENDR-BUSCA-CEP TO TRUE
              CALL "PRJ_ENDERECO" USING AREA-ENDERECO
           END-IF
           SET ENDR-MONTA TO TRUE
           CALL "PRJ_ENDERECO" USING AREA-ENDERECO
           PERFORM MOVE-ENDERECO-CLI
           MOVE ENDR-LIVRE TO CLI-END.

       MOVE-ENDERECO-CLI.
           MOVE ENDR-CEP         TO CLI-CEP
           MOVE ENDR-LOGRADOURO  TO CLI-LOGRADOURO
           MOVE ENDR-NUMERO      TO CLI-NUMERO
           MOVE ENDR-COMPLEMENTO TO CLI-COMPLEMENTO
           MOVE ENDR-BAIRRO      TO CLI-BAIRRO
           MOVE ENDR-CIDADE      TO CLI-CIDADE
           MOVE ENDR-UF          TO CLI-UF.

       VALIDA-CPF-CSV.
           SET CPF-CSV-OK TO TRUE.

             INTO CA-MESSAGE-1.
           PERFORM MOSTRA-MSG-MENSAGEM.

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
