       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-SENHA-VALIDA.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_PARAM.SL".

       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_PARAM.FD".

       WORKING-STORAGE SECTION.
       01  CAMPOS-W.
           03 ST-PARAM        PIC X(02).
              88 VAL-PARAM    VALUE '00' THRU '09'.
           03 W-CH            PIC X(1).
           03 W-IND           PIC 9(2).
           03 W-TAM           PIC 9(2).
           03 W-QTD-LETRA     PIC 9(2).
           03 W-QTD-DIGITO    PIC 9(2).
           03 W-SENHA-HASH    PIC X(8).
           | regras: PARAM 60 tamanho minimo (default 6, a
           | senha tem no maximo 8) e PARAM 59 quantas senhas
           | recentes nao podem voltar (default 3, a atual
           | inclusive, ate 10)
           03 W-TAM-MIN       PIC 9(2) VALUE 6.
           03 W-QTD-HIST      PIC 9(2) VALUE 3.

       LINKAGE SECTION.

       77  W-SENHA-L          PIC X(8).
       77  W-SENHA-ATUAL-L    PIC X(8).
       01  W-HIST-L.
           03 W-HIST-SENHA-L  PIC X(8) OCCURS 10.
       77  W-MSG-L            PIC X(50).

       PROCEDURE DIVISION USING W-SENHA-L, W-SENHA-ATUAL-L,
                                W-HIST-L, W-MSG-L.
       INICIO.
           | regra unica de senha do cadastro de usuarios e
           | da troca de senha: tamanho, letras e numeros e
           | nao repetir as ultimas senhas (comparadas pelo
           | hash do PRJ-HASH); devolve a mensagem de recusa
           | ou brancos quando a senha serve

           MOVE SPACES TO W-MSG-L
           PERFORM BUSCA-PARAMETROS

           MOVE 0 TO W-TAM W-QTD-LETRA W-QTD-DIGITO
           PERFORM VARYING W-IND FROM 1 BY 1 UNTIL W-IND > 8
              MOVE W-SENHA-L(W-IND:1) TO W-CH
              IF W-CH NOT = SPACE
                 MOVE W-IND TO W-TAM
              END-IF
              IF (W-CH >= 'A' AND W-CH <= 'Z')
                 OR (W-CH >= 'a' AND W-CH <= 'z')
                 ADD 1 TO W-QTD-LETRA
              END-IF
              IF W-CH >= '0' AND W-CH <= '9'
                 ADD 1 TO W-QTD-DIGITO
              END-IF
           END-PERFORM

           IF W-TAM < W-TAM-MIN
              STRING 'A senha deve ter ao menos ' W-TAM-MIN
                     ' caracteres.' DELIMITED BY SIZE INTO W-MSG-L
              GO TO FIM
           END-IF

           IF W-QTD-LETRA = 0 OR W-QTD-DIGITO = 0
              MOVE 'A senha deve misturar letras e numeros.'
                   TO W-MSG-L
              GO TO FIM
           END-IF

           CALL "PRJ-HASH" USING W-SENHA-L, W-SENHA-HASH
           CANCEL "PRJ-HASH"

           IF W-SENHA-HASH = W-SENHA-ATUAL-L
              MOVE 'A nova senha deve ser diferente da atual.'
                   TO W-MSG-L
              GO TO FIM
           END-IF

           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND >= W-QTD-HIST
              IF W-HIST-SENHA-L(W-IND) = W-SENHA-HASH
                 MOVE 'Senha usada recentemente. Escolha outra.'
                      TO W-MSG-L
                 GO TO FIM
              END-IF
           END-PERFORM.

       FIM.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 60 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-TAM-MIN
              IF W-TAM-MIN > 8
                 MOVE 8 TO W-TAM-MIN
              END-IF
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 59 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-QTD-HIST
              IF W-QTD-HIST > 10
                 MOVE 10 TO W-QTD-HIST
              END-IF
           END-IF

           CLOSE CPARAM.
