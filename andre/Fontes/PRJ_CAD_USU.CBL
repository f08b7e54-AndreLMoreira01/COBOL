       COPY "PRJ_USU.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_BIL.SL".
       COPY "PRJ_FIL.SL".


           COPY "PRJ_ERRL.SL".
       COPY "PRJ_USU.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_BIL.FD".
       COPY "PRJ_FIL.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
               88 VAL-LOG            VALUE '00' THRU '09'.
	   03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.

	   03 CAMPOS-TELA.
	       05 W-LOGIN       PIC  X(10) VALUE SPACES.
	       05 W-HORA                  PIC  9(08).
	       05 W-DATASIS               PIC  9(8).
	       05 W-SENHA-HASH            PIC  X(8).
               05 W-IND-HIST              PIC  9(2).
               05 W-MSG-SENHA             PIC  X(50).



           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           |Cadastro de filiais opcional: sem ele nao ha validacao
           OPEN INPUT CFILIAL
           IF VAL-FIL
              SET FIL-ATIVA TO TRUE
           ELSE
              SET FIL-ATIVA TO FALSE
           END-IF.

	   ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".
           
           DISPLAY FLOATING GRAPHICAL WINDOW

       FIM.
           CLOSE CUSUARIO.
           IF FIL-ATIVA
              CLOSE CFILIAL
           END-IF.

           CLOSE WINDOW JANELA-PROGRAMA.

              EXIT PARAGRAPH
	   END-IF

           PERFORM VALIDA-FILIAL.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

	   INITIALIZE      USU-REG-1
	   
           MOVE W-LOGIN TO USU-LOGIN
	   IF W-SENHA NOT = SPACES
	      CALL "PRJ-HASH" USING W-SENHA, W-SENHA-HASH
              CANCEL "PRJ-HASH"
              |* guarda a senha anterior no historico; senha
              |* definida pelo administrador e provisoria e tem
              |* de ser trocada pelo usuario no proximo login
              IF ST-USU NOT = '23'
                 PERFORM VARYING W-IND-HIST FROM 10 BY -1
                         UNTIL W-IND-HIST < 2
                    MOVE USU-HIST-SENHA(W-IND-HIST - 1)
                      TO USU-HIST-SENHA(W-IND-HIST)
                 END-PERFORM
                 MOVE USU-SENHA TO USU-HIST-SENHA(1)
              END-IF
	      MOVE W-SENHA-HASH TO USU-SENHA
              ACCEPT W-DATAUXI FROM CENTURY-DATE
              COMPUTE USU-DT-SENHA =   W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000
              SET USU-SENHA-PROVISORIA TO TRUE
           END-IF
           MOVE W-TIPO TO USU-TIPO
           MOVE W-NOME TO USU-NOME
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF.

           |* senha informada passa pelas mesmas regras da troca
           |* de senha (tamanho, letras e numeros, historico)
           IF W-SENHA NOT = SPACES
              CALL "PRJ-SENHA-VALIDA" USING W-SENHA, USU-SENHA,
                                     USU-HIST-SENHAS, W-MSG-SENHA
              CANCEL "PRJ-SENHA-VALIDA"
              IF W-MSG-SENHA NOT = SPACES
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE W-MSG-SENHA TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 MOVE 4 TO W-ACCEPT-CONTROL
                 MOVE 4 TO W-CONTROL-ID
                 SET VALIDACAO-OK TO FALSE
              END-IF
           END-IF.

       VALIDA-NOME.
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-FILIAL.

           SET VALIDACAO-OK TO TRUE.
           IF NOT FIL-ATIVA OR W-FILIAL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-FILIAL TO FIL-COD
           READ CFILIAL
           IF NOT VAL-FIL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial n?o cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 17 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF FIL-DESATIVADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 17 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-TIPO.

           SET VALIDACAO-OK TO TRUE.
               COMPUTE W-DATASIS =      W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000
           |* desbloqueio reinicia a contagem de inatividade do
           |* PRJ-INATIVO-LOTE, senao a conta voltaria a ser
           |* bloqueada na proxima execucao
           MOVE W-DATASIS TO USU-DT-REATIVA

	   ACCEPT W-HORA FROM TIME
	   INITIALIZE LOG-REG-1
