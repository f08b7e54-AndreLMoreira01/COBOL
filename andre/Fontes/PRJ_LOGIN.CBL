       FILE-CONTROL.

       COPY "PRJ_USU.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_LGH.SL".

       
       
       FILE SECTION.

       COPY "PRJ_USU.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_LGH.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
	   03 W-MODO-CXS              PIC  X(1).
	   03 W-TIPO-USU              PIC  9(2).
	   03 W-TREINA-USU            PIC  X(1) VALUE 'N'.
           03  ST-PARAM               PIC  X(02).
               88 VAL-PARAM           VALUE '00' THRU '09'.
           | validade da senha em dias: PARAM 58 (default 90)
           03 W-VALIDADE-SENHA        PIC  9(5) VALUE 90.
           03 W-DIAS-SENHA            PIC S9(7).
           03 W-SENHA-VENCIDA         PIC  X(1).
           03 W-TROCOU-SENHA          PIC  X(1).
           03 W-DATA-HOJE             PIC  9(08).
           03 REDEFINES W-DATA-HOJE.
              05 W-ANOHOJE            PIC  9(04).
              05 W-MESHOJE            PIC  9(02).
              05 W-DIAHOJE            PIC  9(02).
           03 W-DATAUXI               PIC  9(08).
           03 REDEFINES W-DATAUXI.
              05 W-DIAAUXI            PIC  9(02).
              05 W-MESAUXI            PIC  9(02).
              05 W-ANOAUXI            PIC  9(04).
           03 W-DATAINV               PIC  9(08).
           03  ST-LGH                 PIC  X(02).
               88 VAL-LGH             VALUE '00' THRU '09'.
           03 W-TERMINAL              PIC  X(20).
           03 W-LGH-EVENTO            PIC  X(01).
           03 W-LGH-MOTIVO            PIC  X(30).
           03 W-LGH-DURACAO           PIC  9(07).
           03 W-SAIDA-MENU            PIC  X(01).
           03 W-DIA-ENTRADA           PIC  9(08).
           03 W-HORA-ENTRADA          PIC  9(08).
           03 W-HORA-AUX              PIC  9(08).
           03 REDEFINES W-HORA-AUX.
              05 W-HH-AUX             PIC  9(02).
              05 W-MM-AUX             PIC  9(02).
              05 W-SS-AUX             PIC  9(02).
              05 W-CC-AUX             PIC  9(02).
           03 W-SEG-ENTRADA           PIC  9(05).
           03 W-SEG-SAIDA             PIC  9(05).



	      MOVE 'Usuario bloqueado.' TO CA-MESSAGE-1
	      PERFORM MOSTRA-MSG-ATENCAO
	      CLOSE CUSUARIO
	      MOVE 'F' TO W-LGH-EVENTO
	      MOVE 'USUARIO BLOQUEADO' TO W-LGH-MOTIVO
	      PERFORM GRAVA-HISTORICO
	      EXIT PARAGRAPH
	   END-IF

	      MOVE 'Usuario j� est� logado.' TO CA-MESSAGE-1
	      PERFORM MOSTRA-MSG-ATENCAO
	      CLOSE CUSUARIO
	      MOVE 'F' TO W-LGH-EVENTO
	      MOVE 'USUARIO JA LOGADO' TO W-LGH-MOTIVO
	      PERFORM GRAVA-HISTORICO
	      EXIT PARAGRAPH
	   END-IF

	   CANCEL "PRJ-HASH"
	   IF USU-SENHA = W-SENHA-HASH
	       MOVE 0 TO USU-TENTATIVAS
	       | senha vencida ou provisoria: so entra depois de
	       | cadastrar uma nova senha
	       PERFORM VERIFICA-VALIDADE-SENHA
	       IF W-SENHA-VENCIDA = 'S'
	          REWRITE USU-REG-1
	          CLOSE CUSUARIO
	          PERFORM TROCA-SENHA-VENCIDA
	          IF W-TROCOU-SENHA NOT = 'S'
	             MOVE 'F' TO W-LGH-EVENTO
	             MOVE 'SENHA VENCIDA NAO TROCADA' TO W-LGH-MOTIVO
	             PERFORM GRAVA-HISTORICO
	             EXIT PARAGRAPH
	          END-IF
	          PERFORM ABRIR-ARQUIVO
	          INITIALIZE USU-REG-1
	          MOVE W-LOGIN TO USU-LOGIN
	          READ CUSUARIO
	          IF NOT VAL-USU
	             CLOSE CUSUARIO
	             PERFORM ERRO-ARQUIVO
	          END-IF
	       END-IF
	       SET USU-EM-USO TO TRUE
	       MOVE USU-TIPO TO W-TIPO-USU
	       MOVE USU-TREINA TO W-TREINA-USU
	       ACCEPT W-DIA-ENTRADA  FROM CENTURY-DATE
	       ACCEPT W-HORA-ENTRADA FROM TIME
	       MOVE W-DIA-ENTRADA TO W-DATA-HOJE
	       COMPUTE USU-DT-ULT-LOGIN = W-DIAHOJE * 1000000
	                                + W-MESHOJE * 10000
	                                + W-ANOHOJE
	       REWRITE USU-REG-1
	       CLOSE CUSUARIO
	       MOVE 'E' TO W-LGH-EVENTO
	       MOVE SPACES TO W-LGH-MOTIVO
	       PERFORM GRAVA-HISTORICO
	       IF W-TREINA-USU = 'S'
	          PERFORM LIGA-MODO-TREINAMENTO
	       END-IF
	                   CANCEL "PRJ_CAIXA_SES"
	          END-CALL
	       END-IF
               MOVE 'S' TO W-SAIDA-MENU
               CALL "PRJ_MENU" USING USU-TIPO, W-LOGIN, W-SAIDA-MENU
	            ON OVERFLOW  MOVE 'Programa n�o encontrado.'
		            TO CA-MESSAGE-1
                            PERFORM MOSTRA-MSG-ERRO
	          REWRITE USU-REG-1
	       END-IF
	       CLOSE CUSUARIO
	       PERFORM CALCULA-DURACAO-SESSAO
	       MOVE W-SAIDA-MENU TO W-LGH-EVENTO
	       MOVE SPACES TO W-LGH-MOTIVO
	       PERFORM GRAVA-HISTORICO
	       EXIT PARAGRAPH
	   ELSE
	        ADD 1 TO USU-TENTATIVAS
	        MOVE 'F' TO W-LGH-EVENTO
	        IF USU-TENTATIVAS >= W-MAX-TENTATIVAS
	           SET USU-BLOQUEADO TO TRUE
	           REWRITE USU-REG-1
	           MOVE 'Usuario bloqueado.' TO CA-MESSAGE-1
	           MOVE 'SENHA INCORRETA - BLOQUEADO' TO W-LGH-MOTIVO
	        ELSE
	           REWRITE USU-REG-1
	           MOVE 'Senha incorreta.' TO CA-MESSAGE-1
	           MOVE 'SENHA INCORRETA' TO W-LGH-MOTIVO
	        END-IF
	        PERFORM GRAVA-HISTORICO
                PERFORM MOSTRA-MSG-ERRO
		MOVE 4 TO W-ACCEPT-CONTROL
                MOVE 4 TO W-CONTROL-ID |* id do campo onde quero posicionar o cursor

	   CLOSE CUSUARIO.


       GRAVA-HISTORICO.
	   | historico de acessos: entrada, saida, saida por
	   | inatividade e tentativa recusada, com o terminal
	   | (nome da estacao) e a duracao da sessao em segundos
	   ACCEPT W-TERMINAL FROM ENVIRONMENT 'COMPUTERNAME'

	   OPEN I-O CLOGINH
	   IF ST-LGH = '35'
	      OPEN OUTPUT CLOGINH
	      CLOSE CLOGINH
	      OPEN I-O CLOGINH
	   END-IF
	   IF NOT VAL-LGH
	      PERFORM ERRO-ARQUIVO
	   END-IF

	   ACCEPT W-DATA-HOJE FROM CENTURY-DATE
	   INITIALIZE LGH-REG-1
	   COMPUTE LGH-DIA = W-DIAHOJE * 1000000
	                   + W-MESHOJE * 10000
	                   + W-ANOHOJE
	   ACCEPT LGH-HORA FROM TIME
	   MOVE W-LOGIN       TO LGH-LOGIN
	   MOVE W-LGH-EVENTO  TO LGH-EVENTO
	   MOVE W-TERMINAL    TO LGH-TERMINAL
	   MOVE W-LGH-MOTIVO  TO LGH-MOTIVO
	   IF LGH-SAIDA OR LGH-TIMEOUT
	      MOVE W-LGH-DURACAO TO LGH-DURACAO
	   END-IF

	   WRITE LGH-REG-1
	   PERFORM UNTIL ST-LGH NOT = '22' OR LGH-SEQ = 99
	      ADD 1 TO LGH-SEQ
	      WRITE LGH-REG-1
	   END-PERFORM
	   IF NOT VAL-LGH
	      PERFORM ERRO-ARQUIVO
	   END-IF

	   CLOSE CLOGINH.

       CALCULA-DURACAO-SESSAO.
	   MOVE W-HORA-ENTRADA TO W-HORA-AUX
	   COMPUTE W-SEG-ENTRADA = W-HH-AUX * 3600 + W-MM-AUX * 60
	                         + W-SS-AUX
	   ACCEPT W-DATA-HOJE FROM CENTURY-DATE
	   ACCEPT W-HORA-AUX  FROM TIME
	   COMPUTE W-SEG-SAIDA = W-HH-AUX * 3600 + W-MM-AUX * 60
	                       + W-SS-AUX
	   COMPUTE W-LGH-DURACAO =
	         (FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
	        - FUNCTION INTEGER-OF-DATE(W-DIA-ENTRADA)) * 86400
	        + W-SEG-SAIDA - W-SEG-ENTRADA.

       VERIFICA-VALIDADE-SENHA.
           MOVE 'N' TO W-SENHA-VENCIDA

           OPEN INPUT CPARAM
           IF VAL-PARAM
              INITIALIZE PARAM-REG-1
              MOVE 58 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-VALIDADE-SENHA
              END-IF
              CLOSE CPARAM
           END-IF

           IF USU-SENHA-PROVISORIA
              MOVE 'S' TO W-SENHA-VENCIDA
              EXIT PARAGRAPH
           END-IF

           | sem data de troca (usuario anterior ao controle de
           | validade) conta como vencida
           IF USU-DT-SENHA NOT NUMERIC OR USU-DT-SENHA = 0
              MOVE 'S' TO W-SENHA-VENCIDA
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATA-HOJE FROM CENTURY-DATE
           MOVE USU-DT-SENHA TO W-DATAUXI
           COMPUTE W-DATAINV = W-ANOAUXI * 10000 + W-MESAUXI * 100
                             + W-DIAAUXI
           COMPUTE W-DIAS-SENHA =
                   FUNCTION INTEGER-OF-DATE(W-DATA-HOJE)
                 - FUNCTION INTEGER-OF-DATE(W-DATAINV)
           IF W-DIAS-SENHA >= W-VALIDADE-SENHA
              MOVE 'S' TO W-SENHA-VENCIDA
           END-IF.

       TROCA-SENHA-VENCIDA.
           MOVE 'N' TO W-TROCOU-SENHA
           INITIALIZE CA-MESSAGE-LINK
           IF USU-SENHA-PROVISORIA
              MOVE 'Senha provisoria.' TO CA-MESSAGE-1
           ELSE
              MOVE 'Senha vencida.' TO CA-MESSAGE-1
           END-IF
           MOVE 'Cadastre uma nova senha para entrar.'
                TO CA-MESSAGE-2
           PERFORM MOSTRA-MSG-ATENCAO

           CALL "PRJ_TROCA_SENHA" USING W-LOGIN, W-TROCOU-SENHA
                ON OVERFLOW  MOVE 'Programa nao encontrado.'
                             TO CA-MESSAGE-1
                             PERFORM MOSTRA-MSG-ERRO
                NOT OVERFLOW
                      CANCEL "PRJ_TROCA_SENHA"
           END-CALL

           IF W-TROCOU-SENHA NOT = 'S'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Senha nao trocada. Acesso negado.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 4 TO W-CONTROL-ID
           END-IF.

       VALIDA-LOGIN.

           SET LOGIN-EXISTE TO TRUE.
