       COPY "PRJ_LCK.SL".
       COPY "PRJ_CRD.SL".
       COPY "PRJ_TXE.SL".
       COPY "PRJ_PEN.SL".
       COPY "PRJ_MOT.SL".
       COPY "PRJ_FPA.SL".
       COPY "PRJ_OVB.SL".
       COPY "PRJ_HIM.SL".
       COPY "PRJ_FIL.SL".
       SELECT PRINTF ASSIGN TO PRINTER
              FILE STATUS IS ST-PRI.

       COPY "PRJ_LCK.FD".
       COPY "PRJ_CRD.FD".
       COPY "PRJ_TXE.FD".
       COPY "PRJ_PEN.FD".
       COPY "PRJ_MOT.FD".
       COPY "PRJ_FPA.FD".
       COPY "PRJ_OVB.FD".
       COPY "PRJ_HIM.FD".
       COPY "PRJ_FIL.FD".
       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).
	   03  W-CLASSE-DESC         PIC  X(20).
	   03  W-POL-CLS-TESTE       PIC  9(02).
	   03  W-TOT-SEM-CLS         PIC  9(05)V99.
	   | TARIFA DINAMICA: ajuste da regra de lota??o da
	   | linha (PRJ-TARIFA-DIN), positivo ou negativo
	   03  W-DIN-PERC            PIC S9(03) VALUE 0.
	   03  W-DIN-VLR             PIC S9(05)V99 VALUE 0.
	   | CARTEIRA DO CLIENTE: saldo pr?-pago/de estornos
	   | (CARTEIRA.ARQ) usado como forma de pagamento 7
	   03  ST-WAL                PIC  X(02).
	   03  W-PET-VLR-EDIT        PIC  ZZ9,99.
	   03  W-QTD-PETS            PIC  9(03).
	   03  W-LIM-PETS            PIC  9(03) VALUE 2.
	   03  W-BIL-GUARDA-PET      PIC  X(800).
	   03  W-ST-BIL-SAV          PIC  X(02).
	   | ENDOSSO: troca do passageiro do bilhete (prima no
	   | lugar do titular) com taxa regulamentada (PARAM
	   03  W-VLR-ULT-PARC        PIC  9(05)V99.
	   03  W-VENC-J              PIC  9(09).
	   03  W-VENC-I              PIC  9(08).
           03  W-CID-CRD             PIC  9(03).
	   03  W-VLR-RECEB-CRD       PIC  9(07)V99.
	   03  W-VLR-REEMBOLSO       PIC  9(05)V99.
	   | TAXA DE EMBARQUE do terminal da cidade de origem
	   03  W-QTD-EM-PE           PIC  9(03).
	   03  W-LIM-EM-PE           PIC  9(02).
	   03  W-POL-EM-PE           PIC  9(02).
	   | OVERBOOKING CONTROLADO: esgotados os assentos, a
	   | linha/tipo pode vender at? OVB-APROVADO bilhetes
	   | al?m da lota??o (franquia calculada pelo
	   | PRJ_OVERBOOK_LOTE e aprovada pelo supervisor);
	   | quem sobrar no embarque ? preterido no PRJ_EMBARQUE
	   03  ST-OVB                PIC  X(02).
               88 VAL-OVB            VALUE '00' THRU '09'.
	   03  W-OVB-ATIVA           PIC  X(01) VALUE 'N'.
               88 OVB-ATIVA          VALUE 'S' FALSE 'N'.
	   03  FILLER                PIC  X(01) VALUE ' '.
               88 VENDENDO-OVERBOOK  VALUE 'S' FALSE ' '.
	   03  W-QTD-OVB             PIC  9(03).
	   03  W-LIM-OVB             PIC  9(02).
	   03  W-POL-OVB             PIC  9(02).
	   03  W-OVB-POL-USO         PIC  9(01) OCCURS 60 TIMES.
	   | MUDAN?A DE HOR?RIO: bilhete avisado pelo
	   | PRJ_HORMUD_LOTE remarca sem diferen?a a maior e
	   | estorna sem multa at? o prazo do aviso
	   03  ST-HIM                PIC  X(02).
               88 VAL-HIM            VALUE '00' THRU '09'.
	   03  W-HIM-ATIVA           PIC  X(01) VALUE 'N'.
               88 HIM-ATIVA          VALUE 'S' FALSE 'N'.
	   03  FILLER                PIC  X(01) VALUE ' '.
               88 IMPACTO-ISENTO     VALUE 'S' FALSE ' '.
	   03  W-PRAZO-HIM-I         PIC  9(08).
	   03  W-HOJE-ACESS-I        PIC  9(08).
	   03  W-VIA-ACESS-I         PIC  9(08).
	   | CODIGO DE BARRAS do bilhete: n?mero + d?gito
	   03  W-PTS-SEQ             PIC  9(08).
	   03  W-PTS-MOV             PIC  9(07).
	   03  W-PTS-OP              PIC  9(01).
	   | MULTA DE CANCELAMENTO: o estorno ret?m o
	   | percentual da faixa de anteced?ncia da tabela
	   | PENALID.ARQ (PRJ-CAD-PEN) pelo tipo da viagem; o
	   | retido fica em BIL-VLR-MULTA e no livro de
	   | reembolsos, separado do que volta ao passageiro
	   03  ST-PEN                PIC  X(02).
               88 VAL-PEN            VALUE '00' THRU '09'.
	   03  W-PEN-ATIVA           PIC  X(01) VALUE 'N'.
               88 PEN-ATIVA          VALUE 'S' FALSE 'N'.
	   03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
	   03  W-MOT-ATIVA           PIC  X(01) VALUE 'N'.
               88 MOT-ATIVA          VALUE 'S' FALSE 'N'.
	   03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
	   03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.
	   03  W-FIL-BLOQ            PIC  X(01) VALUE 'N'.
               88 FILIAL-BLOQUEADA   VALUE 'S' FALSE 'N'.
	   03  ST-FPA                PIC  X(02).
               88 VAL-FPA            VALUE '00' THRU '09'.
	   03  W-FPA-OP              PIC  9(01).
	   03  W-MIN-ANTEC           PIC S9(09).
	   03  W-HORAS-ANTEC         PIC  9(04).
	   03  W-PERC-MULTA          PIC  9(03)V99.
	   03  W-VLR-MULTA           PIC  9(05)V99.
	   03  W-VLR-BASE-MULTA      PIC  9(05)V99.
	   03  W-VLR-DEVOLVER        PIC  9(05)V99.
	   03  W-DESTINO-DEVOL       PIC  X(30).
	   03  W-MULTA-EDIT          PIC  ZZ.ZZ9,99.
	   03  W-PERC-MULTA-EDIT     PIC  ZZ9,99.
	   03  W-HORAS-ANTEC-EDIT    PIC  ZZZ9.
	   03  W-LINHA-EST-1.
	       05 FILLER     PIC X(16) VALUE 'VALOR PAGO:   R$'.
	       05 W-LE1-TOT  PIC ZZ.ZZ9,99.
	       05 FILLER     PIC X(28)
	                     VALUE '   ANTECEDENCIA DO ESTORNO:'.
	       05 W-LE1-HORAS PIC ZZZZ9.
	       05 FILLER     PIC X(02) VALUE ' H'.
	   03  W-LINHA-EST-2.
	       05 FILLER     PIC X(16) VALUE 'MULTA RETIDA: R$'.
	       05 W-LE2-MULTA PIC ZZ.ZZ9,99.
	       05 FILLER     PIC X(03) VALUE ' ( '.
	       05 W-LE2-PERC PIC ZZ9,99.
	       05 FILLER     PIC X(03) VALUE ' %)'.
	   03  W-LINHA-EST-3.
	       05 FILLER     PIC X(16) VALUE 'A DEVOLVER:   R$'.
	       05 W-LE3-DEVOL PIC ZZ.ZZ9,99.
	       05 FILLER     PIC X(03) VALUE ' - '.
	       05 W-LE3-DESTINO PIC X(30).

	   03 CAMPOS-TELA.
	       05 W-FRO         PIC 9(03).
	       05 W-BENEF-DOC    PIC X(20).
	       05 W-QTD-BENEF    PIC 9(03).
	       05 W-COTA-BENEF   PIC 9(03).
	       | PASSE DE FUNCIONARIO (acordo coletivo): 5 e
	       | gratuito e 6 tem o desconto do PARAM 69 (default
	       | 50%); o docto e o MOT-ID do MOTORISTA.ARQ ou o login
	       | do USUARIO.ARQ. Cota mensal por funcionario (PARAM
	       | 67, default 4) contada em FUNCPASS.ARQ e assentos
	       | por partida (PARAM 68, default 2). O valor que o
	       | funcionario deixa de pagar vai para BIL-FUNC-VLR:
	       | e beneficio de pessoal, nao desconto de venda
	       05 W-FUNC-ID        PIC X(10).
	       05 W-FUNC-NOME      PIC X(60).
	       05 W-FUNC-ORIGEM    PIC 9(01).
	       05 W-COTA-FUNC-MES  PIC 9(03).
	       05 W-COTA-FUNC-PART PIC 9(03).
	       05 W-QTD-FUNC-PART  PIC 9(03).
	       05 W-PERC-FUNC      PIC 9(03).
	       05 W-FUNC-VLR       PIC 9(05)V99.
	       | idade na data da viagem calculada do
	       | nascimento do cadastro do cliente
	       05 W-IDADE        PIC 9(03).
	       | embarque no console quando falta autoriza??o
	       05 W-MENOR        PIC 9(01) VALUE 0.

	       | CRIANCA DE COLO: viaja no bilhete do adulto, sem
	       | poltrona e sem tarifa; a marca abre o registro da
	       | crianca (PRJ-COLO-BIL) logo apos a venda
	       05 W-COLO         PIC 9(01) VALUE 0.

	       | corpo das mensagens enfileiradas via
	       | PRJ-MAILQ-ENQ, que numera e controla a entrega
	       05 W-MAIL-TXT1    PIC X(132).
	          07 W-TMV-HORA  PIC 99.99.
	          07 W-TMV-POL   PIC 9(02).
	          07 W-TMV-BIL   PIC 9(16).
	          07 W-TMV-PLAT  PIC X(03).

	       05 W-TEMP-PERC    PIC 9(02) VALUE 0.
	       05 W-TEMP-VLR     PIC 9(03)V99 VALUE 0.
	       05 W-DIF-EDIT     PIC -(5)9,99.
	       | precisa caber o BIL-REG-1 inteiro, que cresceu
	       | com classe/animal
	       05 W-BIL-GUARDA   PIC X(800).

	       | PASSAGEM EM ABERTO: vendida sem data nem
	       | poltrona, a tarifa cheia de hoje, com validade em
	       05 W-AUX-POL     PIC 9(2).
	       05 W-DESC        PIC 9(1) VALUE 0.
	       05 W-TENDER      PIC 9(1) VALUE 0.
	          88 TENDER-VALIDO        VALUE 1 THRU 9.
	       05 W-TOT         PIC 9(5)V99.
	       05 W-NMR         PIC 9(16).
	       05 W-NUM-FISCAL  PIC 9(9).



       01  CAMPOS-JORNAL-W.
           03  W-JRN-ARQ             PIC  X(13).
           03  W-JRN-OPER            PIC  X(01).
           03  W-JRN-IMAGEM          PIC  X(600).
           03  W-JRN-PROG            PIC  X(12) VALUE 'PRJ-EMT-BIL'.

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
	   COPY "DATASW.CPY".
           COPY "PRJ_CRM.CPY".
           COPY "PRJ_TDM.CPY".
           COPY "PRJ_DUT.CPY".

       LINKAGE SECTION.

                          FONT SMALL-FONT.
			  
           03 LABEL       LINE 10 COL 35
                          TITLE "Benef?cio (0 a 6):"
                          ID 62
                          TRANSPARENT.

                          FONT SMALL-FONT.

           03 LABEL       LINE 14 COL 05
                          TITLE "Pagamento (1 a 9):"
                          ID 46
                          TRANSPARENT.

                          ID 73
                          FONT SMALL-FONT.

           03 LABEL       LINE 11 COL 80
                          TITLE "Crianca de colo (0/1):"
                          ID 85
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-COLO
                          LINE 11
                          COL 103
                          3-D
                          BOXED
                          AUTO
                          ID 86
                          FONT SMALL-FONT.

           03 LABEL       LINE 15 COL 05
                          TITLE "Temporada %:"
                          ID 68
                          ID 69
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 85
                          TITLE "Lota??o %:"
                          ID 87
                          TRANSPARENT.

           03 ENTRY-FIELD FROM W-DIN-PERC
                          COLOR 33024
                          LINE 16
                          COL 96
                          3-D
                          BOXED
                          AUTO
                          ID 88
                          FONT SMALL-FONT.

           03 LABEL       LINE 16 COL 25
                          TITLE "N? do bilhete:"
                          ID 16
              SET EMP-ATIVA TO TRUE
           END-IF.

	   OPEN INPUT CFILIAL
           IF ST-FIL = '35'
              SET FIL-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FIL-ATIVA TO TRUE
           END-IF.

	    OPEN I-O CCLIENTE
           IF ST-CLI = '35'
              PERFORM PERGUNTA-INICIALIZA
              SET TXE-ATIVA TO TRUE
           END-IF.

	   OPEN INPUT CPENAL
           IF ST-PEN = '35'
              SET PEN-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PEN
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PEN-ATIVA TO TRUE
           END-IF.

	   OPEN INPUT CMOTORISTA
           IF ST-MOT = '35'
              SET MOT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-MOT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET MOT-ATIVA TO TRUE
           END-IF.

	   OPEN INPUT COVERBOOK
           IF ST-OVB = '35'
              SET OVB-ATIVA TO FALSE
           ELSE
              IF NOT VAL-OVB
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET OVB-ATIVA TO TRUE
           END-IF.

	   OPEN I-O CHORIMP
           IF ST-HIM = '35'
              SET HIM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-HIM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET HIM-ATIVA TO TRUE
           END-IF.

	   OPEN I-O CFUNCPASS
           IF ST-FPA = '35'
              OPEN OUTPUT CFUNCPASS
              CLOSE CFUNCPASS
              OPEN I-O CFUNCPASS.
           IF NOT VAL-FPA
              PERFORM ERRO-ARQUIVO.

	   OPEN I-O CCREDIARIO
           IF ST-CRD = '35'
              OPEN OUTPUT CCREDIARIO
           MOVE W-LOGIN-L TO W-USU
           MOVE USU-FILIAL TO W-FILIAL-USU

           PERFORM VALIDA-FILIAL-USU
           IF FILIAL-BLOQUEADA
              PERFORM FIM
           END-IF

	   ACCEPT W-DATASIS FROM CENTURY-DATE
           MOVE W-DATASIS  TO W-DATAUXI
           COMPUTE W-DATASIS =      W-ANOAUXI-I +
               CFROTAH CFROBLQ CTAXA CPIX CAGREG CREEMB CCONTA
               CVIAGEM CHORARIO CVEICULO CITINER CRESERVA
               CVOUCHER CVCHUSO CTEMPORADA CPONTOS CCARTEIRA
               CPARCEIRO CINTERLINE CFUNCPASS.
           IF MTV-ATIVA
              CLOSE CMOTIVO.
           IF EMP-ATIVA
           CLOSE CCREDIARIO.
           IF TXE-ATIVA
              CLOSE CTAXAEMB.
           IF PEN-ATIVA
              CLOSE CPENAL.
           IF MOT-ATIVA
              CLOSE CMOTORISTA.
           IF OVB-ATIVA
              CLOSE COVERBOOK.
           IF HIM-ATIVA
              CLOSE CHORIMP.
           IF FIL-ATIVA
              CLOSE CFILIAL.

           CLOSE WINDOW JANELA-PROGRAMA.

           EXIT PROGRAM
           STOP RUN.

       VALIDA-FILIAL-USU.
           | a venda so abre para filial cadastrada e ativa;
           | sem o cadastro de filiais nao ha o que conferir
           SET FILIAL-BLOQUEADA TO FALSE
           IF NOT FIL-ATIVA OR W-FILIAL-USU = SPACES
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FIL-REG-1
           MOVE W-FILIAL-USU TO FIL-COD
           READ CFILIAL
           IF ST-FIL = '23'
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial do usu?rio n?o cadastrada.' TO CA-MESSAGE-1
              MOVE 'Venda bloqueada.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              SET FILIAL-BLOQUEADA TO TRUE
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-FIL
              PERFORM ERRO-ARQUIVO
           END-IF

           IF FIL-DESATIVADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial do usu?rio inativa.' TO CA-MESSAGE-1
              MOVE 'Venda bloqueada.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              SET FILIAL-BLOQUEADA TO TRUE
           END-IF.

       REGISTRA-SESSAO-LOCK.
           | marca a posse dos arquivos compartilhados da
	   | venda; sess?o derrubada deixa a marca para o
              EXIT PARAGRAPH
	   END-IF

	   PERFORM VALIDA-PAGTO-CARNE.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
	   END-IF

	   PERFORM VALIDA-PAGTO-CREDIARIO.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
	   END-IF

	   SET VENDENDO-EM-PE TO FALSE
	   SET VENDENDO-OVERBOOK TO FALSE
	   PERFORM VALIDA-POLTRONA.
	   IF NOT POLTRONA-LIVRE
	      SET VALIDACAO-OK TO FALSE
	      PERFORM OFERTA-VENDA-EM-PE
	      IF NOT VALIDACAO-OK
	         PERFORM OFERTA-OVERBOOKING
	      END-IF
	      IF NOT VALIDACAO-OK
	         PERFORM OFERTA-LISTA-ESPERA
	      END-IF
		      DISPLAY TELA-PRINCIPAL
		   END-IF

		   | passe de funcionario: o que deixa de ser
		   | cobrado fica em W-FUNC-VLR, fora do desconto
		   IF W-BENEF = 5
		      MOVE W-TOT TO W-FUNC-VLR
		      MOVE 0 TO W-TOT
		      DISPLAY TELA-PRINCIPAL
		   END-IF
		   IF W-BENEF = 6
		      COMPUTE W-FUNC-VLR ROUNDED =
		              W-TOT * W-PERC-FUNC / 100
		      SUBTRACT W-FUNC-VLR FROM W-TOT
		      DISPLAY TELA-PRINCIPAL
		   END-IF

		   IF (W-VOUCHER NOT = SPACES)
		      AND (NOT VOUCHER-APLICADO)
		      AND W-DESC = 0 AND W-BENEF = 0
	   MOVE W-KM-TRECHO-DES TO BIL-KM-DES
	   MOVE W-BENEF TO BIL-BENEF
	   MOVE W-BENEF-DOC TO BIL-BENEF-DOC
	   MOVE W-FUNC-VLR TO BIL-FUNC-VLR
	   MOVE W-SEGURO TO BIL-SEGURO
	   MOVE W-SEGURO-VLR TO BIL-SEGURO-VLR
	   IF VOUCHER-APLICADO
	   END-IF
	   MOVE W-TEMP-PERC TO BIL-TEMP-PERC
	   MOVE W-TEMP-VLR TO BIL-TEMP-VLR
	   MOVE W-DIN-PERC TO BIL-DIN-PERC
	   MOVE W-DIN-VLR TO BIL-DIN-VLR
	   MOVE W-MENOR TO BIL-MENOR
	   MOVE W-CLASSE-POL TO BIL-CLASSE
	   MOVE W-CLASSE-VLR TO BIL-CLASSE-VLR
	   ELSE
	      MOVE 0 TO BIL-EM-PE
	   END-IF
	   IF VENDENDO-OVERBOOK
	      MOVE 1 TO BIL-OVB
	   ELSE
	      MOVE 0 TO BIL-OVB
	   END-IF

	   INITIALIZE CA-MESSAGE-LINK

           IF ST-BIL = '23' | SE FOR NOVO, SALVA AS INFORMA??ES DO CLIENTE E O BILHETE TAMB?M 
	       
               | a viagem do carn? ? baixada antes de gravar a
               | venda: outro guich? pode ter usado a ?ltima
               | depois da valida??o
               IF W-TENDER = 9
                  PERFORM DEBITA-CARNE
                  IF NOT CRM-OK
                     INITIALIZE CA-MESSAGE-LINK
                     MOVE 'Carne sem saldo. Venda nao gravada.'
                          TO CA-MESSAGE-1
                     PERFORM MOSTRA-MSG-ERRO
                     EXIT PARAGRAPH
                  END-IF
               END-IF
               COMPUTE W-CLI-COM = W-CLI-COM + 1
	       MOVE W-CLI-NOME TO CLI-NOME
	       MOVE W-CLI-END TO CLI-END
	       MOVE W-PERC TO LOG-PERC

                WRITE LOG-REG-1
         	MOVE 'A' TO W-JRN-OPER
         	PERFORM JORNAL-CLIENTE
         	REWRITE CLI-REG-1
	       | Venda em PIX fica pendente at? o retorno do
	       | banco confirmar o pagamento (PRJ-PIX-RET-LOTE); a
	       ELSE
                  SET BIL-CONFIRMADO TO TRUE
	       END-IF
                MOVE 'I' TO W-JRN-OPER
                PERFORM JORNAL-BILHETE
                WRITE BIL-REG-1
	       MOVE 1 TO W-AGR-OP
	       PERFORM ATUALIZA-AGREGADO
	       IF W-TENDER = 7
	          PERFORM DEBITA-CARTEIRA
	       END-IF
	       IF W-BENEF = 5 OR W-BENEF = 6
	          MOVE 1 TO W-FPA-OP
	          PERFORM ATUALIZA-PASSE-FUNC
	       END-IF
	       PERFORM GARANTE-VIAGEM
	       PERFORM BAIXA-RESERVA-CONVERTIDA
	       IF VOUCHER-APLICADO
	       IF W-MENOR = 1
	          PERFORM REGISTRA-AUT-MENOR
	       END-IF
	       IF W-COLO = 1
	          PERFORM REGISTRA-COLO
	       END-IF
	       IF W-PARC NOT = 0 AND W-PARC-VLR > 0
	          PERFORM GRAVA-PERNA-PARCEIRA
	       END-IF
              EXIT PARAGRAPH
	   END-IF

	   | a multa da faixa de anteced?ncia vai na pr?pria
	   | pergunta, para o vendedor informar o passageiro
	   | antes de confirmar
	   PERFORM CALCULA-MULTA-CANCEL

	   INITIALIZE CA-MESSAGE-LINK
           MOVE 'Deseja realmente estornar o bilhete?' TO CA-MESSAGE-1
	   IF W-VLR-MULTA > 0
	      MOVE W-VLR-MULTA TO W-MULTA-EDIT
	      MOVE W-PERC-MULTA TO W-PERC-MULTA-EDIT
	      MOVE W-HORAS-ANTEC TO W-HORAS-ANTEC-EDIT
	      STRING 'Multa retida R$ ' W-MULTA-EDIT
	             ' (' W-PERC-MULTA-EDIT ' %, '
	             W-HORAS-ANTEC-EDIT ' h antes da partida)'
	             DELIMITED BY SIZE INTO CA-MESSAGE-2
	   END-IF
	   IF IMPACTO-ISENTO
	      MOVE 'Mudan?a de hor?rio: estorno sem multa.'
	           TO CA-MESSAGE-2
	   END-IF
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
	         IF CLI-COM > 0
	            SUBTRACT 1 FROM CLI-COM
	         END-IF
		 MOVE 'A' TO W-JRN-OPER
		 PERFORM JORNAL-CLIENTE
		 REWRITE CLI-REG-1
	      END-IF

	      MOVE BIL-STATUS TO W-STATUS-ANT-EST
	      SET BIL-CANCELADO TO TRUE
	      MOVE W-MOTIVO-COD TO BIL-MTV
	      MOVE W-VLR-MULTA TO BIL-VLR-MULTA
	      MOVE W-DATASIS TO BIL-DT-CANC
	      MOVE W-HORA TO BIL-HR-CANC
	      MOVE W-FILIAL-USU TO BIL-FIL-CANC
	      MOVE 'A' TO W-JRN-OPER
	      PERFORM JORNAL-BILHETE
	      REWRITE BIL-REG-1
	      IF NOT VAL-BIL
	         PERFORM ERRO-ARQUIVO
	      END-IF
	      IF IMPACTO-ISENTO
	         SET HIM-CANCELOU TO TRUE
	         PERFORM RESPOSTA-IMPACTO-HORARIO
	      END-IF
	      MOVE 2 TO W-AGR-OP
	      PERFORM ATUALIZA-AGREGADO
	      | a viagem estornada volta para a cota do mes
	      IF BIL-PASSE-FUNC
	         MOVE 2 TO W-FPA-OP
	         PERFORM ATUALIZA-PASSE-FUNC
	      END-IF

	      | venda paga gera pend?ncia de devolu??o no
	      | livro de reembolsos; venda PIX ainda pendente n?o
	      | corporativa devolve como cr?dito na pr?pria conta
	      | bilhete pago em pontos devolve pontos, n?o
	      | dinheiro: fica fora do livro de reembolsos
	      | a multa retida sai do que volta ao passageiro
	      | viagem paga com carne volta para o carne
	      MOVE 0 TO W-VLR-DEVOLVER
	      MOVE 'SEM VALOR RECEBIDO' TO W-DESTINO-DEVOL
	      IF W-STATUS-ANT-EST NOT = 5 AND BIL-TENDER NOT = 5
	         AND BIL-TENDER NOT = 6 AND BIL-TENDER NOT = 7
	         AND BIL-TENDER NOT = 8 AND BIL-TENDER NOT = 9
	         COMPUTE W-VLR-REEMBOLSO = BIL-TOT - W-VLR-MULTA
	         PERFORM GRAVA-REEMBOLSO
	         MOVE W-VLR-REEMBOLSO TO W-VLR-DEVOLVER
	         MOVE 'REEMBOLSO NO CAIXA' TO W-DESTINO-DEVOL
	      END-IF
	      | credi?rio: baixa as parcelas abertas e devolve
	      | somente o que de fato entrou no caixa (entrada
	      | mais parcelas j? pagas); a multa n?o passa do
	      | que foi recebido
	      IF BIL-TENDER = 8 AND W-STATUS-ANT-EST NOT = 5
	         PERFORM LIQUIDA-CREDIARIO-ESTORNO
	         IF W-VLR-MULTA > W-VLR-RECEB-CRD
	            MOVE W-VLR-RECEB-CRD TO W-VLR-MULTA
	            MOVE W-VLR-MULTA TO BIL-VLR-MULTA
	            MOVE 'A' TO W-JRN-OPER
	            PERFORM JORNAL-BILHETE
	            REWRITE BIL-REG-1
	            IF NOT VAL-BIL
	               PERFORM ERRO-ARQUIVO
	            END-IF
	         END-IF
	         IF W-VLR-RECEB-CRD > 0
	            COMPUTE W-VLR-REEMBOLSO =
	                    W-VLR-RECEB-CRD - W-VLR-MULTA
	            PERFORM GRAVA-REEMBOLSO
	            MOVE W-VLR-REEMBOLSO TO W-VLR-DEVOLVER
	            MOVE 'REEMBOLSO NO CAIXA' TO W-DESTINO-DEVOL
	         END-IF
	      END-IF
	      IF BIL-TENDER = 5 AND BIL-CONTA NOT = 0
	         PERFORM CREDITA-CONTA-CORP
	         MOVE 'CREDITO NA CONTA CORPORATIVA' TO W-DESTINO-DEVOL
	         PERFORM REGISTRA-MULTA-RETIDA
	      END-IF
	      | bilhete pago pela carteira devolve para a
	      | pr?pria carteira, sem passar pelo livro de
	      | reembolsos em dinheiro
	      IF BIL-TENDER = 7 AND W-STATUS-ANT-EST NOT = 5
	         PERFORM CREDITA-CARTEIRA-ESTORNO
	         MOVE W-WAL-MOV TO W-VLR-DEVOLVER
	         MOVE 'CREDITO NA CARTEIRA' TO W-DESTINO-DEVOL
	         PERFORM REGISTRA-MULTA-RETIDA
	      END-IF
	      IF BIL-TENDER = 6
	         MOVE 'DEVOLUCAO EM PONTOS' TO W-DESTINO-DEVOL
	      END-IF
	      IF BIL-TENDER = 9 AND W-STATUS-ANT-EST NOT = 5
	         PERFORM DEVOLVE-CARNE
	         IF CRM-OK
	            MOVE 'VIAGEM DEVOLVIDA AO CARNE' TO W-DESTINO-DEVOL
	         END-IF
	      END-IF
	      PERFORM ESTORNA-PONTOS

	      PERFORM EMITIR-COMPROVANTE-ESTORNO

	      PERFORM NOTIFICA-LISTA-ESPERA

	      INITIALIZE CA-MESSAGE-LINK
           MOVE W-NUM-FISCAL   TO BIL-NUM-FISCAL
           MOVE W-SERIE-FISCAL TO BIL-SERIE-FISCAL
           SET BIL-EM-ABERTO TO TRUE
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE BIL-REG-1 TO W-BIL-GUARDA
           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           MOVE W-TIPO      TO BIL-TIPO
           MOVE W-POL       TO BIL-POL
           SET BIL-CONFIRMADO TO TRUE
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
              EXIT PARAGRAPH
           END-IF

           | o passe de funcionario conta na cota do mes da
           | viagem: troca de data e estorno mais nova emissao
           IF BIL-PASSE-FUNC
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Passe de funcionario nao se remarca.'
                   TO CA-MESSAGE-1
              MOVE 'Estorne o bilhete e emita outro passe.'
                   TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           PERFORM TESTA-MOVIMENTO-HOJE
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           PERFORM VERIFICA-IMPACTO-HORARIO

           MOVE BIL-TOT TO W-TOT-ANT
           MOVE BIL-DESC TO W-DESC-REMARC
           MOVE BIL-PERC TO W-PERC-REMARC
              COMPUTE W-TOT = W-TOT *
                      (100 - W-TAB-DESC-PERC(W-PERC-REMARC)) / 100
           END-IF
           | quem teve o hor?rio mudado n?o paga diferen?a a
           | maior; se a nova tarifa for menor, devolve
           IF IMPACTO-ISENTO AND W-TOT > W-TOT-ANT
              MOVE W-TOT-ANT TO W-TOT
           END-IF
           COMPUTE W-DIF-REMARC = W-TOT - W-TOT-ANT
           MOVE W-DIF-REMARC TO W-DIF-EDIT
           INITIALIZE CA-MESSAGE-LINK
           PERFORM ATUALIZA-AGREGADO

           MOVE BIL-REG-1 TO W-BIL-GUARDA
           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
	   | campos de temporada acompanham o novo total
           MOVE W-TEMP-PERC TO BIL-TEMP-PERC
           MOVE W-TEMP-VLR  TO BIL-TEMP-VLR
           MOVE W-DIN-PERC  TO BIL-DIN-PERC
           MOVE W-DIN-VLR   TO BIL-DIN-VLR
           SET BIL-CONFIRMADO TO TRUE
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           PERFORM BAIXA-RESERVA-POLTRONA
           PERFORM GARANTE-VIAGEM
           PERFORM GRAVA-LOG-REMARCACAO
           IF IMPACTO-ISENTO
              SET HIM-REMARCOU TO TRUE
              PERFORM RESPOSTA-IMPACTO-HORARIO
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Bilhete remarcado. Use a 2? via para reimprimir.'
              EXIT PARAGRAPH
           END-IF

           | novo passageiro com bilhete na mesma poltrona e
           | viagem: recusa antes de mexer no arquivo e no jornal
           MOVE BIL-REG-1 TO W-BIL-GUARDA
           MOVE W-CLI-NOVO TO BIL-CLI
           READ CBILHETE
           IF VAL-BIL
              MOVE W-BIL-GUARDA TO BIL-REG-1
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Novo passageiro j? tem bilhete nessa viagem.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF
           IF ST-BIL NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF
           MOVE W-BIL-GUARDA TO BIL-REG-1

           PERFORM TESTA-JANELA-ENDOSSO
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
	   | WRITE preservando o restante, com o comprador
	   | original carimbado para a auditoria
           MOVE BIL-REG-1 TO W-BIL-GUARDA
           MOVE 'E' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           DELETE CBILHETE RECORD
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           MOVE W-CLI-NOVO TO BIL-CLI
           MOVE W-CLI-NOME TO BIL-NOME
           MOVE W-DATASIS  TO BIL-END-DATA
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           IF ST-BIL = '22'
              | novo passageiro j? tem bilhete nessa mesma
              | poltrona/viagem: desfaz e recusa
              MOVE W-BIL-GUARDA TO BIL-REG-1
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-BILHETE
              WRITE BIL-REG-1
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Novo passageiro j? tem bilhete nessa viagem.'
           MOVE W-HORA TO CXM-HORA
           MOVE SPACES TO CXM-SUPERVISOR
           MOVE 'TAXA DE ENDOSSO' TO CXM-OBS
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CAIXAMOV
           WRITE CXM-REG-1
           IF NOT VAL-CXM
              PERFORM ERRO-ARQUIVO
	   ADD 1 TO BIL-REIMP
	   MOVE W-DATASIS TO BIL-ULTREIMP-DATA
	   MOVE W-LOGIN-L TO BIL-ULTREIMP-USU
	   MOVE 'A' TO W-JRN-OPER
	   PERFORM JORNAL-BILHETE
	   REWRITE BIL-REG-1
	   IF NOT VAL-BIL
	      PERFORM ERRO-ARQUIVO
           END-IF

           SET BIL-EMBARCADO TO TRUE
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           REWRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF

           SET BIL-NAO-EMBARCOU TO TRUE
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           REWRITE BIL-REG-1
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           READ CRESERVA
           IF VAL-RES AND RES-ATIVA
              SET RES-CONVERTIDA TO TRUE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-RESERVA
              REWRITE RES-REG-1
           END-IF
           SET CONVERTENDO-RESERVA TO FALSE.
           READ CRESERVA
           IF VAL-RES AND RES-ATIVA
              SET RES-CONVERTIDA TO TRUE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-RESERVA
              REWRITE RES-REG-1
           END-IF
           SET CONVERTENDO-RESERVA TO FALSE.
           MOVE W-BIL-GUARDA-PET TO BIL-REG-1
           MOVE W-ST-BIL-SAV TO ST-BIL.

       OFERTA-OVERBOOKING.
           | viagem esgotada: vende al?m da lota??o at? a
           | franquia aprovada para a linha e o tipo
           IF NOT OVB-ATIVA
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-ESP-OCUP-TOTAL
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > W-CAPACIDADE
              IF (W-TIPO = 1 AND OCUPADO-S(IND) NOT = 0)
                 OR (W-TIPO = 2 AND OCUPADO-C(IND) NOT = 0)
                 ADD 1 TO W-ESP-OCUP-TOTAL
              END-IF
           END-PERFORM
           IF W-ESP-OCUP-TOTAL < W-CAPACIDADE
              EXIT PARAGRAPH
           END-IF

           INITIALIZE OVB-REG-1
           MOVE W-FRO  TO OVB-FRO
           MOVE W-TIPO TO OVB-TIPO
           READ COVERBOOK
           | OVB-APROVADO ? a franquia em vigor; um c?lculo
           | novo pendente de aprova??o n?o a altera
           IF NOT VAL-OVB OR OVB-APROVADO = 0
              EXIT PARAGRAPH
           END-IF
           MOVE OVB-APROVADO TO W-LIM-OVB

           PERFORM CONTA-OVERBOOK-PARTIDA
           IF W-QTD-OVB >= W-LIM-OVB
              EXIT PARAGRAPH
           END-IF

           | "poltrona" do bilhete excedente: primeiro slot
           | acima da lota??o sem bilhete ativo (at? 60)
           MOVE 0 TO W-POL-OVB
           COMPUTE IND = W-CAPACIDADE + 1
           PERFORM UNTIL IND > 60 OR W-POL-OVB NOT = 0
              IF W-OVB-POL-USO(IND) = 0
                 MOVE IND TO W-POL-OVB
              END-IF
              ADD 1 TO IND
           END-PERFORM
           IF W-POL-OVB = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Viagem esgotada. Vender com OVERBOOKING?'
                TO CA-MESSAGE-1
           MOVE 'Se todos embarcarem o cliente pode ser preterido.'
                TO CA-MESSAGE-2
           MOVE 2 TO CA-MESSAGE-TYPE
           MOVE 22 TO CA-MESSAGE-RESP
           CALL 'CAMESSAG'
           CANCEL 'CAMESSAG'
           IF CA-MESSAGE-RESP = 1
              SET VENDENDO-OVERBOOK TO TRUE
              MOVE W-POL-OVB TO W-POL
              SET POLTRONA-LIVRE TO TRUE
              SET VALIDACAO-OK TO TRUE
              DISPLAY TELA-PRINCIPAL
           END-IF.

       CONTA-OVERBOOK-PARTIDA.
           MOVE BIL-REG-1 TO W-BIL-GUARDA-PET
           MOVE ST-BIL TO W-ST-BIL-SAV

           MOVE 0 TO W-QTD-OVB
           PERFORM VARYING IND FROM 1 BY 1 UNTIL IND > 60
              MOVE 0 TO W-OVB-POL-USO(IND)
           END-PERFORM
           INITIALIZE BIL-REG-1
           MOVE W-FRO       TO BIL-FRO
           MOVE W-DATA-CRIT TO BIL-DATA
           MOVE W-VIA       TO BIL-VIA
           MOVE W-TIPO      TO BIL-TIPO
           MOVE 0           TO BIL-POL
           START CBILHETE KEY >= BIL-RK-2
              INVALID KEY CONTINUE
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF (BIL-FRO NOT = W-FRO)
                 OR (BIL-DATA NOT = W-DATA-CRIT)
                 OR (BIL-VIA NOT = W-VIA)
                 OR (BIL-TIPO NOT = W-TIPO)
                 EXIT PERFORM
              END-IF
              IF NOT BIL-CANCELADO
                 IF BIL-OVERBOOK
                    ADD 1 TO W-QTD-OVB
                 END-IF
                 IF BIL-POL > 0 AND BIL-POL <= 60
                    MOVE 1 TO W-OVB-POL-USO(BIL-POL)
                 END-IF
              END-IF
           END-PERFORM

           MOVE W-BIL-GUARDA-PET TO BIL-REG-1
           MOVE W-ST-BIL-SAV TO ST-BIL.

       OFERTA-LISTA-ESPERA.
           | S? oferece a lista de espera quando a
	   | viagem inteira (frota+data+via+tipo) est? esgotada - se
                   CANCEL "PRJ_AUT_MENOR"
           END-CALL.

       REGISTRA-COLO.
           | chama o registro da crianca de colo com o numero
           | do bilhete do adulto recem-vendido; a marca volta
           | a zero para a venda seguinte
           CALL "PRJ_COLO_BIL" USING W-NMR, W-LOGIN-L
              ON OVERFLOW  MOVE 'Programa nao encontrado.'
                           TO CA-MESSAGE-1
                           PERFORM MOSTRA-MSG-MENSAGEM
              NOT OVERFLOW
                   CANCEL "PRJ_COLO_BIL"
           END-CALL
           MOVE 0 TO W-COLO.

       VALIDA-PAGTO-PONTOS.
           | pagamento total em pontos (1 ponto = R$ 1):
	   | o saldo do cliente precisa cobrir a tarifa
           MOVE BIL-DT-VENDA TO PTS-DATA
           MOVE BIL-NMR TO PTS-NMR-BIL
           MOVE W-LOGIN-L TO PTS-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-PONTOS
           WRITE PTS-REG-1
           IF NOT VAL-PTS
              PERFORM ERRO-ARQUIVO
           MOVE W-DATASIS TO PTS-DATA
           MOVE BIL-NMR TO PTS-NMR-BIL
           MOVE W-LOGIN-L TO PTS-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-PONTOS
           WRITE PTS-REG-1
           IF NOT VAL-PTS
              PERFORM ERRO-ARQUIVO
                              W-ANOAUXI-I * 10000 +
                              W-MESAUXI-I * 100 +
                              W-DIAAUXI-I)
           PERFORM BUSCA-CID-CREDIARIO

           PERFORM VARYING W-IND-PARC FROM 1 BY 1
                   UNTIL W-IND-PARC > W-QTD-PARC

              COMPUTE W-VENC-I = FUNCTION DATE-OF-INTEGER(
                      W-VENC-J + ((W-IND-PARC - 1) * 30))
              | parcela que cai em fim de semana ou feriado
              | vence no dia util seguinte
              IF W-IND-PARC > 1
                 INITIALIZE AREA-DIA-UTIL
                 SET DUT-PROXIMO-UTIL TO TRUE
                 MOVE W-CID-CRD TO DUT-CID
                 MOVE W-VENC-I TO DUT-DATA-I
                 CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
                 MOVE DUT-DATA-I TO W-VENC-I
              END-IF
              MOVE W-VENC-I TO W-DATAUXI
              COMPUTE CRD-VENC = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
              END-IF
              MOVE BIL-DT-VENDA TO CRD-DT-INC
              MOVE W-LOGIN-L TO CRD-USU
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-CREDIARIO
              WRITE CRD-REG-1
              IF NOT VAL-CRD
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM

           CANCEL "PRJ_DIA_UTIL"

           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Credi?rio aberto. Receba a entrada no caixa.'
                TO CA-MESSAGE-1
           PERFORM MOSTRA-MSG-MENSAGEM.

       BUSCA-CID-CREDIARIO.
           | feriados da cidade da filial que vendeu; filial sem
           | cidade usa a da praca de cobranca (PARAM 85)
           MOVE 0 TO W-CID-CRD
           IF FIL-ATIVA AND W-FILIAL-USU NOT = SPACES
              INITIALIZE FIL-REG-1
              MOVE W-FILIAL-USU TO FIL-COD
              READ CFILIAL
              IF VAL-FIL
                 MOVE FIL-CIDADE TO W-CID-CRD
              END-IF
           END-IF
           IF W-CID-CRD = 0 AND PARAM-ATIVA
              INITIALIZE PARAM-REG-1
              MOVE 85 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM
                 MOVE PARAM-VALOR TO W-CID-CRD
              END-IF
           END-IF.

       VALIDA-ALOTAMENTO.
           SET VALIDACAO-OK TO TRUE.
           IF NOT ALO-ATIVA
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-PAGTO-CARNE.
           | viagem de carne pre-pago: so linha convencional e,
           | como na carteira, so bilhete avulso; o carne tem que
           | ser da mesma frota e estar valido na data da viagem.
           | A tarifa do bilhete continua a normal, o valor ja
           | entrou no caixa na venda do carne
           SET VALIDACAO-OK TO TRUE.
           IF W-TENDER NOT = 9
              EXIT PARAGRAPH
           END-IF
           IF W-TIPO NOT = 2
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Carne de viagens so vale na linha convencional.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           IF TEM-VOLTA OR W-POLTRONAS-GRUPO NOT = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Pagamento pelo carne so para bilhete avulso.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF
           INITIALIZE AREA-CARNE
           SET CRM-CONSULTA TO TRUE
           MOVE W-CLI       TO CRM-CLI
           MOVE W-FRO       TO CRM-FRO
           MOVE W-DATA-CRIT TO CRM-DATA
           MOVE W-LOGIN-L   TO CRM-USU
           CALL "PRJ_CARNE_MOV" USING AREA-CARNE
           CANCEL "PRJ_CARNE_MOV"
           IF NOT CRM-OK
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cliente sem carne valido nessa linha.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
           END-IF.

       DEBITA-CARNE.
           INITIALIZE AREA-CARNE
           SET CRM-DEBITA TO TRUE
           MOVE BIL-CLI   TO CRM-CLI
           MOVE BIL-FRO   TO CRM-FRO
           MOVE BIL-DATA  TO CRM-DATA
           MOVE BIL-NMR   TO CRM-NMR
           MOVE W-LOGIN-L TO CRM-USU
           CALL "PRJ_CARNE_MOV" USING AREA-CARNE
           CANCEL "PRJ_CARNE_MOV".

       DEVOLVE-CARNE.
           INITIALIZE AREA-CARNE
           SET CRM-ESTORNA TO TRUE
           MOVE BIL-NMR   TO CRM-NMR
           MOVE W-LOGIN-L TO CRM-USU
           CALL "PRJ_CARNE_MOV" USING AREA-CARNE
           CANCEL "PRJ_CARNE_MOV".

       CALCULA-SALDO-CARTEIRA.
           MOVE 0 TO W-SALDO-WAL
           MOVE 0 TO W-WAL-SEQ

       CREDITA-CARTEIRA-ESTORNO.
           MOVE BIL-CLI TO W-WAL-CLI
           COMPUTE W-WAL-MOV = BIL-TOT - W-VLR-MULTA
           MOVE 1 TO W-WAL-OP
           MOVE 2 TO W-WAL-ORIGEM
           MOVE BIL-NMR TO W-WAL-NMR
           MOVE W-WAL-NMR TO WAL-NMR-BIL
           MOVE W-WAL-ORIGEM TO WAL-ORIGEM
           MOVE W-LOGIN-L TO WAL-USU
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-CARTEIRA
           WRITE WAL-REG-1
           IF NOT VAL-WAL
              PERFORM ERRO-ARQUIVO
              PERFORM ERRO-ARQUIVO
           END-IF
           ADD BIL-TOT TO CONTA-SALDO
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CONTA
           REWRITE CONTA-REG-1
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF
           | a multa de cancelamento continua devida na conta
           COMPUTE W-VLR-DEVOLVER = BIL-TOT - W-VLR-MULTA
           IF CONTA-SALDO >= W-VLR-DEVOLVER
              SUBTRACT W-VLR-DEVOLVER FROM CONTA-SALDO
           ELSE
              MOVE 0 TO CONTA-SALDO
           END-IF
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CONTA
           REWRITE CONTA-REG-1
           IF NOT VAL-CONTA
              PERFORM ERRO-ARQUIVO
           END-IF.

       REGISTRA-MULTA-RETIDA.
           | conta corporativa e carteira devolvem fora do
           | livro de reembolsos; a multa retida entra nele
           | como devolu??o zero j? liquidada, para o
           | relat?rio de reembolsos somar todas as multas
           IF W-VLR-MULTA = 0
              EXIT PARAGRAPH
           END-IF
           MOVE 0 TO W-VLR-REEMBOLSO
           PERFORM GRAVA-REEMBOLSO.

       GRAVA-REEMBOLSO.
           | abre a pend?ncia de devolu??o do estorno; o
	   | caixa liquida depois em PRJ-REEMBOLSO e a d?vida
           MOVE W-DATASIS  TO REEM-DT-EST
           SET REEM-PENDENTE TO TRUE
           MOVE W-MOTIVO-COD TO REEM-MTV
           MOVE W-VLR-MULTA  TO REEM-VLR-MULTA
           MOVE W-PERC-MULTA TO REEM-PERC-MULTA
           | multa de 100%: nada a devolver, a pend?ncia j?
           | nasce liquidada e s? registra o valor retido
           IF W-VLR-REEMBOLSO = 0
              SET REEM-PAGO TO TRUE
              MOVE W-DATASIS TO REEM-DT-PAG
              MOVE W-LOGIN-L TO REEM-USU-PAG
           END-IF
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-REEMBOLSO
           WRITE REEM-REG-1
           IF NOT VAL-REEM
              PERFORM ERRO-ARQUIVO
              END-IF
              IF CRD-ABERTA
                 SET CRD-CANCELADA TO TRUE
                 MOVE 'A' TO W-JRN-OPER
                 PERFORM JORNAL-CREDIARIO
                 REWRITE CRD-REG-1
                 IF NOT VAL-CRD
                    PERFORM ERRO-ARQUIVO
              END-IF
           END-PERFORM.

       VERIFICA-IMPACTO-HORARIO.
           | bilhete avisado de mudan?a de hor?rio e ainda
           | dentro do prazo do aviso; o registro fica lido
           | para RESPOSTA-IMPACTO-HORARIO
           SET IMPACTO-ISENTO TO FALSE
           IF NOT HIM-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE HIM-REG-1
           MOVE BIL-NMR TO HIM-NMR-BIL
           READ CHORIMP
           IF ST-HIM = '23'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-HIM
              PERFORM ERRO-ARQUIVO
           END-IF
           IF NOT HIM-AVISADO
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE W-HOJE-ACESS-I = W-ANOAUXI-I * 10000 +
                                    W-MESAUXI-I * 100 +
                                    W-DIAAUXI-I
           MOVE HIM-PRAZO TO W-DATAUXI
           COMPUTE W-PRAZO-HIM-I = W-ANOAUXI * 10000 +
                                   W-MESAUXI * 100 +
                                   W-DIAAUXI
           IF W-HOJE-ACESS-I <= W-PRAZO-HIM-I
              SET IMPACTO-ISENTO TO TRUE
           END-IF.

       RESPOSTA-IMPACTO-HORARIO.
           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE HIM-DT-RESP = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-LOGIN-L TO HIM-USU-RESP
           REWRITE HIM-REG-1
           IF NOT VAL-HIM
              PERFORM ERRO-ARQUIVO
           END-IF.

       CALCULA-MULTA-CANCEL.
           | anteced?ncia em horas inteiras entre agora e a
           | partida (data da viagem + HOR-HORA); vale a faixa
           | de maior anteced?ncia m?nima que n?o passe dela.
           | Taxa de embarque ? repasse ao terminal e n?o entra
           | na base; PIX pendente, pontos e carn? n?o t?m
           | multa (viagem de carn? volta ao pacote)
           MOVE 0 TO W-VLR-MULTA W-PERC-MULTA W-HORAS-ANTEC
           PERFORM VERIFICA-IMPACTO-HORARIO
           IF IMPACTO-ISENTO
              EXIT PARAGRAPH
           END-IF
           IF NOT PEN-ATIVA OR BIL-STATUS = 5 OR BIL-TENDER = 6
              OR BIL-TENDER = 9
              EXIT PARAGRAPH
           END-IF

           ACCEPT W-DATAUXI FROM CENTURY-DATE
           COMPUTE W-HOJE-ACESS-I = W-ANOAUXI-I * 10000 +
                                    W-MESAUXI-I * 100 +
                                    W-DIAAUXI-I
           MOVE BIL-DATA TO W-DATAUXI
           COMPUTE W-VIA-ACESS-I = W-ANOAUXI * 10000 +
                                   W-MESAUXI * 100 +
                                   W-DIAAUXI

           ACCEPT W-HORA FROM TIME
           COMPUTE W-MIN-AGORA = W-HR * 60 + W-MIN
           MOVE 0 TO W-MIN-PARTIDA
           INITIALIZE HOR-REG-1
           MOVE BIL-FRO TO HOR-FRO
           MOVE BIL-VIA TO HOR-NUM
           READ CHORARIO
           IF VAL-HOR
              MOVE HOR-HORA TO W-HHMM-ACESS
              COMPUTE W-MIN-PARTIDA = W-HH-ACESS * 60 + W-MM-ACESS
           ELSE
              IF ST-HOR <> '23'
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF

           COMPUTE W-MIN-ANTEC =
                   (FUNCTION INTEGER-OF-DATE(W-VIA-ACESS-I) -
                    FUNCTION INTEGER-OF-DATE(W-HOJE-ACESS-I)) * 1440
                   + W-MIN-PARTIDA - W-MIN-AGORA
           IF W-MIN-ANTEC < 0
              MOVE 0 TO W-MIN-ANTEC
           END-IF
           IF W-MIN-ANTEC / 60 > 9999
              MOVE 9999 TO W-HORAS-ANTEC
           ELSE
              COMPUTE W-HORAS-ANTEC = W-MIN-ANTEC / 60
           END-IF

           INITIALIZE PEN-REG-1
           MOVE BIL-TIPO TO PEN-TIPO
           MOVE 0 TO PEN-HORAS
           START CPENAL KEY >= PEN-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPENAL NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PEN
                 EXIT PERFORM
              END-IF
              IF PEN-TIPO NOT = BIL-TIPO
                 OR PEN-HORAS > W-HORAS-ANTEC
                 EXIT PERFORM
              END-IF
              MOVE PEN-PERC TO W-PERC-MULTA
           END-PERFORM

           MOVE 0 TO W-VLR-BASE-MULTA
           IF BIL-TOT > BIL-TXE-VLR
              COMPUTE W-VLR-BASE-MULTA = BIL-TOT - BIL-TXE-VLR
           END-IF
           COMPUTE W-VLR-MULTA ROUNDED =
                   W-VLR-BASE-MULTA * W-PERC-MULTA / 100.

       EMITIR-COMPROVANTE-ESTORNO.
           | comprovante entregue ao passageiro no estorno:
           | valor pago, multa retida e o que volta e por onde
           INITIALIZE W-CAB W-LINHA-1 W-LINHA-3 W-LINHA-4
	   OPEN OUTPUT PRINTF
	   MOVE ALL SPACES TO PRINTF-R
	   MOVE ALL '-' TO PRINTF-R(1:132)
	   WRITE PRINTF-R AFTER 0
	   MOVE ALL SPACES TO PRINTF-R
	   MOVE 'COMPROVANTE DE ESTORNO DE BILHETE' TO W-CAB
	   WRITE PRINTF-R FROM W-CAB AFTER 1
	   MOVE ALL SPACES TO PRINTF-R
	   MOVE ALL '-' TO PRINTF-R(1:132)
	   WRITE PRINTF-R AFTER 1

           MOVE BIL-NMR TO W-L1-NMR
	   WRITE PRINTF-R FROM W-LINHA-1 AFTER 2

           MOVE BIL-VIA TO W-L3-VIA
           | data da viagem do proprio bilhete estornado, nao a
           | que estiver digitada na tela
	   MOVE BIL-DATA TO W-L3-DVIA
	   IF BIL-TIPO = 1
	      MOVE 'SUBURBANO' TO W-L3-TIPO
           ELSE
	      MOVE 'CONVENCIONAL' TO W-L3-TIPO
           END-IF
           MOVE ALL SPACES TO PRINTF-R
	   WRITE PRINTF-R FROM W-LINHA-3 AFTER 2

	   MOVE BIL-CLI TO W-L4-CPF
	   MOVE BIL-NOME TO W-L4-CLI
	   MOVE ALL SPACES TO PRINTF-R
	   WRITE PRINTF-R FROM W-LINHA-4 AFTER 2

	   MOVE BIL-TOT TO W-LE1-TOT
	   MOVE W-HORAS-ANTEC TO W-LE1-HORAS
	   MOVE ALL SPACES TO PRINTF-R
	   WRITE PRINTF-R FROM W-LINHA-EST-1 AFTER 2

	   MOVE W-VLR-MULTA TO W-LE2-MULTA
	   MOVE W-PERC-MULTA TO W-LE2-PERC
	   MOVE ALL SPACES TO PRINTF-R
	   WRITE PRINTF-R FROM W-LINHA-EST-2 AFTER 1

	   MOVE W-VLR-DEVOLVER TO W-LE3-DEVOL
	   MOVE W-DESTINO-DEVOL TO W-LE3-DESTINO
	   MOVE ALL SPACES TO PRINTF-R
	   WRITE PRINTF-R FROM W-LINHA-EST-3 AFTER 1

	   CLOSE PRINTF.

       ATUALIZA-AGREGADO.
           | mant?m o acumulado por frota/data/tipo na hora
	   | da transa??o, para os relat?rios n?o precisarem varrer
                 MOVE 1 TO AGR-QTD-CANC
                 MOVE BIL-TOT TO AGR-TOT-CANC
              END-IF
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-AGREG
              WRITE AGR-REG-1
           ELSE
              IF NOT VAL-AGR
                         MOVE 0 TO AGR-TOT-VND
                      END-IF
              END-EVALUATE
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-AGREG
              REWRITE AGR-REG-1
           END-IF
           IF NOT VAL-AGR
           MOVE BIL-HORA     TO PIX-HR-GER
           MOVE W-LOGIN-L    TO PIX-USU
           SET PIX-PENDENTE  TO TRUE
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-PIX
           WRITE PIX-REG-1
           IF NOT VAL-PIX
              PERFORM ERRO-ARQUIVO

	   PERFORM VERIFICA-POLTRONA.

	   IF POLTRONA-LIVRE AND (W-BENEF = 0 OR W-BENEF > 4)
	      PERFORM VERIFICA-POLTRONA-ACESSIVEL
	      IF ACESSIVEL-PROTEGIDA
	         INITIALIZE CA-MESSAGE-LINK
       VALIDA-BENEFICIO.

           SET VALIDACAO-OK TO TRUE.
           MOVE 0 TO W-FUNC-VLR
           IF W-BENEF = 0
              PERFORM OFERTA-BENEFICIO-IDADE
              EXIT PARAGRAPH
           END-IF

           IF W-BENEF > 6
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Tipo de benef?cio inv?lido.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              EXIT PARAGRAPH
           END-IF

           IF W-BENEF > 4
              PERFORM VALIDA-PASSE-FUNC
              EXIT PARAGRAPH
           END-IF

           | a idade do cadastro manda: categoria que nao
           | bate com o nascimento na data da viagem e
           | recusada na hora, em qualquer guiche
              END-IF
           END-IF

           PERFORM CONTA-BENEF-PARTIDA

           IF W-QTD-BENEF >= W-COTA-BENEF
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cota legal de benef?cios da partida esgotada.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
           END-IF.

       CONTA-BENEF-PARTIDA.
           | assentos da partida ja vendidos com gratuidade
           | legal (1 a 4) e com passe de funcionario (5 e 6),
           | cada um na sua cota
           MOVE 0 TO W-QTD-BENEF W-QTD-FUNC-PART
           INITIALIZE BIL-REG-1
           MOVE W-FRO       TO BIL-FRO
           MOVE W-DATA-CRIT TO BIL-DATA
                 OR (BIL-TIPO NOT = W-TIPO)
                 EXIT PERFORM
              END-IF
              IF (NOT BIL-CANCELADO) AND BIL-BENEF-LEGAL
                 ADD 1 TO W-QTD-BENEF
              END-IF
              IF (NOT BIL-CANCELADO) AND BIL-PASSE-FUNC
                 ADD 1 TO W-QTD-FUNC-PART
              END-IF
           END-PERFORM.

       VALIDA-PASSE-FUNC.
           | so motorista/cobrador do MOTORISTA.ARQ ou usuario
           | nao bloqueado do USUARIO.ARQ, em bilhete avulso,
           | dentro da cota do mes e dos assentos da partida;
           | nada disso passa pela aprovacao de desconto
           IF TEM-VOLTA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Passe de funcionario so em bilhete avulso.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-TENDER = 6 OR W-TENDER = 9
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Passe de funcionario nao se paga com pontos'
                   TO CA-MESSAGE-1
              MOVE 'nem com carne de viagens.' TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF W-BENEF-DOC = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe a matricula ou login do funcionario.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE W-BENEF-DOC TO W-FUNC-ID
           MOVE SPACES TO W-FUNC-NOME
           MOVE 0 TO W-FUNC-ORIGEM
           IF W-BENEF-DOC(11:10) = SPACES AND MOT-ATIVA
              INITIALIZE MOT-REG-1
              MOVE W-FUNC-ID TO MOT-ID
              READ CMOTORISTA
              IF VAL-MOT
                 MOVE MOT-NOME TO W-FUNC-NOME
                 MOVE 1 TO W-FUNC-ORIGEM
              END-IF
           END-IF
           IF W-BENEF-DOC(11:10) = SPACES AND W-FUNC-ORIGEM = 0
              INITIALIZE USU-REG-1
              MOVE W-FUNC-ID TO USU-LOGIN
              READ CUSUARIO
              IF VAL-USU AND NOT USU-BLOQUEADO
                 MOVE USU-NOME TO W-FUNC-NOME
                 MOVE 2 TO W-FUNC-ORIGEM
              END-IF
           END-IF
           IF W-FUNC-ORIGEM = 0
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Funcionario nao encontrado ou bloqueado.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           | quem esta no guiche nao emite o proprio passe
           IF W-FUNC-ID = W-LOGIN-L
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'O passe deve ser emitido por outro atendente.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           MOVE 4  TO W-COTA-FUNC-MES
           MOVE 2  TO W-COTA-FUNC-PART
           MOVE 50 TO W-PERC-FUNC
           IF PARAM-ATIVA
              INITIALIZE PARAM-REG-1
              MOVE 67 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-COTA-FUNC-MES
              END-IF
              INITIALIZE PARAM-REG-1
              MOVE 68 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 MOVE PARAM-VALOR TO W-COTA-FUNC-PART
              END-IF
              INITIALIZE PARAM-REG-1
              MOVE 69 TO PARAM-CHAVE
              READ CPARAM
              IF VAL-PARAM AND PARAM-VALOR > 0
                 AND PARAM-VALOR <= 100
                 MOVE PARAM-VALOR TO W-PERC-FUNC
              END-IF
           END-IF

           | cota do mes da viagem, nao do mes da venda
           MOVE W-DATA-CRIT TO W-DATAUXI
           INITIALIZE FPA-REG-1
           MOVE W-FUNC-ID TO FPA-FUNC
           COMPUTE FPA-MESANO = W-ANOAUXI * 100 + W-MESAUXI
           READ CFUNCPASS
           IF ST-FPA = '23'
              MOVE 0 TO FPA-QTD
           ELSE
              IF NOT VAL-FPA
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           IF FPA-QTD >= W-COTA-FUNC-MES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Cota mensal do passe de funcionario esgotada.'
                   TO CA-MESSAGE-1
              MOVE W-FUNC-NOME TO CA-MESSAGE-2
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           PERFORM CONTA-BENEF-PARTIDA
           IF W-QTD-FUNC-PART >= W-COTA-FUNC-PART
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Assentos de funcionario da partida esgotados.'
                   TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
           END-IF.

       ATUALIZA-PASSE-FUNC.
           | livro mensal do passe por funcionario e mes da
           | viagem, gravado junto com o bilhete para a cota
           | nao precisar varrer o BILHETE.ARQ; usa o BIL-REG-1
           | recem-gravado. W-FPA-OP: 1 = venda, 2 = estorno
           MOVE BIL-DATA TO W-DATAUXI
           INITIALIZE FPA-REG-1
           MOVE BIL-BENEF-DOC TO FPA-FUNC
           COMPUTE FPA-MESANO = W-ANOAUXI * 100 + W-MESAUXI
           READ CFUNCPASS
           IF ST-FPA = '23'
              IF W-FPA-OP NOT = 1
                 EXIT PARAGRAPH
              END-IF
              INITIALIZE FPA-REG-1
              MOVE BIL-BENEF-DOC TO FPA-FUNC
              COMPUTE FPA-MESANO = W-ANOAUXI * 100 + W-MESAUXI
              MOVE W-FUNC-NOME   TO FPA-NOME
              MOVE W-FUNC-ORIGEM TO FPA-ORIGEM
              MOVE 1             TO FPA-QTD
              MOVE BIL-FUNC-VLR  TO FPA-VLR
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-FUNCPASS
              WRITE FPA-REG-1
           ELSE
              IF NOT VAL-FPA
                 PERFORM ERRO-ARQUIVO
              END-IF
              IF W-FPA-OP = 1
                 ADD 1 TO FPA-QTD
                 ADD BIL-FUNC-VLR TO FPA-VLR
              ELSE
                 IF FPA-QTD > 0
                    SUBTRACT 1 FROM FPA-QTD
                 END-IF
                 IF FPA-VLR >= BIL-FUNC-VLR
                    SUBTRACT BIL-FUNC-VLR FROM FPA-VLR
                 ELSE
                    MOVE 0 TO FPA-VLR
                 END-IF
              END-IF
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-FUNCPASS
              REWRITE FPA-REG-1
           END-IF
           IF NOT VAL-FPA
              PERFORM ERRO-ARQUIVO
           END-IF.

       CALCULA-IDADE-VIAGEM.
           MOVE W-BENEF-DOC TO BIL-BENEF-DOC
           MOVE W-TEMP-PERC TO BIL-TEMP-PERC
           MOVE W-TEMP-VLR  TO BIL-TEMP-VLR
           MOVE W-DIN-PERC  TO BIL-DIN-PERC
           MOVE W-DIN-VLR   TO BIL-DIN-VLR
           MOVE W-CLASSE-POL TO BIL-CLASSE
           MOVE W-CLASSE-VLR TO BIL-CLASSE-VLR
           MOVE W-DATASIS   TO BIL-DT-VENDA
           ELSE
              SET BIL-CONFIRMADO TO TRUE
           END-IF
           MOVE 'I' TO W-JRN-OPER
           PERFORM JORNAL-BILHETE
           WRITE BIL-REG-1
           MOVE 1 TO W-AGR-OP
           PERFORM ATUALIZA-AGREGADO
              MOVE W-KM-TRECHO-DES TO BIL-KM-DES
              MOVE W-TEMP-PERC TO BIL-TEMP-PERC
              MOVE W-TEMP-VLR  TO BIL-TEMP-VLR
              MOVE W-DIN-PERC  TO BIL-DIN-PERC
              MOVE W-DIN-VLR   TO BIL-DIN-VLR
              MOVE W-CLASSE-POL TO BIL-CLASSE
              MOVE W-CLASSE-VLR TO BIL-CLASSE-VLR
              MOVE W-DATASIS   TO BIL-DT-VENDA
              ELSE
                 SET BIL-CONFIRMADO TO TRUE
              END-IF
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-BILHETE
              WRITE BIL-REG-1
              IF NOT VAL-BIL
                 PERFORM ERRO-ARQUIVO
           END-PERFORM

           MOVE W-CLI-COM TO CLI-COM
           MOVE 'A' TO W-JRN-OPER
           PERFORM JORNAL-CLIENTE
           REWRITE CLI-REG-1
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO
	      PERFORM CALCULA-PRECO-TRECHO
	   END-IF

	   PERFORM APLICA-TARIFA-DINAMICA

	   PERFORM APLICA-CLASSE-POLTRONA

	   DISPLAY TELA-PRINCIPAL.

       APLICA-TARIFA-DINAMICA.
           | ajuste por lota??o e anteced?ncia da partida sobre
	   | a tarifa da linha ou do trecho, antes do acr?scimo
	   | de classe; sem regra para a linha o pre?o fica
	   | como est?. A cota??o e a exporta??o de
	   | disponibilidade chamam a mesma rotina
           MOVE 0 TO W-DIN-PERC W-DIN-VLR
           IF W-DATA-CRIT = 0 OR W-VIA = 0 OR W-TOT = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE AREA-TARIFA-DIN
           MOVE W-FRO        TO TDM-FRO
           MOVE W-DATA-CRIT  TO TDM-DATA
           MOVE W-VIA        TO TDM-VIA
           MOVE W-TIPO       TO TDM-TIPO
           MOVE W-CAPACIDADE TO TDM-CAPAC
           MOVE W-LOGIN-L    TO TDM-USU
           MOVE W-TOT        TO TDM-TARIFA
           CALL "PRJ_TARIFA_DIN" USING AREA-TARIFA-DIN
           CANCEL "PRJ_TARIFA_DIN"
           IF TDM-OK
              MOVE TDM-TARIFA TO W-TOT
              MOVE TDM-PERC   TO W-DIN-PERC
              MOVE TDM-VLR    TO W-DIN-VLR
           END-IF.

       APLICA-CLASSE-POLTRONA.
           | acr?scimo da classe da poltrona escolhida
	   | (leito/executivo custam mais que a tarifa base);
           READ CVOUCHER
           IF VAL-VCH
              ADD 1 TO VCH-USADOS
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-VOUCHER
              REWRITE VCH-REG-1
              IF NOT VAL-VCH
                 PERFORM ERRO-ARQUIVO
              MOVE W-VOUCHER TO VCHU-CODIGO
              MOVE BIL-CLI   TO VCHU-CPF
              MOVE 1 TO VCHU-QTD
              MOVE 'I' TO W-JRN-OPER
              PERFORM JORNAL-VCHUSO
              WRITE VCHU-REG-1
           ELSE
              IF NOT VAL-VCHU
                 PERFORM ERRO-ARQUIVO
              END-IF
              ADD 1 TO VCHU-QTD
              MOVE 'A' TO W-JRN-OPER
              PERFORM JORNAL-VCHUSO
              REWRITE VCHU-REG-1
           END-IF
           IF NOT VAL-VCHU
                   CANCEL "PRJ_MAILQ_ENQ"
           END-CALL.

       JORNAL-BILHETE.
           MOVE 'BILHETE.ARQ' TO W-JRN-ARQ
           MOVE BIL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CLIENTE.
           MOVE 'CLIENTE.ARQ' TO W-JRN-ARQ
           MOVE CLI-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CAIXAMOV.
           MOVE 'CAIXAMOV.ARQ' TO W-JRN-ARQ
           MOVE CXM-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-REEMBOLSO.
           MOVE 'REEMB.ARQ' TO W-JRN-ARQ
           MOVE REEM-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CONTA.
           MOVE 'CONTA.ARQ' TO W-JRN-ARQ
           MOVE CONTA-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CREDIARIO.
           MOVE 'CREDIARIO.ARQ' TO W-JRN-ARQ
           MOVE CRD-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-CARTEIRA.
           MOVE 'CARTEIRA.ARQ' TO W-JRN-ARQ
           MOVE WAL-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-PIX.
           MOVE 'PIXCHG.ARQ' TO W-JRN-ARQ
           MOVE PIX-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-VOUCHER.
           MOVE 'VOUCHER.ARQ' TO W-JRN-ARQ
           MOVE VCH-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-VCHUSO.
           MOVE 'VCHUSO.ARQ' TO W-JRN-ARQ
           MOVE VCHU-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-PONTOS.
           MOVE 'PONTOS.ARQ' TO W-JRN-ARQ
           MOVE PTS-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-RESERVA.
           MOVE 'RESERVA.ARQ' TO W-JRN-ARQ
           MOVE RES-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-AGREG.
           MOVE 'AGREG.ARQ' TO W-JRN-ARQ
           MOVE AGR-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       JORNAL-FUNCPASS.
           MOVE 'FUNCPASS.ARQ' TO W-JRN-ARQ
           MOVE FPA-REG-1 TO W-JRN-IMAGEM
           PERFORM GRAVA-JORNAL.

       GRAVA-JORNAL.
           | imagem de cada atualizacao vai para o JORNAL.ARQ,
           | reaplicado pelo PRJ_JORNAL_REC depois de um restore
           CALL "PRJ_JORNAL_GRV" USING W-JRN-ARQ, W-JRN-OPER,
                                       W-JRN-IMAGEM, W-LOGIN-L,
                                       W-JRN-PROG
           CANCEL "PRJ_JORNAL_GRV".

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
