	       05 W-ID          PIC 9(03).
	       05 W-NOME        PIC X(60).
	       05 W-LOC         PIC 9(04).
               05 W-UF          PIC X(02).
                  88 UF-VALIDA  VALUE 'AC' 'AL' 'AM' 'AP' 'BA' 'CE'
                                      'DF' 'ES' 'GO' 'MA' 'MG' 'MS'
                                      'MT' 'PA' 'PB' 'PE' 'PI' 'PR'
                                      'RJ' 'RN' 'RO' 'RR' 'RS' 'SC'
                                      'SE' 'SP' 'TO'.

	       05 FILLER                  PIC  X(01) VALUE ' '.
                  88 VALIDACAO-OK         VALUE 'S' FALSE ' '.
                          FONT SMALL-FONT
			  AFTER PROCEDURE PROC-LOC.

           03 LABEL       LINE 08 COL 05
                          TITLE "UF:"
                          ID 10
                          TRANSPARENT.

           03 ENTRY-FIELD USING W-UF
                          LINE 08
                          COL 20
                          3-D
                          BOXED
                          AUTO
                          ID 11
                          FONT SMALL-FONT
                          AFTER PROCEDURE PROC-UF.

           03 PUSH-BUTTON TITLE "&Gravar"
                          LINE 12
                          COL 05
                          SIZE 12
                          ID 7
                          EXCEPTION-VALUE EXCEPTION-GRAVAR.

           03 PUSH-BUTTON TITLE "&Excluir"
                          LINE 12
                          COL 20
                          SIZE 12
                          ID 8
                          EXCEPTION-VALUE EXCEPTION-EXCLUIR.

           03 PUSH-BUTTON TITLE "&Sair"
                          LINE 12
                          COL 35
                          SIZE 12
                          SELF-ACT
	   ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW
                           SIZE 105 LINES 14
                           CONTROL FONT SMALL-FONT
                           COLOR 257
                           TITLE "Cadastro de Cidades"
           IF ST-CID <> '23'
	      MOVE CID-NOME TO W-NOME
	      MOVE CID-LOC  TO W-LOC
              | cidade gravada antes da UF existir vem sem ela
              MOVE CID-UF   TO W-UF
              IF NOT UF-VALIDA
                 MOVE SPACES TO W-UF
              END-IF
	   ELSE
	      INITIALIZE W-NOME W-LOC W-UF
	   END-IF

           DISPLAY TELA-PRINCIPAL.
              EXIT PARAGRAPH
	   END-IF.

       PROC-UF.
           IF TECLOU-ESC OR SETA-CIMA OR OCORREU-EVENTO
              EXIT PARAGRAPH.

           PERFORM VALIDA-UF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
	   END-IF.

       GRAVAR.
           PERFORM VALIDA-ID.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
	   END-IF

           PERFORM VALIDA-UF.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
	   END-IF

	   INITIALIZE      CID-REG-1

           MOVE W-ID TO CID-ID

	   MOVE W-NOME TO CID-NOME
           MOVE W-LOC  TO CID-LOC
           MOVE W-UF   TO CID-UF

	   INITIALIZE CA-MESSAGE-LINK
	    ACCEPT W-DATASIS FROM CENTURY-DATE

           SET VALIDACAO-OK TO TRUE.

       VALIDA-UF.
           | a UF define a aliquota de ICMS da passagem
           SET VALIDACAO-OK TO TRUE.
           IF NOT UF-VALIDA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'UF invalida.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              MOVE 4 TO W-ACCEPT-CONTROL
              MOVE 11 TO W-CONTROL-ID
              SET VALIDACAO-OK TO FALSE
           END-IF.

       EXCLUIR.

           INITIALIZE             CID-REG-1.
