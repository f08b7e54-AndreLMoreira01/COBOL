
       77  W-TIPO-L		PIC 9(02).
       77  W-LOGIN-L            PIC X(10).
       77  W-SAIDA-L            PIC X(01).

       SCREEN SECTION.
       01  TELA-PRINCIPAL.
                          ID 20
                          TRANSPARENT.

       PROCEDURE DIVISION USING W-TIPO-L, W-LOGIN-L, W-SAIDA-L.
       INICIO.
	   | devolve ao login como a sessao terminou: 'S' saida
	   | normal, 'T' encerrada por tempo de inatividade
	   MOVE 'S' TO W-SAIDA-L

	   ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

	   END-IF.

           IF TIMEOUT-SESSAO
              MOVE 'T' TO W-SAIDA-L
              SET TECLOU-ESC TO TRUE
              EXIT PARAGRAPH
	   END-IF.
