       COPY "PRJ_CXS.SL".
       COPY "PRJ_USU.SL".
       COPY "PRJ_LOG.SL".
       COPY "PRJ_FIL.SL".

           SELECT PRINTF ASSIGN TO PRINTER
                  FILE STATUS IS ST-PRI.
       COPY "PRJ_CXS.FD".
       COPY "PRJ_USU.FD".
       COPY "PRJ_LOG.FD".
       COPY "PRJ_FIL.FD".

       FD  PRINTF LABEL RECORD OMITTED.

               88 VAL-LOG            VALUE '00' THRU '09'.
           03  ST-PRI                PIC  X(02).
               88 VAL-PRI            VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-FILIAL           PIC X(10).
           IF NOT VAL-LOG
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFILIAL
           IF ST-FIL = '35'
              SET FIL-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FIL
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FIL-ATIVA TO TRUE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           ACCEPT W-DATASIS FROM CENTURY-DATE

       FIM.
           CLOSE CTESOUR CCAIXA CUSUARIO CLOG.
           IF FIL-ATIVA
              CLOSE CFILIAL
           END-IF.

           CLOSE WINDOW JANELA-PROGRAMA.

              MOVE 'Informe a filial.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
              EXIT PARAGRAPH
           END-IF

           IF NOT FIL-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE FIL-REG-1
           MOVE W-FILIAL TO FIL-COD
           READ CFILIAL
           IF NOT VAL-FIL
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial n?o cadastrada.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
           END-IF.

       VALIDA-FILIAL-ATIVA.
           | filial desativada ainda tira a concilia??o, mas
           | n?o recebe recolhimento nem dep?sito novo
           SET VALIDACAO-OK TO TRUE
           IF FIL-ATIVA AND FIL-DESATIVADA
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Filial inativa.' TO CA-MESSAGE-1
              PERFORM MOSTRA-MSG-ERRO
              SET VALIDACAO-OK TO FALSE
           END-IF.

       RECOLHER-SESSOES.
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM VALIDA-FILIAL-ATIVA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF

           MOVE 0 TO W-QTD-RECOLHIDAS
           INITIALIZE CXS-REG-1
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF
           PERFORM VALIDA-FILIAL-ATIVA
           IF NOT VALIDACAO-OK
              EXIT PARAGRAPH
           END-IF
           IF W-VLR-DEP = 0 OR W-BANCO = SPACES OR W-DOC = SPACES
              INITIALIZE CA-MESSAGE-LINK
              MOVE 'Informe banco, guia e valor do dep?sito.'
                 MOVE 0 TO W-DIA-ENT W-DIA-DEP
              END-IF

              | repasse de canal entra direto no banco, nao
              | passa pelo cofre
              IF TES-ENTRADA-SESSAO
                 ADD TES-VALOR TO W-DIA-ENT
              END-IF
              IF TES-DEPOSITO
                 ADD TES-VALOR TO W-DIA-DEP
              END-IF
           END-PERFORM
