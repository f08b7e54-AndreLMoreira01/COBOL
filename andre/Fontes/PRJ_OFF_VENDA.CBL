       COPY "PRJ_FROL.SL".
       COPY "PRJ_CLIL.SL".
       COPY "PRJ_PARAM.SL".
       COPY "PRJ_FIL.SL".

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       COPY "PRJ_FROL.FD".
       COPY "PRJ_CLIL.FD".
       COPY "PRJ_PARAM.FD".
       COPY "PRJ_FIL.FD".

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
               88 VAL-CLIL           VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  W-FIL-ATIVA           PIC  X(01) VALUE 'N'.
               88 FIL-ATIVA          VALUE 'S' FALSE 'N'.

           03 CAMPOS-TELA.
               05 W-FRO          PIC 9(03).

           PERFORM BUSCA-BLOCO-FILIAL.

           | a copia local do cadastro de filiais pode faltar
           | no terminal; sem ela a filial nao e conferida
           OPEN INPUT CFILIAL
           IF VAL-FIL
              SET FIL-ATIVA TO TRUE
           ELSE
              SET FIL-ATIVA TO FALSE
           END-IF.

           ACCEPT SMALL-FONT FROM STANDARD OBJECT "SMALL-FONT".

           DISPLAY FLOATING GRAPHICAL WINDOW

       FIM.
           CLOSE CFROTAL CFORWARD.
           IF FIL-ATIVA
              CLOSE CFILIAL
           END-IF.

           CLOSE WINDOW JANELA-PROGRAMA.

       VALIDA-VENDA.
           SET VALIDACAO-OK TO TRUE

           IF FIL-ATIVA AND W-FILIAL-L NOT = SPACES
              INITIALIZE FIL-REG-1
              MOVE W-FILIAL-L TO FIL-COD
              READ CFILIAL
              IF NOT VAL-FIL
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Filial n?o cadastrada.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 SET VALIDACAO-OK TO FALSE
                 EXIT PARAGRAPH
              END-IF
              IF FIL-DESATIVADA
                 INITIALIZE CA-MESSAGE-LINK
                 MOVE 'Filial inativa.' TO CA-MESSAGE-1
                 PERFORM MOSTRA-MSG-ERRO
                 SET VALIDACAO-OK TO FALSE
                 EXIT PARAGRAPH
              END-IF
           END-IF

           INITIALIZE FROL-REG-1
           MOVE W-FRO TO FROL-ID
           READ CFROTAL
