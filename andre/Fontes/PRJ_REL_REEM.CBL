               05 W-TOT-FAIXA-2           PIC  9(10)V99 VALUE 0.
               05 W-TOT-FAIXA-3           PIC  9(10)V99 VALUE 0.
               05 W-TOT-GERAL             PIC  9(10)V99 VALUE 0.
               | multa de cancelamento retida no estorno e receita,
               | nao devolucao: soma a parte, pendente ou paga
               05 W-QTD-MULTA             PIC  9(07) VALUE 0.
               05 W-TOT-MULTA             PIC  9(10)V99 VALUE 0.

               05 W-LINHA-1.
                  07 FILLER    PIC X(09) VALUE 'BILHETE: '.
                  07 FILLER    PIC X(06) VALUE ' CPF: '.
                  07 W-L1-CPF  PIC 9(11).
                  07 FILLER    PIC X(02) VALUE '  '.
                  07 W-L1-NOME PIC X(20).
                  07 FILLER    PIC X(10) VALUE ' ESTORNO: '.
                  07 W-L1-DATA PIC 99/99/9999.
                  07 FILLER    PIC X(09) VALUE ' VALOR: '.
                  07 W-L1-VLR  PIC Z(5)9,99.
                  07 FILLER    PIC X(08) VALUE ' MULTA: '.
                  07 W-L1-MULTA PIC Z(4)9,99.
                  07 FILLER    PIC X(07) VALUE ' DIAS: '.
                  07 W-L1-DIAS PIC ZZZZ9.

                     'PASSIVO TOTAL DE DEVOLUCOES:    R$'.
                  07 W-LG-TOT   PIC Z(8)9,99.

               05 W-LINHA-MULTA.
                  07 FILLER     PIC X(30) VALUE
                     'MULTAS DE CANCELAMENTO RETIDAS'.
                  07 W-LM-QTD   PIC ZZZZZZ9.
                  07 FILLER     PIC X(04) VALUE ' R$'.
                  07 W-LM-TOT   PIC Z(8)9,99.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'AGING DE DEVOLUCOES PENDENTES (ESTORNOS)'.
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-REEM'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM LISTA-PENDENTES
           PERFORM IMPRIME-FAIXAS
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CREEMB.
              IF REEM-PENDENTE
                 PERFORM TRATA-PENDENTE
              END-IF
              IF REEM-VLR-MULTA > 0
                 ADD 1 TO W-QTD-MULTA
                 ADD REEM-VLR-MULTA TO W-TOT-MULTA
              END-IF
           END-PERFORM.

       TRATA-PENDENTE.
           MOVE REEM-NOME   TO W-L1-NOME
           MOVE REEM-DT-EST TO W-L1-DATA
           MOVE REEM-VALOR  TO W-L1-VLR
           MOVE REEM-VLR-MULTA TO W-L1-MULTA
           MOVE W-IDADE     TO W-L1-DIAS
           WRITE PRINTF-R FROM W-LINHA-1 AFTER 1

           WRITE PRINTF-R FROM W-LINHA-FAIXA AFTER 1

           MOVE W-TOT-GERAL TO W-LG-TOT
           WRITE PRINTF-R FROM W-LINHA-GERAL AFTER 2

           MOVE W-QTD-MULTA TO W-LM-QTD
           MOVE W-TOT-MULTA TO W-LM-TOT
           WRITE PRINTF-R FROM W-LINHA-MULTA AFTER 2.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

           MOVE 4 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
