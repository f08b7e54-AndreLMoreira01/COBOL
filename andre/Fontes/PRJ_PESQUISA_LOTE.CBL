                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).

           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_CONS.CPY".

       LINKAGE SECTION.

           IF CLI-EMAIL NOT = SPACES
              MOVE SPACES TO W-MAIL-TXT1 W-MAIL-TXT2
              PERFORM MONTA-MENSAGEM-TEMPLATE
              PERFORM PREPARA-CONSENTIMENTO
              CALL "PRJ_MAILQ_ENQ" USING CLI-EMAIL,
                   W-MAIL-TXT1, W-MAIL-TXT2
                 ON OVERFLOW CONTINUE
                 NOT OVERFLOW
                      CANCEL "PRJ_MAILQ_ENQ"
              END-CALL
              MOVE SPACE TO CONS-FINALIDADE
           END-IF

           IF CLI-CEL NOT = 0 AND NOT CLI-SMS-RECUSADO
              MOVE SPACES TO W-MAIL-TXT1
              PERFORM MONTA-MENSAGEM-TEMPLATE
              PERFORM PREPARA-CONSENTIMENTO
              CALL "PRJ_SMS_ENQ" USING CLI-CEL, W-MAIL-TXT1
                 ON OVERFLOW CONTINUE
                 NOT OVERFLOW
                      CANCEL "PRJ_SMS_ENQ"
              END-CALL
              MOVE SPACE TO CONS-FINALIDADE
           END-IF.

       PREPARA-CONSENTIMENTO.
           | convite de pesquisa nao e transacional: a fila
           | so envia com consentimento para pesquisas
           MOVE CLI-CPF TO CONS-CPF
           MOVE '4'     TO CONS-FINALIDADE
           MOVE SPACE   TO CONS-RESULTADO.

       MONTA-MENSAGEM-TEMPLATE.
           CALL "PRJ_TMPL_MONTA" USING W-TMPL-TIPO, W-TMPL-VARS,
                W-MAIL-TXT1, W-MAIL-TXT2
