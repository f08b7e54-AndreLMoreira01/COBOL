                  07 W-TMV-HORA  PIC 99.99.
                  07 W-TMV-POL   PIC 9(02).
                  07 W-TMV-BIL   PIC 9(16).
                  07 W-TMV-PLAT  PIC X(03).
               05 W-MAIL-TXT1    PIC X(132).
               05 W-MAIL-TXT2    PIC X(132).


           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
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
                 PERFORM CONTA-CONSENTIMENTO
              ELSE
                 ADD 1 TO W-QTD-SUP
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
                 PERFORM CONTA-CONSENTIMENTO
              ELSE
                 | opt-out ou celular em branco: contado como
                 | suprimido para o marketing auditar a base
              END-IF
           END-IF.

       PREPARA-CONSENTIMENTO.
           | campanha e marketing: a fila confere no
           | CONSENT.ARQ se o cliente aceitou o canal
           MOVE CLI-CPF TO CONS-CPF
           MOVE '3'     TO CONS-FINALIDADE
           MOVE SPACE   TO CONS-RESULTADO.

       CONTA-CONSENTIMENTO.
           | barrada por falta de consentimento conta como
           | suprimida, como o opt-out
           IF CONS-BLOQUEADA
              ADD 1 TO W-QTD-SUP
           ELSE
              ADD 1 TO W-QTD-ENQ
           END-IF
           MOVE SPACE TO CONS-FINALIDADE CONS-RESULTADO.

       MONTA-MENSAGEM-TEMPLATE.
           CALL "PRJ_TMPL_MONTA" USING W-TMPL-TIPO, W-TMPL-VARS,
                W-MAIL-TXT1, W-MAIL-TXT2
