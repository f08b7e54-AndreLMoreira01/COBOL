       01  CONTROLE-CONSENTIMENTO EXTERNAL.
           | area comum dos envios que nao sao transacionais:
           | quem enfileira marketing ou pesquisa informa CPF e
           | finalidade (codigos do CONSENT.ARQ) antes de chamar
           | PRJ_SMS_ENQ ou PRJ_MAILQ_ENQ; a fila confere o
           | consentimento, devolve o resultado e limpa a
           | finalidade. Fora de 1 a 4 = envio transacional
           03 CONS-CPF                   PIC 9(11).
           03 CONS-FINALIDADE            PIC X(01).
              88 CONS-CONFERE            VALUE '1' THRU '4'.
           03 CONS-RESULTADO             PIC X(01).
              88 CONS-ENVIADA            VALUE 'S'.
              88 CONS-BLOQUEADA          VALUE 'B'.
