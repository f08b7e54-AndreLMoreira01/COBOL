
           MOVE W-TEXTO-ANONIMO TO CLI-NOME
           MOVE SPACES TO CLI-END
           | cidade e UF ficam para a estatistica de origem
           MOVE SPACES TO CLI-LOGRADOURO CLI-NUMERO CLI-COMPLEMENTO
                          CLI-BAIRRO
           MOVE 0      TO CLI-CEP
           MOVE 0      TO CLI-TEL
           MOVE SPACES TO CLI-EMAIL
           MOVE 0      TO CLI-CEL
