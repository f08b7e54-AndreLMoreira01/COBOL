           03 W-TVAR-HORA                 PIC X(05).
           03 W-TVAR-POL                  PIC X(02).
           03 W-TVAR-BIL                  PIC X(16).
           03 W-TVAR-PLAT                 PIC X(03).
       77  W-TXT1-L                       PIC X(132).
       77  W-TXT2-L                       PIC X(132).

           | resolve o texto de toda mensagem enviada ao
           | cliente: o modelo vem do TMPL.ARQ, mantido pelo
           | PRJ_CAD_TMPL, com as variaveis &NOME &ROTA &DATA
           | &HORA &POL &BIL &COD &PLAT; na falta do arquivo ou do
           | registro vale o texto padrao embutido, para a
           | fila nunca parar por falta de cadastro

                 MOVE 'Poltrona liberada p/ sua viagem. Contate-nos.'
                      TO W-TEXTO1
              WHEN 3
                 STRING 'Sua viagem de &DATA parte as &HORA, '
                        'plataforma &PLAT, poltrona &POL. '
                        'Chegue 30 min antes.'
                        DELIMITED BY SIZE INTO W-TEXTO1
              WHEN 4
                 STRING 'Sua viagem foi cancelada pela empresa. '
                 STRING 'Sua viagem foi remarcada para &DATA, '
                        'poltrona &POL. Bilhete &BIL vale normal.'
                        DELIMITED BY SIZE INTO W-TEXTO1
              WHEN 13
                 STRING 'Sua partida de &DATA esta atrasada. Nova '
                        'previsao &HORA, plataforma &PLAT.'
                        DELIMITED BY SIZE INTO W-TEXTO1
              WHEN 14
                 STRING 'O horario da sua viagem de &DATA mudou para '
                        '&HORA. Remarque ou cancele sem multa '
                        'no guiche.'
                        DELIMITED BY SIZE INTO W-TEXTO1
                 MOVE 'Bilhete &BIL, poltrona &POL.' TO W-TEXTO2
              WHEN 15
                 STRING 'Sua viagem de &DATA atrasou. Creditamos uma '
                        'compensacao na sua carteira.'
                        DELIMITED BY SIZE INTO W-TEXTO1
                 MOVE 'Bilhete &BIL. Use o saldo na proxima compra.'
                      TO W-TEXTO2
           END-EVALUATE.

       SUBSTITUI-LINHA.
              WHEN W-IE <= 129 AND W-ENT(W-IE:4) = '&BIL'
                   MOVE W-TVAR-BIL TO W-VLR
                   ADD 4 TO W-IE
              WHEN W-IE <= 128 AND W-ENT(W-IE:5) = '&PLAT'
                   MOVE W-TVAR-PLAT TO W-VLR
                   ADD 5 TO W-IE
              WHEN W-IE <= 129 AND W-ENT(W-IE:4) = '&COD'
                   PERFORM MONTA-COD-EMBARQUE
                   ADD 4 TO W-IE
