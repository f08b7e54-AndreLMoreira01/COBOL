       01  AREA-AVISO-PARTIDA.
           | area de troca com PRJ_AVISO_PARTIDA: L enfileira o
           | lembrete de embarque (uma vez por bilhete, controle
           | em LEMBRETE.ARQ) e A o alerta de atraso a todos os
           | bilhetes confirmados da partida. Hora e plataforma
           | vem da viagem; no atraso a hora prevista soma
           | AVP-ATRASO-MIN. AVP-QTD devolve os bilhetes avisados
           03 AVP-FUNCAO                 PIC X(01).
              88 AVP-LEMBRETE            VALUE 'L'.
              88 AVP-ATRASO              VALUE 'A'.
           03 AVP-FRO                    PIC 9(03).
           03 AVP-DATA                   PIC 9(08).
           03 AVP-NUM                    PIC 9(01).
           03 AVP-ATRASO-MIN             PIC 9(04).
           03 AVP-USU                    PIC X(10).
           03 AVP-QTD                    PIC 9(05).
