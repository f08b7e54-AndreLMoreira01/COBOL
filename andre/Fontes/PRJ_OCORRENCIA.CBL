           COPY "MAINRTN.MSG".
           COPY "ACUGUI.DEF".
           COPY "DATASW.CPY".
           COPY "PRJ_AVP.CPY".

       LINKAGE SECTION.


           INITIALIZE CA-MESSAGE-LINK
           MOVE 'Ocorr?ncia registrada.' TO CA-MESSAGE-1
           IF W-ATRASO > 0 AND VIA-PROGRAMADA
              PERFORM ALERTA-ATRASO
           END-IF
           PERFORM MOSTRA-MSG-MENSAGEM

           INITIALIZE W-COD W-TEXTO W-ATRASO
           PERFORM CONSULTAR-OCORRENCIAS.

       ALERTA-ATRASO.
           | atraso informado em partida que ainda n?o saiu:
           | todo portador de bilhete confirmado recebe na hora
           | a nova previs?o pelo e-mail/SMS do cadastro
           INITIALIZE AREA-AVISO-PARTIDA
           SET AVP-ATRASO TO TRUE
           MOVE W-FRO       TO AVP-FRO
           MOVE W-DATA-CRIT TO AVP-DATA
           MOVE W-NUM       TO AVP-NUM
           MOVE W-ATRASO    TO AVP-ATRASO-MIN
           MOVE W-LOGIN-L   TO AVP-USU
           CALL "PRJ_AVISO_PARTIDA" USING AREA-AVISO-PARTIDA
           CANCEL "PRJ_AVISO_PARTIDA"
           IF AVP-QTD > 0
              MOVE 'Alerta de atraso enviado aos passageiros.'
                   TO CA-MESSAGE-2
           END-IF.

       CONSULTAR-OCORRENCIAS.
           PERFORM VALIDA-VIAGEM
           IF NOT VALIDACAO-OK
