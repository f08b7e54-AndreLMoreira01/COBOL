       COPY "PRJ_BIL.SL".
       COPY "PRJ_REEM.SL".
       COPY "PRJ_PAS.SL".
       COPY "PRJ_CRN.SL".
       COPY "PRJ_CRD.SL".
       COPY "PRJ_WAL.SL".
       COPY "PRJ_BAG.SL".
       COPY "PRJ_BIL.FD".
       COPY "PRJ_REEM.FD".
       COPY "PRJ_PAS.FD".
       COPY "PRJ_CRN.FD".
       COPY "PRJ_CRD.FD".
       COPY "PRJ_WAL.FD".
       COPY "PRJ_BAG.FD".
               88 VAL-REEM           VALUE '00' THRU '09'.
           03  ST-PAS                PIC  X(02).
               88 VAL-PAS            VALUE '00' THRU '09'.
           03  ST-CRN                PIC  X(02).
               88 VAL-CRN            VALUE '00' THRU '09'.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-WAL                PIC  X(02).
           END-PERFORM

           PERFORM APURA-PASSES-SESSAO
           PERFORM APURA-CARNES-SESSAO
           PERFORM APURA-CREDIARIO-SESSAO
           PERFORM APURA-CARTEIRA-SESSAO
           PERFORM APURA-BAGAGEM-SESSAO
              IF CXM-RECEBIMENTO
                 ADD CXM-VALOR TO W-APURADO
              END-IF
              | prestacao do cobrador: o dinheiro da venda
              | embarcada entregue no guiche
              IF CXM-PRESTACAO-COB
                 ADD CXM-VALOR TO W-APURADO
              END-IF
           END-PERFORM

           CLOSE CCAIXAMOV.

           CLOSE CPASSE.

       APURA-CARNES-SESSAO.
           | carne de viagens vendido em especie, idem
           OPEN INPUT CCARNE
           IF NOT VAL-CRN
              EXIT PARAGRAPH
           END-IF

           INITIALIZE CRN-REG-1
           MOVE LOW-VALUES TO CRN-CHAVE
           START CCARNE KEY >= CRN-CHAVE
              INVALID KEY CONTINUE
           END-START

           PERFORM UNTIL NOT VAL-CRN
              READ CCARNE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRN
                 EXIT PERFORM
              END-IF

              IF CRN-USU = W-LOGIN-L
                 AND CRN-DT-VENDA = CXS-DATA
                 AND CRN-HR-VENDA >= CXS-HR-ABRE
                 AND CRN-TENDER = 1
                 ADD CRN-VALOR TO W-APURADO
              END-IF
           END-PERFORM

           CLOSE CCARNE.

       APURA-REEMBOLSOS-SESSAO.
           OPEN INPUT CREEMB
           IF NOT VAL-REEM
