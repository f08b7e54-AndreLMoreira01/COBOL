       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-FLUXO-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CRD.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_LIQ.SL".
           COPY "PRJ_PIX.SL".
           COPY "PRJ_CONTA.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_BLT.SL".
           COPY "PRJ_REEM.SL".
           COPY "PRJ_PAG.SL".
           COPY "PRJ_TES.SL".
           COPY "PRJ_PARAM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CRD.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_LIQ.FD".
           COPY "PRJ_PIX.FD".
           COPY "PRJ_CONTA.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_BLT.FD".
           COPY "PRJ_REEM.FD".
           COPY "PRJ_PAG.FD".
           COPY "PRJ_TES.FD".
           COPY "PRJ_PARAM.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.
       | horizonte da projecao em dias (13 semanas)
       78  W-HORIZONTE                    VALUE 90.

       01  CAMPOS-W.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-LIQ                PIC  X(02).
               88 VAL-LIQ            VALUE '00' THRU '09'.
           03  ST-PIX                PIC  X(02).
               88 VAL-PIX            VALUE '00' THRU '09'.
           03  ST-CONTA              PIC  X(02).
               88 VAL-CONTA          VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-BLT                PIC  X(02).
               88 VAL-BLT            VALUE '00' THRU '09'.
           03  ST-REEM               PIC  X(02).
               88 VAL-REEM           VALUE '00' THRU '09'.
           03  ST-PAG                PIC  X(02).
               88 VAL-PAG            VALUE '00' THRU '09'.
           03  ST-TES                PIC  X(02).
               88 VAL-TES            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-CRD-ATIVA           PIC  X(01) VALUE 'N'.
               88 CRD-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-LIQ-ATIVA           PIC  X(01) VALUE 'N'.
               88 LIQ-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-PIX-ATIVA           PIC  X(01) VALUE 'N'.
               88 PIX-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-CONTA-ATIVA         PIC  X(01) VALUE 'N'.
               88 CONTA-ATIVA        VALUE 'S' FALSE 'N'.
           03  W-FRT-ATIVA           PIC  X(01) VALUE 'N'.
               88 FRT-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-BLT-ATIVA           PIC  X(01) VALUE 'N'.
               88 BLT-ATIVA          VALUE 'S' FALSE 'N'.
           03  FILLER                PIC  X(01) VALUE ' '.
               88 FRT-COM-BOLETO     VALUE 'S' FALSE ' '.
           03  W-REEM-ATIVA          PIC  X(01) VALUE 'N'.
               88 REEM-ATIVA         VALUE 'S' FALSE 'N'.
           03  W-PAG-ATIVA           PIC  X(01) VALUE 'N'.
               88 PAG-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-TES-ATIVA           PIC  X(01) VALUE 'N'.
               88 TES-ATIVA          VALUE 'S' FALSE 'N'.

           03  W-SAIDA-DEVICE        PIC  X(40) VALUE 'PRINTER'.

           03  CAMPOS-PARM-W.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).
               05 REDEFINES W-DATAUXI.
                  07 W-ANOAUXI-I          PIC  9(04).
                  07 W-MESAUXI-I          PIC  9(02).
                  07 W-DIAAUXI-I          PIC  9(02).

               05 W-DATA-BASE             PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-HOJE-J                PIC  9(07).
               05 W-DATA-J                PIC  9(07).
               05 W-FIM-MES-J             PIC  9(07).
               05 W-CORTE-CARTAO-J        PIC  9(07).
               05 W-DIAS                  PIC  9(05).
               05 W-SEMANA                PIC  9(03).
               05 W-IND-SEM               PIC  9(02).
               05 W-VALOR                 PIC  9(09)V99.
               05 W-IND-FAT               PIC  9(02).
               05 W-ABERTO-BLT            PIC  9(09)V99.

           | prazos de recebimento em dias: cartao de credito
           | (PARAM 52; debito cai no dia seguinte) e faturas
           | de conta corporativa e fretamento (PARAM 53)
               05 W-PRAZO-CREDITO         PIC  9(03) VALUE 30.
               05 W-PRAZO-FATURA          PIC  9(03) VALUE 30.
           | cidade da praca de cobranca/pagamento (PARAM 85):
           | vencimento cai no dia util dela; zero so considera
           | os feriados nacionais
               05 W-CID-PRACA             PIC  9(03) VALUE 0.

               05 W-SALDO-INICIAL         PIC S9(11)V99 VALUE 0.
               05 W-SALDO                 PIC S9(11)V99 VALUE 0.
               05 W-TOT-ENT               PIC  9(11)V99.
               05 W-TOT-SAI               PIC  9(11)V99.

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

           | linha 1 = ja vencidos, linhas 2 a 14 = semanas
           | a partir da data base
           03  W-TAB-SEMANA.
               05 W-SE-ITEM OCCURS 14 TIMES.
                  07 W-SE-CRD             PIC 9(11)V99.
                  07 W-SE-CAR             PIC 9(11)V99.
                  07 W-SE-PIX             PIC 9(11)V99.
                  07 W-SE-CTA             PIC 9(11)V99.
                  07 W-SE-FRT             PIC 9(11)V99.
                  07 W-SE-REE             PIC 9(11)V99.
                  07 W-SE-PAG             PIC 9(11)V99.

           03  W-TOTAIS.
               05 W-TT-CRD                PIC 9(11)V99.
               05 W-TT-CAR                PIC 9(11)V99.
               05 W-TT-PIX                PIC 9(11)V99.
               05 W-TT-CTA                PIC 9(11)V99.
               05 W-TT-FRT                PIC 9(11)V99.
               05 W-TT-REE                PIC 9(11)V99.
               05 W-TT-PAG                PIC 9(11)V99.

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-SALDO.
                  07 FILLER     PIC X(38) VALUE
                     'SALDO INICIAL EM COFRE (TESOURARIA): '.
                  07 W-LSI-VLR  PIC -ZZZ.ZZZ.ZZ9,99.

               05 W-LINHA-SEM.
                  07 W-LS-DESC  PIC X(07)B.
                  07 W-LS-INI   PIC X(10)B.
                  07 W-LS-CRD   PIC ZZZZZZ9,99B.
                  07 W-LS-CAR   PIC ZZZZZZ9,99B.
                  07 W-LS-PIX   PIC ZZZZZZ9,99B.
                  07 W-LS-CTA   PIC ZZZZZZ9,99B.
                  07 W-LS-FRT   PIC ZZZZZZ9,99B.
                  07 W-LS-ENT   PIC ZZZZZZZ9,99B.
                  07 W-LS-REE   PIC ZZZZZZ9,99B.
                  07 W-LS-PAG   PIC ZZZZZZ9,99B.
                  07 W-LS-SAI   PIC ZZZZZZZ9,99B.
                  07 W-LS-SAL   PIC -ZZZZZZZ9,99.

               05 W-DATA-EDIT            PIC 99/99/9999.

               05 W-LINHA-TIT-1.
                  07 FILLER     PIC X(40) VALUE
                     '                   ---------------------'.
                  07 FILLER     PIC X(40) VALUE
                     '-------- ENTRADAS ----------------------'.
                  07 FILLER     PIC X(40) VALUE
                     '-----      ---------- SAIDAS ---------- '.

               05 W-LINHA-TIT-2.
                  07 FILLER     PIC X(40) VALUE
                     'PERIODO     INICIO  CREDIARIO    CARTOES'.
                  07 FILLER     PIC X(40) VALUE
                     '        PIX    FATURAS    FRETAM.       '.
                  07 FILLER     PIC X(40) VALUE
                     'TOTAL REEMBOLSOS  FORNECED.       TOTAL '.
                  07 FILLER     PIC X(40) VALUE
                     '       SALDO                            '.

               05 W-LINHA-TIT-3.
                  07 FILLER     PIC X(40) VALUE
                     '                                        '.
                  07 FILLER     PIC X(40) VALUE
                     '                CONTAS  A RECEBER    ENT'.
                  07 FILLER     PIC X(40) VALUE
                     'RADAS                            SAIDAS '.
                  07 FILLER     PIC X(40) VALUE
                     '   PROJETADO                            '.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'FLUXO DE CAIXA PROJETADO POR SEMANA'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE 'DATA BASE: '.
                  07 W-C2-BASE PIC 99/99/9999.
                  07 FILLER    PIC X(26) VALUE
                     '   HORIZONTE: 90 DIAS'.
                  07 FILLER    PIC X(17) VALUE 'PRAZO CREDITO: '.
                  07 W-C2-CRED PIC ZZ9.
                  07 FILLER    PIC X(23) VALUE
                     ' DIAS   PRAZO FATURAS: '.
                  07 W-C2-FAT  PIC ZZ9.
                  07 FILLER    PIC X(05) VALUE ' DIAS'.

           COPY "PRJ_DUT.CPY".

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-DATA-L                       PIC 9(08).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATA-L, W-SAIDA-L,
                                W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | projecao semanal de entradas e saidas para os
           | proximos 90 dias a partir de W-DATA-L (aaaammdd,
           | zero = hoje): parcelas do crediario, cartao ainda
           | nao liquidado (CARTLIQ.ARQ do PRJ-CARTAO-CONC-LOTE),
           | PIX pendente, boletos em aberto e saldo a faturar
           | das contas corporativas, fretamentos a receber,
           | reembolsos pendentes e contas a pagar; o que ja
           | venceu e nao foi baixado sai na linha de vencidos,
           | antes da primeira semana, e entra no saldo
           | projetado

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CCREDIARIO
           IF ST-CRD = '35'
              SET CRD-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CRD
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CRD-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CCARTLIQ
           IF ST-LIQ = '35'
              SET LIQ-ATIVA TO FALSE
           ELSE
              IF NOT VAL-LIQ
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET LIQ-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CPIX
           IF ST-PIX = '35'
              SET PIX-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PIX
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PIX-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CCONTA
           IF ST-CONTA = '35'
              SET CONTA-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CONTA
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CONTA-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CFRETAM
           IF ST-FRT = '35'
              SET FRT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-FRT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET FRT-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CBOLETO
           IF ST-BLT = '35'
              SET BLT-ATIVA TO FALSE
           ELSE
              IF NOT VAL-BLT
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET BLT-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CREEMB
           IF ST-REEM = '35'
              SET REEM-ATIVA TO FALSE
           ELSE
              IF NOT VAL-REEM
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET REEM-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CPAGAR
           IF ST-PAG = '35'
              SET PAG-ATIVA TO FALSE
           ELSE
              IF NOT VAL-PAG
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET PAG-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CTESOUR
           IF ST-TES = '35'
              SET TES-ATIVA TO FALSE
           ELSE
              IF NOT VAL-TES
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET TES-ATIVA TO TRUE
           END-IF.

           PERFORM BUSCA-PARAMETROS
           PERFORM DEFINE-DATA-BASE

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-TAB-SEMANA W-TOTAIS
           IF TES-ATIVA
              PERFORM APURA-SALDO-TESOURARIA
           END-IF
           IF CRD-ATIVA
              PERFORM PROJETA-CREDIARIO
           END-IF
           PERFORM PROJETA-CARTOES
           IF PIX-ATIVA
              PERFORM PROJETA-PIX
           END-IF
           IF CONTA-ATIVA
              PERFORM PROJETA-CONTAS
           END-IF
           IF FRT-ATIVA
              PERFORM PROJETA-FRETAMENTOS
           END-IF
           IF REEM-ATIVA
              PERFORM PROJETA-REEMBOLSOS
           END-IF
           IF PAG-ATIVA
              PERFORM PROJETA-PAGAR
           END-IF

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           OPEN OUTPUT PRINTF
           PERFORM IMPRIME-PROJECAO
           CLOSE PRINTF.

       FIM.
           CLOSE CBILHETE.
           IF CRD-ATIVA
              CLOSE CCREDIARIO.
           IF LIQ-ATIVA
              CLOSE CCARTLIQ.
           IF PIX-ATIVA
              CLOSE CPIX.
           IF CONTA-ATIVA
              CLOSE CCONTA.
           IF FRT-ATIVA
              CLOSE CFRETAM.
           IF BLT-ATIVA
              CLOSE CBOLETO.
           IF REEM-ATIVA
              CLOSE CREEMB.
           IF PAG-ATIVA
              CLOSE CPAGAR.
           IF TES-ATIVA
              CLOSE CTESOUR.
           CANCEL "PRJ_DIA_UTIL"
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 52 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-PRAZO-CREDITO
           END-IF
           INITIALIZE PARAM-REG-1
           MOVE 53 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-PRAZO-FATURA
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 85 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM
              MOVE PARAM-VALOR TO W-CID-PRACA
           END-IF

           CLOSE CPARAM.

       DEFINE-DATA-BASE.
           IF W-DATA-L NOT = 0
              MOVE W-DATA-L TO W-DATA-I
           ELSE
              ACCEPT W-DATA-I FROM CENTURY-DATE
           END-IF
           COMPUTE W-HOJE-J = FUNCTION INTEGER-OF-DATE(W-DATA-I)
           MOVE W-DATA-I TO W-DATAUXI
           COMPUTE W-DATA-BASE = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000

           | fim do mes corrente: o saldo a faturar das contas
           | corporativas vira fatura nesse dia
           IF W-MESAUXI-I = 12
              ADD 1 TO W-ANOAUXI-I
              MOVE 1 TO W-MESAUXI-I
           ELSE
              ADD 1 TO W-MESAUXI-I
           END-IF
           MOVE 1 TO W-DIAAUXI-I
           COMPUTE W-FIM-MES-J =
                   FUNCTION INTEGER-OF-DATE(W-DATAUXI) - 1

           | cartao vendido antes do corte ja deveria ter caido;
           | o que sobrou sem liquidacao e pendencia com o
           | adquirente, nao previsao de caixa
           COMPUTE W-CORTE-CARTAO-J = W-HOJE-J - W-PRAZO-CREDITO
                                    - 30.

       CLASSIFICA-DATA.
           | W-DATA-J (dia juliano) -> W-IND-SEM; zero quando
           | cai depois do horizonte
           IF W-DATA-J < W-HOJE-J
              MOVE 1 TO W-IND-SEM
              EXIT PARAGRAPH
           END-IF
           PERFORM PROXIMO-DIA-UTIL
           COMPUTE W-DIAS = W-DATA-J - W-HOJE-J
           IF W-DIAS > W-HORIZONTE
              MOVE 0 TO W-IND-SEM
              EXIT PARAGRAPH
           END-IF
           DIVIDE W-DIAS BY 7 GIVING W-SEMANA
           COMPUTE W-IND-SEM = W-SEMANA + 2
           IF W-IND-SEM > 14
              MOVE 14 TO W-IND-SEM
           END-IF.

       PROXIMO-DIA-UTIL.
           | vencimento ou liquidacao prevista em fim de semana
           | ou feriado da praca so entra no dia util seguinte
           INITIALIZE AREA-DIA-UTIL
           SET DUT-PROXIMO-UTIL TO TRUE
           MOVE W-CID-PRACA TO DUT-CID
           COMPUTE DUT-DATA-I = FUNCTION DATE-OF-INTEGER(W-DATA-J)
           CALL "PRJ_DIA_UTIL" USING AREA-DIA-UTIL
           COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(DUT-DATA-I).

       CONVERTE-DATA.
           | W-DATAUXI (ddmmaaaa) -> W-DATA-J
           COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(
                              W-ANOAUXI * 10000 +
                              W-MESAUXI * 100 +
                              W-DIAAUXI).

       APURA-SALDO-TESOURARIA.
           | dinheiro recolhido das sessoes menos o que ja foi
           | depositado, somando os cofres de todas as filiais
           INITIALIZE TES-REG-1
           START CTESOUR KEY >= TES-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CTESOUR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-TES
                 EXIT PERFORM
              END-IF
              IF TES-ENTRADA-SESSAO
                 ADD TES-VALOR TO W-SALDO-INICIAL
              END-IF
              IF TES-DEPOSITO
                 SUBTRACT TES-VALOR FROM W-SALDO-INICIAL
              END-IF
           END-PERFORM.

       PROJETA-CREDIARIO.
           INITIALIZE CRD-REG-1
           START CCREDIARIO KEY >= CRD-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCREDIARIO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CRD
                 EXIT PERFORM
              END-IF
              IF CRD-ABERTA
                 MOVE CRD-VENC TO W-DATAUXI
                 PERFORM CONVERTE-DATA
                 PERFORM CLASSIFICA-DATA
                 IF W-IND-SEM > 0
                    ADD CRD-VALOR TO W-SE-CRD(W-IND-SEM)
                 END-IF
              END-IF
           END-PERFORM.

       PROJETA-CARTOES.
           INITIALIZE BIL-REG-1
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 EXIT PERFORM
              END-IF
              IF (BIL-TD-DEBITO OR BIL-TD-CREDITO)
                 AND NOT BIL-CANCELADO AND NOT BIL-PENDENTE
                 PERFORM PROJETA-CARTAO
              END-IF
           END-PERFORM.

       PROJETA-CARTAO.
           MOVE BIL-DT-VENDA TO W-DATAUXI
           PERFORM CONVERTE-DATA
           IF W-DATA-J < W-CORTE-CARTAO-J
              EXIT PARAGRAPH
           END-IF

           IF LIQ-ATIVA
              INITIALIZE LIQ-REG-1
              MOVE BIL-NMR TO LIQ-NMR
              READ CCARTLIQ
              IF VAL-LIQ
                 EXIT PARAGRAPH
              END-IF
           END-IF

           IF BIL-TD-DEBITO
              ADD 1 TO W-DATA-J
           ELSE
              ADD W-PRAZO-CREDITO TO W-DATA-J
           END-IF
           PERFORM CLASSIFICA-DATA
           IF W-IND-SEM > 0
              ADD BIL-TOT TO W-SE-CAR(W-IND-SEM)
           END-IF.

       PROJETA-PIX.
           | cobranca PIX pendente paga na hora ou expira
           INITIALIZE PIX-REG-1
           START CPIX KEY >= PIX-TXID
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPIX NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PIX
                 EXIT PERFORM
              END-IF
              IF PIX-PENDENTE
                 ADD PIX-VALOR TO W-SE-PIX(2)
              END-IF
           END-PERFORM.

       PROJETA-CONTAS.
           | o saldo da conta inclui as faturas ja emitidas e
           | nao pagas: essas entram pelo vencimento do boleto
           | e so o restante (ainda nao faturado) fica para o
           | fim do mes mais o prazo de faturas
           COMPUTE W-DATA-J = W-FIM-MES-J + W-PRAZO-FATURA
           PERFORM CLASSIFICA-DATA
           MOVE W-IND-SEM TO W-IND-FAT

           INITIALIZE CONTA-REG-1
           START CCONTA KEY >= CONTA-CNPJ
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCONTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CONTA
                 EXIT PERFORM
              END-IF
              IF CONTA-SALDO > 0
                 MOVE 0 TO W-ABERTO-BLT
                 IF BLT-ATIVA
                    PERFORM PROJETA-BOLETOS-CONTA
                 END-IF
                 IF CONTA-SALDO > W-ABERTO-BLT AND W-IND-FAT > 0
                    COMPUTE W-SE-CTA(W-IND-FAT) =
                            W-SE-CTA(W-IND-FAT) +
                            CONTA-SALDO - W-ABERTO-BLT
                 END-IF
              END-IF
           END-PERFORM.

       PROJETA-BOLETOS-CONTA.
           INITIALIZE BLT-REG-1
           SET BLT-FATURA TO TRUE
           MOVE CONTA-CNPJ TO BLT-REF
           START CBOLETO KEY >= BLT-ORIGEM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CBOLETO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BLT
                 EXIT PERFORM
              END-IF
              IF NOT BLT-FATURA OR BLT-REF NOT = CONTA-CNPJ
                 EXIT PERFORM
              END-IF
              IF BLT-EM-ABERTO AND BLT-VALOR > BLT-VLR-PAGO
                 COMPUTE W-VALOR = BLT-VALOR - BLT-VLR-PAGO
                 ADD W-VALOR TO W-ABERTO-BLT
                 PERFORM PROJETA-BOLETO
                 IF W-IND-SEM > 0
                    ADD W-VALOR TO W-SE-CTA(W-IND-SEM)
                 END-IF
              END-IF
           END-PERFORM.

       PROJETA-BOLETO.
           MOVE BLT-VENC TO W-DATAUXI
           PERFORM CONVERTE-DATA
           PERFORM CLASSIFICA-DATA.

       PROJETA-FRETAMENTOS.
           | contratado recebe depois do fim da viagem e
           | faturado depois da fatura, no prazo de faturas
           INITIALIZE FRT-REG-1
           START CFRETAM KEY >= FRT-NUM
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFRETAM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRT
                 EXIT PERFORM
              END-IF
              SET FRT-COM-BOLETO TO FALSE
              IF FRT-FATURADO AND BLT-ATIVA
                 PERFORM PROJETA-BOLETO-FRETAMENTO
              END-IF
              IF (FRT-CONTRATADO OR FRT-FATURADO)
                 AND NOT FRT-COM-BOLETO
                 IF FRT-FATURADO AND FRT-DT-FAT NOT = 0
                    MOVE FRT-DT-FAT TO W-DATAUXI
                 ELSE
                    MOVE FRT-DT-FIM TO W-DATAUXI
                 END-IF
                 PERFORM CONVERTE-DATA
                 ADD W-PRAZO-FATURA TO W-DATA-J
                 PERFORM CLASSIFICA-DATA
                 IF W-IND-SEM > 0
                    ADD FRT-VALOR TO W-SE-FRT(W-IND-SEM)
                 END-IF
              END-IF
           END-PERFORM.

       PROJETA-BOLETO-FRETAMENTO.
           | faturado com boleto emitido entra pelo vencimento
           | e pelo que falta pagar; sai da regra geral abaixo
           INITIALIZE BLT-REG-1
           SET BLT-FRETAMENTO TO TRUE
           MOVE FRT-NUM TO BLT-REF
           READ CBOLETO KEY IS BLT-ORIGEM
           IF NOT VAL-BLT
              EXIT PARAGRAPH
           END-IF
           IF BLT-EM-ABERTO AND BLT-VALOR > BLT-VLR-PAGO
              COMPUTE W-VALOR = BLT-VALOR - BLT-VLR-PAGO
              PERFORM PROJETA-BOLETO
              IF W-IND-SEM > 0
                 ADD W-VALOR TO W-SE-FRT(W-IND-SEM)
              END-IF
           END-IF
           SET FRT-COM-BOLETO TO TRUE.

       PROJETA-REEMBOLSOS.
           | reembolso pendente sai na primeira semana
           INITIALIZE REEM-REG-1
           START CREEMB KEY >= REEM-NMR
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CREEMB NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-REEM
                 EXIT PERFORM
              END-IF
              IF REEM-PENDENTE
                 ADD REEM-VALOR TO W-SE-REE(2)
              END-IF
           END-PERFORM.

       PROJETA-PAGAR.
           INITIALIZE PAG-REG-1
           START CPAGAR KEY >= PAG-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CPAGAR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-PAG
                 EXIT PERFORM
              END-IF
              IF PAG-ABERTO OR PAG-NA-REMESSA
                 MOVE PAG-VENC TO W-DATAUXI
                 PERFORM CONVERTE-DATA
                 PERFORM CLASSIFICA-DATA
                 IF W-IND-SEM > 0
                    ADD PAG-VALOR TO W-SE-PAG(W-IND-SEM)
                 END-IF
              END-IF
           END-PERFORM.

       IMPRIME-PROJECAO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE W-SALDO-INICIAL TO W-LSI-VLR
           WRITE PRINTF-R FROM W-LINHA-SALDO AFTER 1
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 2 TO W-CONTLIN

           MOVE W-SALDO-INICIAL TO W-SALDO
           PERFORM VARYING W-IND-SEM FROM 1 BY 1
                   UNTIL W-IND-SEM > 14
              PERFORM IMPRIME-SEMANA
           END-PERFORM

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE 'TOTAL'    TO W-LS-DESC
           MOVE SPACES     TO W-LS-INI
           MOVE W-TT-CRD   TO W-LS-CRD
           MOVE W-TT-CAR   TO W-LS-CAR
           MOVE W-TT-PIX   TO W-LS-PIX
           MOVE W-TT-CTA   TO W-LS-CTA
           MOVE W-TT-FRT   TO W-LS-FRT
           COMPUTE W-TOT-ENT = W-TT-CRD + W-TT-CAR + W-TT-PIX
                             + W-TT-CTA + W-TT-FRT
           MOVE W-TOT-ENT  TO W-LS-ENT
           MOVE W-TT-REE   TO W-LS-REE
           MOVE W-TT-PAG   TO W-LS-PAG
           COMPUTE W-TOT-SAI = W-TT-REE + W-TT-PAG
           MOVE W-TOT-SAI  TO W-LS-SAI
           MOVE W-SALDO    TO W-LS-SAL
           WRITE PRINTF-R FROM W-LINHA-SEM AFTER 1
           ADD 2 TO W-CONTLIN.

       IMPRIME-SEMANA.
           PERFORM TESTA-QUEBRA-PAGINA

           IF W-IND-SEM = 1
              MOVE 'VENCIDO' TO W-LS-DESC
              MOVE SPACES    TO W-LS-INI
           ELSE
              MOVE SPACES TO W-LS-DESC
              COMPUTE W-SEMANA = W-IND-SEM - 1
              STRING 'SEM. ' W-SEMANA(2:2) DELIMITED BY SIZE
                     INTO W-LS-DESC
              COMPUTE W-DATA-J = W-HOJE-J + (W-IND-SEM - 2) * 7
              COMPUTE W-DATA-I = FUNCTION DATE-OF-INTEGER(W-DATA-J)
              MOVE W-DATA-I TO W-DATAUXI
              COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                    W-MESAUXI-I * 10000 +
                                    W-DIAAUXI-I * 1000000
              MOVE W-DATA-EDIT TO W-LS-INI
           END-IF

           MOVE W-SE-CRD(W-IND-SEM) TO W-LS-CRD
           MOVE W-SE-CAR(W-IND-SEM) TO W-LS-CAR
           MOVE W-SE-PIX(W-IND-SEM) TO W-LS-PIX
           MOVE W-SE-CTA(W-IND-SEM) TO W-LS-CTA
           MOVE W-SE-FRT(W-IND-SEM) TO W-LS-FRT
           COMPUTE W-TOT-ENT = W-SE-CRD(W-IND-SEM)
                             + W-SE-CAR(W-IND-SEM)
                             + W-SE-PIX(W-IND-SEM)
                             + W-SE-CTA(W-IND-SEM)
                             + W-SE-FRT(W-IND-SEM)
           MOVE W-TOT-ENT TO W-LS-ENT
           MOVE W-SE-REE(W-IND-SEM) TO W-LS-REE
           MOVE W-SE-PAG(W-IND-SEM) TO W-LS-PAG
           COMPUTE W-TOT-SAI = W-SE-REE(W-IND-SEM)
                             + W-SE-PAG(W-IND-SEM)
           MOVE W-TOT-SAI TO W-LS-SAI
           COMPUTE W-SALDO = W-SALDO + W-TOT-ENT - W-TOT-SAI
           MOVE W-SALDO TO W-LS-SAL
           WRITE PRINTF-R FROM W-LINHA-SEM AFTER 1
           ADD 1 TO W-CONTLIN

           ADD W-SE-CRD(W-IND-SEM) TO W-TT-CRD
           ADD W-SE-CAR(W-IND-SEM) TO W-TT-CAR
           ADD W-SE-PIX(W-IND-SEM) TO W-TT-PIX
           ADD W-SE-CTA(W-IND-SEM) TO W-TT-CTA
           ADD W-SE-FRT(W-IND-SEM) TO W-TT-FRT
           ADD W-SE-REE(W-IND-SEM) TO W-TT-REE
           ADD W-SE-PAG(W-IND-SEM) TO W-TT-PAG.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT-1 AFTER 1
              WRITE PRINTF-R FROM W-LINHA-TIT-2 AFTER 1
              WRITE PRINTF-R FROM W-LINHA-TIT-3 AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1

              ADD 4 TO W-CONTLIN
           END-IF.

       IMPRIME-CABECALHO.
           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           IF W-NROPAGI = 0
              ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
              MOVE W-DATA-SISTEMA TO W-DATAUXI
              COMPUTE W-DATA-SISTEMA = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000

              WRITE PRINTF-R AFTER 0
           ELSE
              WRITE PRINTF-R AFTER PAGE.

           ADD 1 TO W-NROPAGI
           MOVE W-NROPAGI      TO W-CAB-NPAG
           MOVE W-DATA-SISTEMA TO W-CAB-DTSIS
           WRITE PRINTF-R FROM W-CAB-1 AFTER 1

           MOVE W-DATA-BASE     TO W-C2-BASE
           MOVE W-PRAZO-CREDITO TO W-C2-CRED
           MOVE W-PRAZO-FATURA  TO W-C2-FAT
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 4 TO W-CONTLIN.

       GRAVA-ERRO-LOG.
           OPEN I-O CERRLOG
           IF ST-ERRL = '35'
              OPEN OUTPUT CERRLOG
              CLOSE CERRLOG
              OPEN I-O CERRLOG
           END-IF
           IF VAL-ERRL
              INITIALIZE ERRL-REG-1
              ACCEPT ERRL-DIA FROM CENTURY-DATE
              ACCEPT ERRL-HORA FROM TIME
              MOVE 'PRJ-FLUXO-LOTE' TO ERRL-PROG
              MOVE W-LOGIN-L TO ERRL-USU
              MOVE W-ARQUIVO(1:11) TO ERRL-ARQ
              MOVE W-FSTATUS TO ERRL-STATUS
              MOVE W-EXTSTAT TO ERRL-EXTSTATUS
              WRITE ERRL-REG-1
              IF ST-ERRL = '22'
                 REWRITE ERRL-REG-1
              END-IF
              CLOSE CERRLOG
           END-IF.

       ERRO-ARQUIVO.
           CALL "C$RERR" USING WS-EXTEND-STATUS
           MOVE WS-EXTEND-STATUS(1:2) TO W-FSTATUS
           MOVE WS-EXTEND-STATUS(3:)  TO W-EXTSTAT
           CALL "C$RERRNAME" USING W-ARQUIVO.
           PERFORM GRAVA-ERRO-LOG.

           INITIALIZE CA-MESSAGE-LINK
           MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
           MOVE W-ARQUIVO TO CA-ERR-FILE
           MOVE SPACES    TO CA-ERR-BUF
           MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
           CALL "CAMESSAG"
           CANCEL "CAMESSAG".

           PERFORM FIM.
