       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-ORC-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_FRO.SL".
           COPY "PRJ_ORC.SL".
           COPY "PRJ_AGR.SL".
           COPY "PRJ_CTO.SL".
           COPY "PRJ_ABA.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_PARAM.SL".

           SELECT SORTER ASSIGN TO 'SORTER.ARQ'
                  FILE STATUS   IS ST-SORTER.

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_FRO.FD".
           COPY "PRJ_ORC.FD".
           COPY "PRJ_AGR.FD".
           COPY "PRJ_CTO.FD".
           COPY "PRJ_ABA.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_PARAM.FD".

       SD  SORTER.

       01  SORT-REGISTR-1.
           03  SORT-FILIAL-1     PIC X(10).
           03  SORT-FRO-1        PIC 9(03).
           03  SORT-DESC-1       PIC X(60).
           03  SORT-VALORES-1.
               05 SORT-ITEM-1 OCCURS 6 TIMES.
                  07 SORT-ORC-MES-1   PIC S9(11)V99.
                  07 SORT-REAL-MES-1  PIC S9(11)V99.
                  07 SORT-ORC-ACU-1   PIC S9(11)V99.
                  07 SORT-REAL-ACU-1  PIC S9(11)V99.

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-ORC                PIC  X(02).
               88 VAL-ORC            VALUE '00' THRU '09'.
           03  ST-AGR                PIC  X(02).
               88 VAL-AGR            VALUE '00' THRU '09'.
           03  ST-CTO                PIC  X(02).
               88 VAL-CTO            VALUE '00' THRU '09'.
           03  ST-ABA                PIC  X(02).
               88 VAL-ABA            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-SORTER             PIC  X(02).
               88 VAL-SORTER         VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.
           03  W-ORC-ATIVA           PIC  X(01) VALUE 'N'.
               88 ORC-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-AGR-ATIVA           PIC  X(01) VALUE 'N'.
               88 AGR-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-CTO-ATIVA           PIC  X(01) VALUE 'N'.
               88 CTO-ATIVA          VALUE 'S' FALSE 'N'.
           03  W-ABA-ATIVA           PIC  X(01) VALUE 'N'.
               88 ABA-ATIVA          VALUE 'S' FALSE 'N'.

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

               05 W-ANOMES                PIC  9(06).
               05 REDEFINES W-ANOMES.
                  07 W-ANO-AM             PIC  9(04).
                  07 W-MES-AM             PIC  9(02).

           | tolerancia de variacao em % (PARAM 51); rota com
           | receita ou custo total fora dela, no mes ou no
           | acumulado, sai destacada
               05 W-TOLERANCIA            PIC  9(03)V99 VALUE 10.
               05 W-PERC                  PIC S9(07)V9.
               05 W-VARIACAO              PIC S9(11)V99.
               05 W-FORA-ITEM             PIC  X(01).
               05 W-FORA-ROTA             PIC  X(01).
               05 W-QTD-ROTAS             PIC  9(05) VALUE 0.
               05 W-QTD-FORA              PIC  9(05) VALUE 0.
               05 W-FILIAL-ANT            PIC  X(10).
               05 W-TEM-MOVTO             PIC  X(01).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-DATA-HOJE             PIC  9(08).

               05 W-IND                   PIC  9(03).
               05 W-IND-ITEM              PIC  9(01).
               05 W-IND-VC                PIC  9(03).
               05 W-QTD-VC                PIC  9(03) VALUE 0.
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.
               05 W-PLACA-VC              PIC  X(08).

           | abastecimentos de garagem do ano por veiculo e mes
           | e viagens feitas no mes; cada viagem leva a sua
           | parte do combustivel do veiculo para a rota dela
           03  W-TAB-VEICULO.
               05 W-VC-ITEM OCCURS 500 TIMES.
                  07 W-VC-PLACA           PIC X(08).
                  07 W-VC-MES OCCURS 12 TIMES.
                     09 W-VC-VALOR        PIC 9(09)V99.
                     09 W-VC-VIAGENS      PIC 9(05).

           | itens: 1 receita, 2 passageiros, 3 combustivel,
           | 4 pedagio, 5 tripulacao, 6 custo total
           03  W-VALORES-ROTA.
               05 W-VR-ITEM OCCURS 6 TIMES.
                  07 W-VR-ORC-MES         PIC S9(11)V99.
                  07 W-VR-REAL-MES        PIC S9(11)V99.
                  07 W-VR-ORC-ACU         PIC S9(11)V99.
                  07 W-VR-REAL-ACU        PIC S9(11)V99.

           03  W-VALORES-FILIAL.
               05 W-VF-ITEM OCCURS 6 TIMES.
                  07 W-VF-ORC-MES         PIC S9(11)V99.
                  07 W-VF-REAL-MES        PIC S9(11)V99.
                  07 W-VF-ORC-ACU         PIC S9(11)V99.
                  07 W-VF-REAL-ACU        PIC S9(11)V99.

           03  W-VALORES-GERAL.
               05 W-VG-ITEM OCCURS 6 TIMES.
                  07 W-VG-ORC-MES         PIC S9(11)V99.
                  07 W-VG-REAL-MES        PIC S9(11)V99.
                  07 W-VG-ORC-ACU         PIC S9(11)V99.
                  07 W-VG-REAL-ACU        PIC S9(11)V99.

           03  W-TAB-ITENS-DESC.
               05 FILLER PIC X(13) VALUE 'RECEITA'.
               05 FILLER PIC X(13) VALUE 'PASSAGEIROS'.
               05 FILLER PIC X(13) VALUE 'COMBUSTIVEL'.
               05 FILLER PIC X(13) VALUE 'PEDAGIO'.
               05 FILLER PIC X(13) VALUE 'TRIPULACAO'.
               05 FILLER PIC X(13) VALUE 'CUSTO TOTAL'.
           03  REDEFINES W-TAB-ITENS-DESC.
               05 W-ITEM-DESC OCCURS 6 TIMES PIC X(13).

           03  CAMPOS-IMPRESSAO-W.
               05 W-LINHA-FILIAL.
                  07 FILLER     PIC X(08) VALUE 'FILIAL: '.
                  07 W-LFI-FIL  PIC X(10).

               05 W-LINHA-ROTA.
                  07 FILLER     PIC X(07) VALUE 'FROTA: '.
                  07 W-LR-FRO   PIC 999B.
                  07 W-LR-DESC  PIC X(60)B(2).
                  07 W-LR-FORA  PIC X(30).

               05 W-LINHA-TOTAL.
                  07 W-LT-DESC  PIC X(40).

               05 W-LINHA-VLR.
                  07 W-LV-DESC  PIC X(13).
                  07 W-LV-ORC-M PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-LV-REA-M PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-LV-VAR-M PIC -ZZZ.ZZZ.ZZ9,99B.
                  07 W-LV-PCT-M PIC X(07).
                  07 FILLER     PIC X(02).
                  07 W-LV-ORC-A PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-LV-REA-A PIC ZZZ.ZZZ.ZZ9,99B.
                  07 W-LV-VAR-A PIC -ZZZ.ZZZ.ZZ9,99B.
                  07 W-LV-PCT-A PIC X(07).
                  07 FILLER     PIC X(01).
                  07 W-LV-FLAG  PIC X(03).

               05 W-LINHA-QTD.
                  07 W-LQ-DESC  PIC X(13).
                  07 W-LQ-ORC-M PIC Z(13)9B.
                  07 W-LQ-REA-M PIC Z(13)9B.
                  07 W-LQ-VAR-M PIC -Z(13)9B.
                  07 W-LQ-PCT-M PIC X(07).
                  07 FILLER     PIC X(02).
                  07 W-LQ-ORC-A PIC Z(13)9B.
                  07 W-LQ-REA-A PIC Z(13)9B.
                  07 W-LQ-VAR-A PIC -Z(13)9B.
                  07 W-LQ-PCT-A PIC X(07).
                  07 FILLER     PIC X(01).
                  07 W-LQ-FLAG  PIC X(03).

               05 W-PCT-EDIT             PIC -ZZZ9,9.
               05 W-PCT-X                PIC  X(07).

               05 W-LINHA-TIT-1.
                  07 FILLER     PIC X(40) VALUE
                     '                               ---------'.
                  07 FILLER     PIC X(40) VALUE
                     '------ MES ---------------              '.
                  07 FILLER     PIC X(40) VALUE
                     '   ---------- ACUMULADO NO ANO ---------'.
                  07 FILLER     PIC X(40) VALUE
                     '-                                       '.

               05 W-LINHA-TIT-2.
                  07 FILLER     PIC X(40) VALUE
                     'ITEM                 ORCADO      REALIZA'.
                  07 FILLER     PIC X(40) VALUE
                     'DO        VARIACAO    VAR%          ORCA'.
                  07 FILLER     PIC X(40) VALUE
                     'DO      REALIZADO        VARIACAO    VAR'.
                  07 FILLER     PIC X(40) VALUE
                     '%                                       '.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'ROTAS COMPARADAS:                   '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'ROTAS FORA DA TOLERANCIA:           '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-3.
                  07 FILLER    PIC X(36) VALUE
                     'VEICULOS FORA DA TABELA (LIMITE):   '.
                  07 W-R3-QTD  PIC ZZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'ORCADO X REALIZADO POR ROTA E FILIAL'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(11) VALUE
                     'MES: '.
                  07 W-C2-MES  PIC 99.
                  07 FILLER    PIC X(01) VALUE '/'.
                  07 W-C2-ANO  PIC 9999.
                  07 FILLER    PIC X(19) VALUE
                     '     TOLERANCIA: '.
                  07 W-C2-TOL  PIC ZZ9,99.
                  07 FILLER    PIC X(01) VALUE '%'.

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
           | orcado x realizado por rota (FRO-ID) e filial, no
           | mes e acumulado no ano: orcamento do ORCAMENTO.ARQ
           | (PRJ-CAD-ORC), receita e passageiros liquidos de
           | cancelamento do AGREG.ARQ, combustivel, pedagio e
           | refeicoes da tripulacao do CUSTOVIA.ARQ e os
           | abastecimentos de garagem do ABASTEC.ARQ rateados
           | pelas viagens de cada veiculo; W-DATA-L (aaaammdd)
           | e qualquer dia do mes, sem data vale o mes passado

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CORCAMENTO
           IF ST-ORC = '35'
              SET ORC-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ORC
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ORC-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CAGREG
           IF ST-AGR = '35'
              SET AGR-ATIVA TO FALSE
           ELSE
              IF NOT VAL-AGR
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET AGR-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CCUSTOVIA
           IF ST-CTO = '35'
              SET CTO-ATIVA TO FALSE
           ELSE
              IF NOT VAL-CTO
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET CTO-ATIVA TO TRUE
           END-IF.

           OPEN INPUT CABASTEC
           IF ST-ABA = '35'
              SET ABA-ATIVA TO FALSE
           ELSE
              IF NOT VAL-ABA
                 PERFORM ERRO-ARQUIVO
              END-IF
              SET ABA-ATIVA TO TRUE
           END-IF.

           PERFORM BUSCA-PARAMETROS
           PERFORM DEFINE-MES-ALVO

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           INITIALIZE W-TAB-VEICULO W-VALORES-GERAL
           IF ABA-ATIVA
              PERFORM MONTA-COMBUSTIVEL-VEICULOS
           END-IF

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN
           MOVE HIGH-VALUES TO W-FILIAL-ANT

           OPEN OUTPUT PRINTF
           SORT SORTER ASCENDING KEY SORT-FILIAL-1
                       ASCENDING KEY SORT-FRO-1
                INPUT  PROCEDURE INPUTPROCE
                OUTPUT PROCEDURE OUTPUTPROC
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF.

       FIM.
           CLOSE CFROTA CVIAGEM.
           IF ORC-ATIVA
              CLOSE CORCAMENTO.
           IF AGR-ATIVA
              CLOSE CAGREG.
           IF CTO-ATIVA
              CLOSE CCUSTOVIA.
           IF ABA-ATIVA
              CLOSE CABASTEC.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 51 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              MOVE PARAM-VALOR TO W-TOLERANCIA
           END-IF

           CLOSE CPARAM.

       DEFINE-MES-ALVO.
           ACCEPT W-DATA-HOJE FROM CENTURY-DATE
           IF W-DATA-L NOT = 0
              MOVE W-DATA-L TO W-DATAUXI
              MOVE W-ANOAUXI-I TO W-ANO-AM
              MOVE W-MESAUXI-I TO W-MES-AM
           ELSE
              MOVE W-DATA-HOJE TO W-DATAUXI
              MOVE W-ANOAUXI-I TO W-ANO-AM
              MOVE W-MESAUXI-I TO W-MES-AM
              IF W-MES-AM = 1
                 MOVE 12 TO W-MES-AM
                 SUBTRACT 1 FROM W-ANO-AM
              ELSE
                 SUBTRACT 1 FROM W-MES-AM
              END-IF
           END-IF.

       MONTA-COMBUSTIVEL-VEICULOS.
           INITIALIZE ABA-REG-1
           START CABASTEC KEY >= ABA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CABASTEC NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ABA
                 EXIT PERFORM
              END-IF
              MOVE ABA-DATA TO W-DATAUXI
              IF W-ANOAUXI = W-ANO-AM AND W-MESAUXI <= W-MES-AM
                 MOVE ABA-PLACA TO W-PLACA-VC
                 PERFORM LOCALIZA-VEICULO
                 IF W-IND-VC > 0
                    ADD ABA-VLR-TOTAL
                     TO W-VC-VALOR(W-IND-VC, W-MESAUXI)
                 END-IF
              END-IF
           END-PERFORM

           IF W-QTD-VC = 0
              EXIT PARAGRAPH
           END-IF

           | viagens de cada veiculo no mes (base do rateio)
           INITIALIZE VIA-REG-1
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF
              IF NOT VIA-CANCELADA
                 MOVE VIA-DATA TO W-DATAUXI
                 IF W-ANOAUXI = W-ANO-AM AND W-MESAUXI <= W-MES-AM
                    PERFORM VARYING W-IND-VC FROM 1 BY 1
                            UNTIL W-IND-VC > W-QTD-VC
                       IF W-VC-PLACA(W-IND-VC) = VIA-VEICULO
                          ADD 1 TO W-VC-VIAGENS(W-IND-VC, W-MESAUXI)
                          EXIT PERFORM
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.

       LOCALIZA-VEICULO.
           PERFORM VARYING W-IND-VC FROM 1 BY 1
                   UNTIL W-IND-VC > W-QTD-VC
              IF W-VC-PLACA(W-IND-VC) = W-PLACA-VC
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM
           IF W-QTD-VC < 500
              ADD 1 TO W-QTD-VC
              MOVE W-QTD-VC TO W-IND-VC
              MOVE W-PLACA-VC TO W-VC-PLACA(W-IND-VC)
           ELSE
              ADD 1 TO W-QTD-ESTOURO
              MOVE 0 TO W-IND-VC
           END-IF.

       INPUTPROCE.
           INITIALIZE FRO-REG-1
           START CFROTA KEY >= FRO-ID
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CFROTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRO
                 EXIT PERFORM
              END-IF

              INITIALIZE SORT-REGISTR-1 W-VALORES-ROTA
              MOVE 'N' TO W-TEM-MOVTO
              PERFORM ACUMULA-ORCAMENTO
              PERFORM ACUMULA-RECEITA
              PERFORM ACUMULA-CUSTOS
              PERFORM ACUMULA-ABASTECIMENTOS

              IF W-TEM-MOVTO = 'S'
                 PERFORM VARYING W-IND-ITEM FROM 3 BY 1
                         UNTIL W-IND-ITEM > 5
                    ADD W-VR-ORC-MES(W-IND-ITEM)  TO W-VR-ORC-MES(6)
                    ADD W-VR-REAL-MES(W-IND-ITEM) TO W-VR-REAL-MES(6)
                    ADD W-VR-ORC-ACU(W-IND-ITEM)  TO W-VR-ORC-ACU(6)
                    ADD W-VR-REAL-ACU(W-IND-ITEM) TO W-VR-REAL-ACU(6)
                 END-PERFORM
                 MOVE FRO-ID         TO SORT-FRO-1
                 MOVE FRO-DESC       TO SORT-DESC-1
                 MOVE W-VALORES-ROTA TO SORT-VALORES-1
                 RELEASE SORT-REGISTR-1
              END-IF
           END-PERFORM.

       ACUMULA-ORCAMENTO.
           | meses do ano ate o mes do relatorio; a filial da
           | rota e a do orcamento mais recente
           IF NOT ORC-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE ORC-REG-1
           MOVE FRO-ID   TO ORC-FRO
           MOVE W-ANO-AM TO ORC-ANO
           MOVE 1        TO ORC-MES
           START CORCAMENTO KEY >= ORC-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CORCAMENTO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ORC
                 EXIT PERFORM
              END-IF
              IF ORC-FRO NOT = FRO-ID OR ORC-ANO NOT = W-ANO-AM
                 OR ORC-MES > W-MES-AM
                 EXIT PERFORM
              END-IF

              MOVE 'S'        TO W-TEM-MOVTO
              MOVE ORC-FILIAL TO SORT-FILIAL-1
              ADD ORC-RECEITA     TO W-VR-ORC-ACU(1)
              ADD ORC-PASSAG      TO W-VR-ORC-ACU(2)
              ADD ORC-COMBUSTIVEL TO W-VR-ORC-ACU(3)
              ADD ORC-PEDAGIO     TO W-VR-ORC-ACU(4)
              ADD ORC-TRIPULACAO  TO W-VR-ORC-ACU(5)
              IF ORC-MES = W-MES-AM
                 ADD ORC-RECEITA     TO W-VR-ORC-MES(1)
                 ADD ORC-PASSAG      TO W-VR-ORC-MES(2)
                 ADD ORC-COMBUSTIVEL TO W-VR-ORC-MES(3)
                 ADD ORC-PEDAGIO     TO W-VR-ORC-MES(4)
                 ADD ORC-TRIPULACAO  TO W-VR-ORC-MES(5)
              END-IF
           END-PERFORM.

       ACUMULA-RECEITA.
           IF NOT AGR-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE AGR-REG-1
           MOVE FRO-ID TO AGR-FRO
           START CAGREG KEY >= AGR-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CAGREG NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-AGR
                 EXIT PERFORM
              END-IF
              IF AGR-FRO NOT = FRO-ID
                 EXIT PERFORM
              END-IF

              MOVE AGR-DATA TO W-DATAUXI
              IF W-ANOAUXI = W-ANO-AM AND W-MESAUXI <= W-MES-AM
                 MOVE 'S' TO W-TEM-MOVTO
                 COMPUTE W-VR-REAL-ACU(1) = W-VR-REAL-ACU(1)
                         + AGR-TOT-VND - AGR-TOT-CANC
                 COMPUTE W-VR-REAL-ACU(2) = W-VR-REAL-ACU(2)
                         + AGR-QTD-VND - AGR-QTD-CANC
                 IF W-MESAUXI = W-MES-AM
                    COMPUTE W-VR-REAL-MES(1) = W-VR-REAL-MES(1)
                            + AGR-TOT-VND - AGR-TOT-CANC
                    COMPUTE W-VR-REAL-MES(2) = W-VR-REAL-MES(2)
                            + AGR-QTD-VND - AGR-QTD-CANC
                 END-IF
              END-IF
           END-PERFORM.

       ACUMULA-CUSTOS.
           IF NOT CTO-ATIVA
              EXIT PARAGRAPH
           END-IF
           INITIALIZE CTO-REG-1
           MOVE FRO-ID TO CTO-FRO
           START CCUSTOVIA KEY >= CTO-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CCUSTOVIA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CTO
                 EXIT PERFORM
              END-IF
              IF CTO-FRO NOT = FRO-ID
                 EXIT PERFORM
              END-IF

              MOVE CTO-DATA TO W-DATAUXI
              IF W-ANOAUXI = W-ANO-AM AND W-MESAUXI <= W-MES-AM
                 MOVE 'S' TO W-TEM-MOVTO
                 ADD CTO-COMBUSTIVEL TO W-VR-REAL-ACU(3)
                 ADD CTO-PEDAGIO     TO W-VR-REAL-ACU(4)
                 ADD CTO-REFEICAO    TO W-VR-REAL-ACU(5)
                 IF W-MESAUXI = W-MES-AM
                    ADD CTO-COMBUSTIVEL TO W-VR-REAL-MES(3)
                    ADD CTO-PEDAGIO     TO W-VR-REAL-MES(4)
                    ADD CTO-REFEICAO    TO W-VR-REAL-MES(5)
                 END-IF
              END-IF
           END-PERFORM.

       ACUMULA-ABASTECIMENTOS.
           IF W-QTD-VC = 0
              EXIT PARAGRAPH
           END-IF
           INITIALIZE VIA-REG-1
           MOVE FRO-ID TO VIA-FRO
           START CVIAGEM KEY >= VIA-CHAVE
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 EXIT PERFORM
              END-IF
              IF VIA-FRO NOT = FRO-ID
                 EXIT PERFORM
              END-IF
              IF NOT VIA-CANCELADA
                 MOVE VIA-DATA TO W-DATAUXI
                 IF W-ANOAUXI = W-ANO-AM AND W-MESAUXI <= W-MES-AM
                    PERFORM RATEIA-ABASTECIMENTO
                 END-IF
              END-IF
           END-PERFORM.

       RATEIA-ABASTECIMENTO.
           PERFORM VARYING W-IND-VC FROM 1 BY 1
                   UNTIL W-IND-VC > W-QTD-VC
              IF W-VC-PLACA(W-IND-VC) = VIA-VEICULO
                 IF W-VC-VIAGENS(W-IND-VC, W-MESAUXI) > 0
                    AND W-VC-VALOR(W-IND-VC, W-MESAUXI) > 0
                    MOVE 'S' TO W-TEM-MOVTO
                    COMPUTE W-VR-REAL-ACU(3) ROUNDED =
                            W-VR-REAL-ACU(3) +
                            W-VC-VALOR(W-IND-VC, W-MESAUXI) /
                            W-VC-VIAGENS(W-IND-VC, W-MESAUXI)
                    IF W-MESAUXI = W-MES-AM
                       COMPUTE W-VR-REAL-MES(3) ROUNDED =
                               W-VR-REAL-MES(3) +
                               W-VC-VALOR(W-IND-VC, W-MESAUXI) /
                               W-VC-VIAGENS(W-IND-VC, W-MESAUXI)
                    END-IF
                 END-IF
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.

       OUTPUTPROC.
           PERFORM UNTIL 1 = 2
              RETURN SORTER AT END
                            EXIT PERFORM
              END-RETURN

              IF SORT-FILIAL-1 NOT = W-FILIAL-ANT
                 IF W-FILIAL-ANT NOT = HIGH-VALUES
                    PERFORM IMPRIME-TOTAL-FILIAL
                 END-IF
                 MOVE SORT-FILIAL-1 TO W-FILIAL-ANT
                 INITIALIZE W-VALORES-FILIAL
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE SPACES TO PRINTF-R
                 WRITE PRINTF-R AFTER 1
                 MOVE SORT-FILIAL-1 TO W-LFI-FIL
                 IF SORT-FILIAL-1 = SPACES
                    MOVE '(SEM)' TO W-LFI-FIL
                 END-IF
                 WRITE PRINTF-R FROM W-LINHA-FILIAL AFTER 1
                 ADD 2 TO W-CONTLIN
              END-IF

              ADD 1 TO W-QTD-ROTAS
              MOVE SORT-VALORES-1 TO W-VALORES-ROTA
              PERFORM VARYING W-IND-ITEM FROM 1 BY 1
                      UNTIL W-IND-ITEM > 6
                 ADD W-VR-ORC-MES(W-IND-ITEM)
                  TO W-VF-ORC-MES(W-IND-ITEM)
                     W-VG-ORC-MES(W-IND-ITEM)
                 ADD W-VR-REAL-MES(W-IND-ITEM)
                  TO W-VF-REAL-MES(W-IND-ITEM)
                     W-VG-REAL-MES(W-IND-ITEM)
                 ADD W-VR-ORC-ACU(W-IND-ITEM)
                  TO W-VF-ORC-ACU(W-IND-ITEM)
                     W-VG-ORC-ACU(W-IND-ITEM)
                 ADD W-VR-REAL-ACU(W-IND-ITEM)
                  TO W-VF-REAL-ACU(W-IND-ITEM)
                     W-VG-REAL-ACU(W-IND-ITEM)
              END-PERFORM

              PERFORM VERIFICA-TOLERANCIA-ROTA
              IF W-FORA-ROTA = 'S'
                 ADD 1 TO W-QTD-FORA
              END-IF

              PERFORM TESTA-QUEBRA-BLOCO
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              MOVE SORT-FRO-1  TO W-LR-FRO
              MOVE SORT-DESC-1 TO W-LR-DESC
              IF W-FORA-ROTA = 'S'
                 MOVE '*** FORA DA TOLERANCIA ***' TO W-LR-FORA
              ELSE
                 MOVE SPACES TO W-LR-FORA
              END-IF
              WRITE PRINTF-R FROM W-LINHA-ROTA AFTER 1
              ADD 2 TO W-CONTLIN
              PERFORM IMPRIME-ITENS
           END-PERFORM

           IF W-FILIAL-ANT NOT = HIGH-VALUES
              PERFORM IMPRIME-TOTAL-FILIAL
              MOVE W-VALORES-GERAL TO W-VALORES-ROTA
              PERFORM TESTA-QUEBRA-BLOCO
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              MOVE 'TOTAL GERAL' TO W-LT-DESC
              WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1
              ADD 2 TO W-CONTLIN
              PERFORM IMPRIME-ITENS
           END-IF.

       IMPRIME-TOTAL-FILIAL.
           MOVE W-VALORES-FILIAL TO W-VALORES-ROTA
           PERFORM TESTA-QUEBRA-BLOCO
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           MOVE SPACES TO W-LT-DESC
           IF W-FILIAL-ANT = SPACES
              STRING 'TOTAL DA FILIAL (SEM)' DELIMITED BY SIZE
                     INTO W-LT-DESC
           ELSE
              STRING 'TOTAL DA FILIAL ' W-FILIAL-ANT
                     DELIMITED BY SIZE INTO W-LT-DESC
           END-IF
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1
           ADD 2 TO W-CONTLIN
           PERFORM IMPRIME-ITENS.

       VERIFICA-TOLERANCIA-ROTA.
           | receita ou custo total fora da tolerancia no mes
           | ou no acumulado; realizado sem orcamento tambem
           | conta como fora
           MOVE 'N' TO W-FORA-ROTA
           MOVE 1 TO W-IND-ITEM
           PERFORM VERIFICA-TOLERANCIA-ITEM
           IF W-FORA-ITEM = 'S'
              MOVE 'S' TO W-FORA-ROTA
           END-IF
           MOVE 6 TO W-IND-ITEM
           PERFORM VERIFICA-TOLERANCIA-ITEM
           IF W-FORA-ITEM = 'S'
              MOVE 'S' TO W-FORA-ROTA
           END-IF.

       VERIFICA-TOLERANCIA-ITEM.
           MOVE 'N' TO W-FORA-ITEM

           COMPUTE W-VARIACAO = W-VR-REAL-MES(W-IND-ITEM)
                              - W-VR-ORC-MES(W-IND-ITEM)
           IF W-VR-ORC-MES(W-IND-ITEM) > 0
              COMPUTE W-PERC ROUNDED =
                      W-VARIACAO * 100 / W-VR-ORC-MES(W-IND-ITEM)
              IF W-PERC > W-TOLERANCIA
                 OR W-PERC < 0 - W-TOLERANCIA
                 MOVE 'S' TO W-FORA-ITEM
              END-IF
           ELSE
              IF W-VR-REAL-MES(W-IND-ITEM) > 0
                 MOVE 'S' TO W-FORA-ITEM
              END-IF
           END-IF

           COMPUTE W-VARIACAO = W-VR-REAL-ACU(W-IND-ITEM)
                              - W-VR-ORC-ACU(W-IND-ITEM)
           IF W-VR-ORC-ACU(W-IND-ITEM) > 0
              COMPUTE W-PERC ROUNDED =
                      W-VARIACAO * 100 / W-VR-ORC-ACU(W-IND-ITEM)
              IF W-PERC > W-TOLERANCIA
                 OR W-PERC < 0 - W-TOLERANCIA
                 MOVE 'S' TO W-FORA-ITEM
              END-IF
           ELSE
              IF W-VR-REAL-ACU(W-IND-ITEM) > 0
                 MOVE 'S' TO W-FORA-ITEM
              END-IF
           END-IF.

       IMPRIME-ITENS.
           | uma linha por item do W-VALORES-ROTA
           PERFORM VARYING W-IND-ITEM FROM 1 BY 1
                   UNTIL W-IND-ITEM > 6
              PERFORM VERIFICA-TOLERANCIA-ITEM
              IF W-IND-ITEM = 2
                 PERFORM IMPRIME-ITEM-QTD
              ELSE
                 PERFORM IMPRIME-ITEM-VALOR
              END-IF
              ADD 1 TO W-CONTLIN
           END-PERFORM.

       IMPRIME-ITEM-VALOR.
           MOVE W-ITEM-DESC(W-IND-ITEM)   TO W-LV-DESC
           MOVE W-VR-ORC-MES(W-IND-ITEM)  TO W-LV-ORC-M
           MOVE W-VR-REAL-MES(W-IND-ITEM) TO W-LV-REA-M
           COMPUTE W-VARIACAO = W-VR-REAL-MES(W-IND-ITEM)
                              - W-VR-ORC-MES(W-IND-ITEM)
           MOVE W-VARIACAO TO W-LV-VAR-M
           MOVE SPACES TO W-PCT-X
           IF W-VR-ORC-MES(W-IND-ITEM) > 0
              COMPUTE W-PERC ROUNDED =
                      W-VARIACAO * 100 / W-VR-ORC-MES(W-IND-ITEM)
              MOVE W-PERC     TO W-PCT-EDIT
              MOVE W-PCT-EDIT TO W-PCT-X
           END-IF
           MOVE W-PCT-X TO W-LV-PCT-M

           MOVE W-VR-ORC-ACU(W-IND-ITEM)  TO W-LV-ORC-A
           MOVE W-VR-REAL-ACU(W-IND-ITEM) TO W-LV-REA-A
           COMPUTE W-VARIACAO = W-VR-REAL-ACU(W-IND-ITEM)
                              - W-VR-ORC-ACU(W-IND-ITEM)
           MOVE W-VARIACAO TO W-LV-VAR-A
           MOVE SPACES TO W-PCT-X
           IF W-VR-ORC-ACU(W-IND-ITEM) > 0
              COMPUTE W-PERC ROUNDED =
                      W-VARIACAO * 100 / W-VR-ORC-ACU(W-IND-ITEM)
              MOVE W-PERC     TO W-PCT-EDIT
              MOVE W-PCT-EDIT TO W-PCT-X
           END-IF
           MOVE W-PCT-X TO W-LV-PCT-A

           IF W-FORA-ITEM = 'S'
              MOVE '***' TO W-LV-FLAG
           ELSE
              MOVE SPACES TO W-LV-FLAG
           END-IF
           WRITE PRINTF-R FROM W-LINHA-VLR AFTER 1.

       IMPRIME-ITEM-QTD.
           MOVE W-ITEM-DESC(W-IND-ITEM)   TO W-LQ-DESC
           MOVE W-VR-ORC-MES(W-IND-ITEM)  TO W-LQ-ORC-M
           MOVE W-VR-REAL-MES(W-IND-ITEM) TO W-LQ-REA-M
           COMPUTE W-VARIACAO = W-VR-REAL-MES(W-IND-ITEM)
                              - W-VR-ORC-MES(W-IND-ITEM)
           MOVE W-VARIACAO TO W-LQ-VAR-M
           MOVE SPACES TO W-PCT-X
           IF W-VR-ORC-MES(W-IND-ITEM) > 0
              COMPUTE W-PERC ROUNDED =
                      W-VARIACAO * 100 / W-VR-ORC-MES(W-IND-ITEM)
              MOVE W-PERC     TO W-PCT-EDIT
              MOVE W-PCT-EDIT TO W-PCT-X
           END-IF
           MOVE W-PCT-X TO W-LQ-PCT-M

           MOVE W-VR-ORC-ACU(W-IND-ITEM)  TO W-LQ-ORC-A
           MOVE W-VR-REAL-ACU(W-IND-ITEM) TO W-LQ-REA-A
           COMPUTE W-VARIACAO = W-VR-REAL-ACU(W-IND-ITEM)
                              - W-VR-ORC-ACU(W-IND-ITEM)
           MOVE W-VARIACAO TO W-LQ-VAR-A
           MOVE SPACES TO W-PCT-X
           IF W-VR-ORC-ACU(W-IND-ITEM) > 0
              COMPUTE W-PERC ROUNDED =
                      W-VARIACAO * 100 / W-VR-ORC-ACU(W-IND-ITEM)
              MOVE W-PERC     TO W-PCT-EDIT
              MOVE W-PCT-EDIT TO W-PCT-X
           END-IF
           MOVE W-PCT-X TO W-LQ-PCT-A

           IF W-FORA-ITEM = 'S'
              MOVE '***' TO W-LQ-FLAG
           ELSE
              MOVE SPACES TO W-LQ-FLAG
           END-IF
           WRITE PRINTF-R FROM W-LINHA-QTD AFTER 1.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-ROTAS TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           MOVE W-QTD-FORA TO W-R2-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R3-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO-3 AFTER 1
           END-IF.

       TESTA-QUEBRA-BLOCO.
           | o bloco (titulo + 6 itens) nao quebra no meio
           IF W-CONTLIN > 54
              MOVE 800 TO W-CONTLIN
           END-IF
           PERFORM TESTA-QUEBRA-PAGINA.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-TIT-1 AFTER 1
              WRITE PRINTF-R FROM W-LINHA-TIT-2 AFTER 1

              ADD 2 TO W-CONTLIN
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

           MOVE W-MES-AM     TO W-C2-MES
           MOVE W-ANO-AM     TO W-C2-ANO
           MOVE W-TOLERANCIA TO W-C2-TOL
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
              MOVE 'PRJ-ORC-LOTE' TO ERRL-PROG
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
