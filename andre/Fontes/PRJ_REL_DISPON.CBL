       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-DISPON.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_VEI.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_FRT.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_PARAM.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_VEI.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_FRT.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_PARAM.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-FRT                PIC  X(02).
               88 VAL-FRT            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-PARAM              PIC  X(02).
               88 VAL-PARAM          VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

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

               05 W-DATAINI-I             PIC  9(08).
               05 W-DATAFIN-I             PIC  9(08).
               05 W-DATA-I                PIC  9(08).
               05 W-FRT-INI-I             PIC  9(08).
               05 W-FRT-FIM-I             PIC  9(08).
               05 W-DATA-EDIT             PIC  9(08).
               05 W-INI-J                 PIC  9(09).
               05 W-DATA-J                PIC  9(09).
               05 W-DIF-DIAS              PIC S9(05).
               05 W-DUR-PADRAO-MIN        PIC  9(05) VALUE 240.
               05 W-HHMM-AUX              PIC  9(04).
               05 REDEFINES W-HHMM-AUX.
                  07 W-HH-AUX             PIC  9(02).
                  07 W-MM-AUX             PIC  9(02).
               05 W-MIN-AUX               PIC  9(05).

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.

               05 W-QTD-DIAS              PIC  9(02) VALUE 0.
               05 W-QTD-VEI               PIC  9(03) VALUE 0.
               05 W-DIA                   PIC  9(02).
               05 W-DIA-INI               PIC  9(02).
               05 W-DIA-FIM               PIC  9(02).
               05 W-IND                   PIC  9(03).
               05 W-IND-VEI               PIC  9(03).
               05 W-IND-P                 PIC  9(03).
               05 W-IND-Q                 PIC  9(03).
               05 W-CAP-AUX               PIC  9(02).
               05 W-DEMANDA               PIC  9(03).
               05 W-OFERTA                PIC S9(04).
               05 W-FALTA                 PIC S9(04).
               05 W-QTD-ESTOURO           PIC  9(05) VALUE 0.
               05 W-QTD-DIAS-FALTA        PIC  9(02) VALUE 0.
               05 W-DIGITO                PIC  9(01).

           | veiculos do cadastro com a marca de cada dia do
           | periodo: partidas escaladas e fretamento; a revisao
           | prevista guarda o dia do periodo em que cai
           03  W-TAB-VEICULO.
               05 W-TV-ITEM OCCURS 300 TIMES.
                  07 W-TV-PLACA           PIC X(08).
                  07 W-TV-LUG             PIC 9(02).
                  07 W-TV-STATUS          PIC 9(01).
                  07 W-TV-REV-DIA         PIC 9(02).
                  07 W-TV-DIA OCCURS 31 TIMES.
                     09 W-TV-QTD          PIC 9(02).
                     09 W-TV-FRT          PIC X(01).

           | totais de cada dia e as partidas do dia (hora em
           | minutos e lotacao exigida pela frota) para o
           | confronto com os onibus disponiveis
           03  W-TAB-DIA.
               05 W-TD-ITEM OCCURS 31 TIMES.
                  07 W-TD-DATA-I          PIC 9(08).
                  07 W-TD-PARTIDAS        PIC 9(03).
                  07 W-TD-SEM-VEI         PIC 9(03).
                  07 W-TD-FRT-SEM-VEI     PIC 9(03).
                  07 W-TD-DISPON          PIC 9(03).
                  07 W-TD-FALTA           PIC 9(03).
                  07 W-TD-FALTA-CAP       PIC 9(02).
                  07 W-TD-FALTA-MIN       PIC 9(04).
                  07 W-TD-QTD-P           PIC 9(03).
                  07 W-TD-PART OCCURS 200 TIMES.
                     09 W-TD-P-MIN        PIC 9(04).
                     09 W-TD-P-CAP        PIC 9(02).

           03  CAMPOS-IMPRESSAO-W.
               05 W-CELULA.
                  07 W-CEL-QTD            PIC X(01).
                  07 W-CEL-MARCA          PIC X(01).
                  07 W-CEL-CONFL          PIC X(01).

               05 W-LINHA-GRADE.
                  07 W-LG-PLACA  PIC X(08)B.
                  07 W-LG-LUG    PIC Z9B(2).
                  07 W-LG-CEL    PIC X(03) OCCURS 31 TIMES.

               05 W-LINHA-DIAS.
                  07 W-LD-TIT    PIC X(13).
                  07 W-LD-DIA    PIC Z9B OCCURS 31 TIMES.

               05 W-LINHA-TOTAL.
                  07 W-LT-TIT    PIC X(13).
                  07 W-LT-VAL    PIC ZZ9 OCCURS 31 TIMES.

               05 W-LINHA-LEGENDA.
                  07 FILLER     PIC X(40) VALUE
                     'N=PARTIDAS  F=FRETAMENTO  R=REVISAO  M=M'.
                  07 FILLER     PIC X(40) VALUE
                     'ANUTENCAO  B=BAIXADO  .=LIVRE  !=COMPROM'.
                  07 FILLER     PIC X(40) VALUE
                     'ISSO EM ONIBUS INDISPONIVEL             '.

               05 W-LINHA-FALTA.
                  07 W-LF-DATA   PIC 99/99/9999B(2).
                  07 FILLER      PIC X(07) VALUE 'FALTAM '.
                  07 W-LF-QTD    PIC ZZ9.
                  07 FILLER      PIC X(21) VALUE
                     ' ONIBUS COM AO MENOS '.
                  07 W-LF-CAP    PIC Z9.
                  07 FILLER      PIC X(19) VALUE
                     ' LUGARES PERTO DAS '.
                  07 W-LF-HH     PIC 99.
                  07 FILLER      PIC X(01) VALUE ':'.
                  07 W-LF-MM     PIC 99.

               05 W-LINHA-RESUMO-1.
                  07 FILLER    PIC X(36) VALUE
                     'DIAS COM FALTA DE ONIBUS:           '.
                  07 W-R1-QTD  PIC ZZZ.ZZZ.ZZ9.
               05 W-LINHA-RESUMO-2.
                  07 FILLER    PIC X(36) VALUE
                     'PARTIDAS FORA DA TABELA (LIMITE):   '.
                  07 W-R2-QTD  PIC ZZZ.ZZZ.ZZ9.

               05 W-CAB-1.
                  07 FILLER               PIC  X(74) VALUE
                     'DISPONIBILIDADE DA FROTA DE ONIBUS'.
                  07 W-CAB-DTSIS          PIC  99/99/9999B(4).
                  07 FILLER               PIC  X(05) VALUE 'PAG.'.
                  07 W-CAB-NPAG           PIC  ZZ.ZZ9B.

               05 W-CAB-2.
                  07 FILLER    PIC X(09) VALUE
                     'PERIODO: '.
                  07 W-C2-INI  PIC 99/99/9999.
                  07 FILLER    PIC X(03) VALUE ' A '.
                  07 W-C2-FIN  PIC 99/99/9999.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE
               'PRJ-REL-DISPON'.
           03  W-REL-USU             PIC  X(10) VALUE SPACES.
           03  W-REL-SPOOL           PIC  X(40) VALUE SPACES.
           03  W-REL-DESTINO         PIC  X(150) VALUE SPACES.
           03  W-REL-PARAM           PIC  X(100) VALUE SPACES.
           03  W-REL-DIA             PIC  9(08).
           03  W-REL-HORA            PIC  9(08).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".

       LINKAGE SECTION.

       77  W-DATAINI-L                    PIC 9(08).
       77  W-DATAFIN-L                    PIC 9(08).
       77  W-SAIDA-L                      PIC X(01).
       77  W-ARQ-SAIDA-L                  PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATAINI-L, W-DATAFIN-L,
                                W-SAIDA-L, W-ARQ-SAIDA-L, W-LOGIN-L.
       INICIO.
           | grade dia a dia por placa juntando VIAGEM.ARQ,
           | FRETAM.ARQ e a situacao do VEICULO.ARQ (manutencao,
           | baixa e revisao prevista), para planejar fretamento
           | e secao extra; no pe, por dia, partidas, onibus
           | livres e a falta de onibus com a lotacao exigida
           | pela frota (partidas a menos da duracao padrao,
           | PARAM 30, uma da outra disputam o mesmo onibus);
           | sem data inicial vale hoje, sem final sao 7 dias,
           | no maximo 31 dias; datas de linkage em aaaammdd

           OPEN INPUT CVEICULO
           IF NOT VAL-VEI
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFRETAM
           IF NOT VAL-FRT
              PERFORM ERRO-ARQUIVO.

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              PERFORM ERRO-ARQUIVO.

           PERFORM BUSCA-PARAMETROS

           IF W-DATAINI-L = 0
              ACCEPT W-DATAINI-I FROM CENTURY-DATE
           ELSE
              MOVE W-DATAINI-L TO W-DATAINI-I
           END-IF
           COMPUTE W-INI-J = FUNCTION INTEGER-OF-DATE(W-DATAINI-I)
           IF W-DATAFIN-L = 0
              COMPUTE W-DATAFIN-I =
                      FUNCTION DATE-OF-INTEGER(W-INI-J + 6)
           ELSE
              MOVE W-DATAFIN-L TO W-DATAFIN-I
           END-IF
           COMPUTE W-DIF-DIAS =
                   FUNCTION INTEGER-OF-DATE(W-DATAFIN-I) - W-INI-J
           IF W-DIF-DIAS < 0
              MOVE 0 TO W-DIF-DIAS
           END-IF
           IF W-DIF-DIAS > 30
              MOVE 30 TO W-DIF-DIAS
           END-IF
           COMPUTE W-QTD-DIAS = W-DIF-DIAS + 1
           COMPUTE W-DATAFIN-I =
                   FUNCTION DATE-OF-INTEGER(W-INI-J + W-DIF-DIAS)

           INITIALIZE W-TAB-DIA
           MOVE SPACES TO W-LINHA-DIAS
           MOVE 'PLACA    LUG ' TO W-LD-TIT
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              COMPUTE W-TD-DATA-I(W-DIA) =
                      FUNCTION DATE-OF-INTEGER(W-INI-J + W-DIA - 1)
              MOVE W-TD-DATA-I(W-DIA) TO W-DATAUXI
              MOVE W-DIAAUXI-I TO W-LD-DIA(W-DIA)
           END-PERFORM

           IF W-SAIDA-L = 'A' OR 'a'
              MOVE W-ARQ-SAIDA-L TO W-SAIDA-DEVICE
           ELSE
              MOVE 'PRINTER' TO W-SAIDA-DEVICE
           END-IF.

           PERFORM CARREGA-VEICULOS
           PERFORM CARREGA-FRETAMENTOS
           PERFORM CARREGA-PARTIDAS
           PERFORM CALCULA-DISPONIBILIDADE

           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF
           PERFORM IMPRIME-GRADE
           PERFORM IMPRIME-TOTAIS
           PERFORM IMPRIME-FALTAS
           PERFORM IMPRIME-RESUMO
           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CVEICULO CVIAGEM CFRETAM CFROTA.
           EXIT PROGRAM
           STOP RUN.

       BUSCA-PARAMETROS.
           OPEN INPUT CPARAM
           IF NOT VAL-PARAM
              EXIT PARAGRAPH
           END-IF

           INITIALIZE PARAM-REG-1
           MOVE 30 TO PARAM-CHAVE
           READ CPARAM
           IF VAL-PARAM AND PARAM-VALOR > 0
              COMPUTE W-DUR-PADRAO-MIN = PARAM-VALOR * 60
           END-IF

           CLOSE CPARAM.

       CARREGA-VEICULOS.
           INITIALIZE W-TAB-VEICULO
           INITIALIZE VEI-REG-1
           START CVEICULO KEY >= VEI-PLACA
              INVALID KEY EXIT PARAGRAPH
           END-START
           PERFORM UNTIL 1 = 2
              READ CVEICULO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VEI
                 EXIT PERFORM
              END-IF
              IF W-QTD-VEI >= 300
                 EXIT PERFORM
              END-IF

              ADD 1 TO W-QTD-VEI
              MOVE VEI-PLACA   TO W-TV-PLACA(W-QTD-VEI)
              MOVE VEI-LUGARES TO W-TV-LUG(W-QTD-VEI)
              MOVE VEI-STATUS  TO W-TV-STATUS(W-QTD-VEI)
              MOVE 0           TO W-TV-REV-DIA(W-QTD-VEI)
              IF VEI-PROX-REV-DT NOT = 0
                 MOVE VEI-PROX-REV-DT TO W-DATAUXI
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
                 PERFORM CALCULA-DIA-PERIODO
                 IF W-DIA > 0
                    MOVE W-DIA TO W-TV-REV-DIA(W-QTD-VEI)
                 END-IF
              END-IF
           END-PERFORM.

       CALCULA-DIA-PERIODO.
           | dia do periodo (1 a W-QTD-DIAS) da data W-DATA-I
           | em aaaammdd; zero quando fica fora do periodo
           MOVE 0 TO W-DIA
           IF W-DATA-I < W-DATAINI-I OR W-DATA-I > W-DATAFIN-I
              EXIT PARAGRAPH
           END-IF
           COMPUTE W-DATA-J = FUNCTION INTEGER-OF-DATE(W-DATA-I)
           COMPUTE W-DIA = W-DATA-J - W-INI-J + 1.

       LOCALIZA-VEICULO.
           MOVE 0 TO W-IND-VEI
           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-QTD-VEI
              IF W-TV-PLACA(W-IND) = VEI-PLACA
                 MOVE W-IND TO W-IND-VEI
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       CARREGA-FRETAMENTOS.
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
              IF NOT FRT-CANCELADO
                 MOVE FRT-DT-INI TO W-DATAUXI
                 COMPUTE W-FRT-INI-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 MOVE FRT-DT-FIM TO W-DATAUXI
                 COMPUTE W-FRT-FIM-I = W-ANOAUXI * 10000 +
                                       W-MESAUXI * 100 +
                                       W-DIAAUXI
                 IF W-FRT-INI-I <= W-DATAFIN-I
                    AND W-FRT-FIM-I >= W-DATAINI-I
                    PERFORM MARCA-FRETAMENTO
                 END-IF
              END-IF
           END-PERFORM.

       MARCA-FRETAMENTO.
           IF W-FRT-INI-I < W-DATAINI-I
              MOVE W-DATAINI-I TO W-FRT-INI-I
           END-IF
           IF W-FRT-FIM-I > W-DATAFIN-I
              MOVE W-DATAFIN-I TO W-FRT-FIM-I
           END-IF
           MOVE W-FRT-INI-I TO W-DATA-I
           PERFORM CALCULA-DIA-PERIODO
           MOVE W-DIA TO W-DIA-INI
           MOVE W-FRT-FIM-I TO W-DATA-I
           PERFORM CALCULA-DIA-PERIODO
           MOVE W-DIA TO W-DIA-FIM

           MOVE 0 TO W-IND-VEI
           IF FRT-VEICULO NOT = SPACES
              MOVE FRT-VEICULO TO VEI-PLACA
              PERFORM LOCALIZA-VEICULO
           END-IF

           | fretamento ainda sem onibus tambem tira um da
           | frota nos dias contratados
           PERFORM VARYING W-DIA FROM W-DIA-INI BY 1
                   UNTIL W-DIA > W-DIA-FIM
              IF W-IND-VEI > 0
                 MOVE 'F' TO W-TV-FRT(W-IND-VEI, W-DIA)
              ELSE
                 ADD 1 TO W-TD-FRT-SEM-VEI(W-DIA)
              END-IF
           END-PERFORM.

       CARREGA-PARTIDAS.
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
                 COMPUTE W-DATA-I = W-ANOAUXI * 10000 +
                                    W-MESAUXI * 100 +
                                    W-DIAAUXI
                 PERFORM CALCULA-DIA-PERIODO
                 IF W-DIA > 0
                    PERFORM GUARDA-PARTIDA
                 END-IF
              END-IF
           END-PERFORM.

       GUARDA-PARTIDA.
           ADD 1 TO W-TD-PARTIDAS(W-DIA)
           IF VIA-VEICULO = SPACES
              ADD 1 TO W-TD-SEM-VEI(W-DIA)
           ELSE
              MOVE VIA-VEICULO TO VEI-PLACA
              PERFORM LOCALIZA-VEICULO
              IF W-IND-VEI > 0
                 ADD 1 TO W-TV-QTD(W-IND-VEI, W-DIA)
              END-IF
           END-IF

           IF W-TD-QTD-P(W-DIA) >= 200
              ADD 1 TO W-QTD-ESTOURO
              EXIT PARAGRAPH
           END-IF

           INITIALIZE FRO-REG-1
           MOVE VIA-FRO TO FRO-ID
           READ CFROTA
           IF NOT VAL-FRO
              MOVE 0 TO FRO-CAP
           END-IF

           ADD 1 TO W-TD-QTD-P(W-DIA)
           MOVE W-TD-QTD-P(W-DIA) TO W-IND-P
           MOVE VIA-HR-PREV TO W-HHMM-AUX
           COMPUTE W-TD-P-MIN(W-DIA, W-IND-P) =
                   W-HH-AUX * 60 + W-MM-AUX
           MOVE FRO-CAP TO W-TD-P-CAP(W-DIA, W-IND-P).

       CALCULA-DISPONIBILIDADE.
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              MOVE 0 TO W-TD-DISPON(W-DIA)
              PERFORM VARYING W-IND-VEI FROM 1 BY 1
                      UNTIL W-IND-VEI > W-QTD-VEI
                 IF W-TV-STATUS(W-IND-VEI) = 1
                    AND W-TV-FRT(W-IND-VEI, W-DIA) = SPACE
                    AND W-TV-REV-DIA(W-IND-VEI) NOT = W-DIA
                    ADD 1 TO W-TD-DISPON(W-DIA)
                 END-IF
              END-PERFORM
              PERFORM VARYING W-IND-P FROM 1 BY 1
                      UNTIL W-IND-P > W-TD-QTD-P(W-DIA)
                 PERFORM CONFRONTA-PARTIDA
              END-PERFORM
              IF W-TD-FALTA(W-DIA) > 0
                 ADD 1 TO W-QTD-DIAS-FALTA
              END-IF
           END-PERFORM.

       CONFRONTA-PARTIDA.
           | partidas que saem ate a duracao padrao antes desta
           | e exigem pelo menos a mesma lotacao contra os
           | onibus livres do dia com essa lotacao
           MOVE W-TD-P-CAP(W-DIA, W-IND-P) TO W-CAP-AUX
           MOVE W-TD-P-MIN(W-DIA, W-IND-P) TO W-MIN-AUX
           MOVE 0 TO W-DEMANDA
           PERFORM VARYING W-IND-Q FROM 1 BY 1
                   UNTIL W-IND-Q > W-TD-QTD-P(W-DIA)
              IF W-TD-P-CAP(W-DIA, W-IND-Q) >= W-CAP-AUX
                 AND W-TD-P-MIN(W-DIA, W-IND-Q) <= W-MIN-AUX
                 AND W-TD-P-MIN(W-DIA, W-IND-Q) + W-DUR-PADRAO-MIN
                     > W-MIN-AUX
                 ADD 1 TO W-DEMANDA
              END-IF
           END-PERFORM

           MOVE 0 TO W-OFERTA
           PERFORM VARYING W-IND-VEI FROM 1 BY 1
                   UNTIL W-IND-VEI > W-QTD-VEI
              IF W-TV-STATUS(W-IND-VEI) = 1
                 AND W-TV-FRT(W-IND-VEI, W-DIA) = SPACE
                 AND W-TV-REV-DIA(W-IND-VEI) NOT = W-DIA
                 AND W-TV-LUG(W-IND-VEI) >= W-CAP-AUX
                 ADD 1 TO W-OFERTA
              END-IF
           END-PERFORM
           SUBTRACT W-TD-FRT-SEM-VEI(W-DIA) FROM W-OFERTA
           IF W-OFERTA < 0
              MOVE 0 TO W-OFERTA
           END-IF

           COMPUTE W-FALTA = W-DEMANDA - W-OFERTA
           IF W-FALTA > W-TD-FALTA(W-DIA)
              MOVE W-FALTA   TO W-TD-FALTA(W-DIA)
              MOVE W-CAP-AUX TO W-TD-FALTA-CAP(W-DIA)
              MOVE W-MIN-AUX TO W-TD-FALTA-MIN(W-DIA)
           END-IF.

       IMPRIME-GRADE.
           PERFORM VARYING W-IND-VEI FROM 1 BY 1
                   UNTIL W-IND-VEI > W-QTD-VEI
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE SPACES TO W-LINHA-GRADE
              MOVE W-TV-PLACA(W-IND-VEI) TO W-LG-PLACA
              MOVE W-TV-LUG(W-IND-VEI)   TO W-LG-LUG
              PERFORM VARYING W-DIA FROM 1 BY 1
                      UNTIL W-DIA > W-QTD-DIAS
                 PERFORM MONTA-CELULA
                 MOVE W-CELULA TO W-LG-CEL(W-DIA)
              END-PERFORM
              WRITE PRINTF-R FROM W-LINHA-GRADE AFTER 1
              ADD 1 TO W-CONTLIN
           END-PERFORM.

       MONTA-CELULA.
           | quantidade de partidas, a marca do dia (fretamento,
           | revisao, manutencao ou baixa) e '!' quando o onibus
           | ficou comprometido duas vezes ou esta indisponivel
           MOVE SPACES TO W-CELULA
           IF W-TV-QTD(W-IND-VEI, W-DIA) > 9
              MOVE '+' TO W-CEL-QTD
           ELSE
              IF W-TV-QTD(W-IND-VEI, W-DIA) > 0
                 MOVE W-TV-QTD(W-IND-VEI, W-DIA) TO W-DIGITO
                 MOVE W-DIGITO TO W-CEL-QTD
              END-IF
           END-IF

           EVALUATE TRUE
              WHEN W-TV-STATUS(W-IND-VEI) = 3
                 MOVE 'B' TO W-CEL-MARCA
              WHEN W-TV-STATUS(W-IND-VEI) = 2
                 MOVE 'M' TO W-CEL-MARCA
              WHEN W-TV-REV-DIA(W-IND-VEI) = W-DIA
                 MOVE 'R' TO W-CEL-MARCA
              WHEN W-TV-FRT(W-IND-VEI, W-DIA) NOT = SPACE
                 MOVE 'F' TO W-CEL-MARCA
           END-EVALUATE

           IF W-CEL-MARCA NOT = SPACE
              AND (W-TV-QTD(W-IND-VEI, W-DIA) > 0
                   OR (W-CEL-MARCA NOT = 'F'
                       AND W-TV-FRT(W-IND-VEI, W-DIA) NOT = SPACE))
              MOVE '!' TO W-CEL-CONFL
           END-IF

           IF W-CELULA = SPACES
              MOVE ' . ' TO W-CELULA
           END-IF.

       IMPRIME-TOTAIS.
           IF W-CONTLIN > 56
              MOVE 800 TO W-CONTLIN
              PERFORM TESTA-QUEBRA-PAGINA
           END-IF

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'PARTIDAS' TO W-LT-TIT
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              MOVE W-TD-PARTIDAS(W-DIA) TO W-LT-VAL(W-DIA)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'SEM ONIBUS' TO W-LT-TIT
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              MOVE W-TD-SEM-VEI(W-DIA) TO W-LT-VAL(W-DIA)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'FRET.S/ONIB.' TO W-LT-TIT
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              MOVE W-TD-FRT-SEM-VEI(W-DIA) TO W-LT-VAL(W-DIA)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'ONIBUS LIVRE' TO W-LT-TIT
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              MOVE W-TD-DISPON(W-DIA) TO W-LT-VAL(W-DIA)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           MOVE SPACES TO W-LINHA-TOTAL
           MOVE 'FALTA ONIBUS' TO W-LT-TIT
           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              MOVE W-TD-FALTA(W-DIA) TO W-LT-VAL(W-DIA)
           END-PERFORM
           WRITE PRINTF-R FROM W-LINHA-TOTAL AFTER 1

           ADD 6 TO W-CONTLIN.

       IMPRIME-FALTAS.
           IF W-QTD-DIAS-FALTA = 0
              EXIT PARAGRAPH
           END-IF

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 1 TO W-CONTLIN

           PERFORM VARYING W-DIA FROM 1 BY 1 UNTIL W-DIA > W-QTD-DIAS
              IF W-TD-FALTA(W-DIA) > 0
                 PERFORM TESTA-QUEBRA-PAGINA
                 MOVE W-TD-DATA-I(W-DIA) TO W-DATAUXI
                 COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                       W-MESAUXI-I * 10000 +
                                       W-DIAAUXI-I * 1000000
                 MOVE W-DATA-EDIT            TO W-LF-DATA
                 MOVE W-TD-FALTA(W-DIA)      TO W-LF-QTD
                 MOVE W-TD-FALTA-CAP(W-DIA)  TO W-LF-CAP
                 COMPUTE W-HH-AUX = W-TD-FALTA-MIN(W-DIA) / 60
                 COMPUTE W-MM-AUX = W-TD-FALTA-MIN(W-DIA)
                                    - W-HH-AUX * 60
                 MOVE W-HH-AUX TO W-LF-HH
                 MOVE W-MM-AUX TO W-LF-MM
                 WRITE PRINTF-R FROM W-LINHA-FALTA AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       IMPRIME-RESUMO.
           PERFORM TESTA-QUEBRA-PAGINA

           MOVE SPACES TO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE W-QTD-DIAS-FALTA TO W-R1-QTD
           WRITE PRINTF-R FROM W-LINHA-RESUMO-1 AFTER 1
           IF W-QTD-ESTOURO > 0
              MOVE W-QTD-ESTOURO TO W-R2-QTD
              WRITE PRINTF-R FROM W-LINHA-RESUMO-2 AFTER 1
           END-IF.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 62

              PERFORM IMPRIME-CABECALHO

              WRITE PRINTF-R FROM W-LINHA-LEGENDA AFTER 1
              MOVE SPACES TO PRINTF-R
              WRITE PRINTF-R AFTER 1
              WRITE PRINTF-R FROM W-LINHA-DIAS AFTER 1
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

           MOVE W-DATAINI-I TO W-DATAUXI
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-C2-INI
           MOVE W-DATAFIN-I TO W-DATAUXI
           COMPUTE W-DATA-EDIT = W-ANOAUXI-I +
                                 W-MESAUXI-I * 10000 +
                                 W-DIAAUXI-I * 1000000
           MOVE W-DATA-EDIT TO W-C2-FIN
           WRITE PRINTF-R FROM W-CAB-2 AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 5 TO W-CONTLIN.

       ABRE-SPOOL-REL.
           | a saida vai primeiro para um spool; GUARDA-REL
           | entrega no destino escolhido e guarda a execucao
           | no repositorio de relatorios (PRJ_REL_GUARDA)
           IF W-REL-SPOOL NOT = SPACES
              AND W-SAIDA-DEVICE = W-REL-SPOOL
              MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           END-IF
           MOVE W-SAIDA-DEVICE TO W-REL-DESTINO
           ACCEPT W-REL-DIA FROM CENTURY-DATE
           ACCEPT W-REL-HORA FROM TIME
           MOVE SPACES TO W-REL-SPOOL
           STRING 'REL' W-REL-DIA W-REL-HORA '.SPL'
                  DELIMITED BY SIZE INTO W-REL-SPOOL
           MOVE W-REL-SPOOL TO W-SAIDA-DEVICE.

       GUARDA-REL.
           IF W-REL-SPOOL = SPACES
              EXIT PARAGRAPH
           END-IF

           MOVE W-LOGIN-L TO W-REL-USU
           MOVE SPACES TO W-REL-PARAM
           STRING 'PERIODO ' W-DATAINI-L ' A ' W-DATAFIN-L
                  DELIMITED BY SIZE INTO W-REL-PARAM
           CALL "PRJ_REL_GUARDA" USING W-REL-SPOOL, W-REL-DESTINO,
                W-REL-PROG, W-REL-USU, W-REL-PARAM
           CANCEL "PRJ_REL_GUARDA"
           MOVE W-REL-DESTINO TO W-SAIDA-DEVICE
           MOVE SPACES TO W-REL-SPOOL.

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
              MOVE 'PRJ-REL-DISPON' TO ERRL-PROG
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
