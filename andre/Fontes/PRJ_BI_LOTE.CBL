       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-BI-LOTE.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_BIL.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_CTO.SL".
           COPY "PRJ_ENC.SL".
           COPY "PRJ_CXS.SL".
           COPY "PRJ_FRO.SL".
           COPY "PRJ_CID.SL".
           COPY "PRJ_CLI.SL".
           COPY "PRJ_VEI.SL".
           COPY "PRJ_MOT.SL".
           COPY "PRJ_FIL.SL".
           COPY "PRJ_EMP.SL".
           COPY "PRJ_BIE.SL".
           COPY "PRJ_BPS.SL".
           COPY "PRJ_SEQ.SL".

           SELECT CBIARQ ASSIGN TO W-NOME-BI
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS ST-BIA.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_BIL.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_CTO.FD".
           COPY "PRJ_ENC.FD".
           COPY "PRJ_CXS.FD".
           COPY "PRJ_FRO.FD".
           COPY "PRJ_CID.FD".
           COPY "PRJ_CLI.FD".
           COPY "PRJ_VEI.FD".
           COPY "PRJ_MOT.FD".
           COPY "PRJ_FIL.FD".
           COPY "PRJ_EMP.FD".
           COPY "PRJ_BIE.FD".
           COPY "PRJ_BPS.FD".
           COPY "PRJ_SEQ.FD".

       FD  CBIARQ
           LABEL RECORD STANDARD.
       01  BIA-LINHA                     PIC X(400).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  ST-CTO                PIC  X(02).
               88 VAL-CTO            VALUE '00' THRU '09'.
           03  ST-ENC                PIC  X(02).
               88 VAL-ENC            VALUE '00' THRU '09'.
           03  ST-CXS                PIC  X(02).
               88 VAL-CXS            VALUE '00' THRU '09'.
           03  ST-FRO                PIC  X(02).
               88 VAL-FRO            VALUE '00' THRU '09'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-VEI                PIC  X(02).
               88 VAL-VEI            VALUE '00' THRU '09'.
           03  ST-MOT                PIC  X(02).
               88 VAL-MOT            VALUE '00' THRU '09'.
           03  ST-FIL                PIC  X(02).
               88 VAL-FIL            VALUE '00' THRU '09'.
           03  ST-EMP                PIC  X(02).
               88 VAL-EMP            VALUE '00' THRU '09'.
           03  ST-BIE                PIC  X(02).
               88 VAL-BIE            VALUE '00' THRU '09'.
           03  ST-BPS                PIC  X(02).
               88 VAL-BPS            VALUE '00' THRU '09'.
           03  ST-SEQ                PIC  X(02).
               88 VAL-SEQ            VALUE '00' THRU '09'.
           03  ST-BIA                PIC  X(02).
               88 VAL-BIA            VALUE '00' THRU '09'.

           03  W-NOME-BI             PIC  X(40) VALUE SPACES.

           03  CAMPOS-PARM-W.
               05 W-DATAUXI               PIC  9(08).
               05 REDEFINES W-DATAUXI.
                  07 W-DIAAUXI            PIC  9(02).
                  07 W-MESAUXI            PIC  9(02).
                  07 W-ANOAUXI            PIC  9(04).

               05 W-DATA-EXT              PIC  9(08).
               05 W-HORA-EXT              PIC  9(08).
               05 W-CARIMBO               PIC  9(16).
               05 W-DATA-ISO              PIC  X(10).
               05 W-ISO-W.
                  07 W-ISO-ANO            PIC  9(04).
                  07 FILLER               PIC  X(01) VALUE '-'.
                  07 W-ISO-MES            PIC  9(02).
                  07 FILLER               PIC  X(01) VALUE '-'.
                  07 W-ISO-DIA            PIC  9(02).

               05 FILLER                  PIC  X(01) VALUE 'N'.
                  88 CARGA-COMPLETA       VALUE 'S' FALSE 'N'.
               05 W-MODO-EXT              PIC  X(08).

               05 W-CPF-PS                PIC  9(11).
               05 W-PSEU                  PIC  9(10).
               05 W-CUSTO                 PIC  9(07)V99.

           | linha corrente da extracao: entidade, chave do
           | registro na origem, conteudo sem a operacao e
           | valor que entra no total de controle
           03  CAMPOS-LINHA-W.
               05 W-BI-ENT                PIC  X(04).
               05 W-BI-CHAVE              PIC  X(40).
               05 W-BI-OPER               PIC  X(01).
               05 W-BI-DADOS              PIC  X(390).
               05 W-BI-TAM                PIC  9(03).
               05 W-BI-VALOR              PIC  9(11)V99.
               05 W-BI-CAB                PIC  X(300).
               05 W-CKSUM                 PIC  9(18).
               05 W-IND-CK                PIC  9(03).

           03  CAMPOS-CONTAGEM-W.
               05 W-QTD-LID               PIC  9(09).
               05 W-QTD-INC               PIC  9(09).
               05 W-QTD-ALT               PIC  9(09).
               05 W-QTD-EXC               PIC  9(09).
               05 W-VLR-TOT               PIC  9(11)V99.
               05 W-TOT-LIDOS             PIC  9(09) VALUE 0.
               05 W-TOT-GRAV              PIC  9(09) VALUE 0.
               05 W-IND-ENT               PIC  9(02) VALUE 0.
               05 W-IND                   PIC  9(02).

           | quadro do arquivo de controle: uma entrada por
           | entidade na ordem em que foram extraidas
           03  W-TAB-CONTROLE.
               05 W-CT-ENT OCCURS 10 TIMES.
                  07 W-CT-NOME            PIC  X(04).
                  07 W-CT-ARQ             PIC  X(40).
                  07 W-CT-LID             PIC  9(09).
                  07 W-CT-INC             PIC  9(09).
                  07 W-CT-ALT             PIC  9(09).
                  07 W-CT-EXC             PIC  9(09).
                  07 W-CT-VLR             PIC  9(11)V99.
                  07 W-CT-SIT             PIC  X(20).

           | leiautes das linhas; campos separados por ';',
           | datas aaaa-mm-dd, valores com virgula decimal
           03  W-LAY-FBIL.
               05 W-FB-NMR                PIC 9(16).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-DATA               PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-FRO                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-VIA                PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-POL                PIC 9(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-CLI                PIC 9(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-ORI                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-DES                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-DT-VENDA           PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-HORA               PIC 9(08).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-USU                PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-FILIAL             PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-EMPRESA            PIC 9(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-CANAL              PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-STATUS             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-CLASSE             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-TENDER             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-BENEF              PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-TOT                PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-SEGURO             PIC 9(03),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-ICMS               PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FB-MULTA              PIC 9(05),99.

           03  W-LAY-FVIA.
               05 W-FV-FRO                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-DATA               PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-NUM                PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-VEICULO            PIC X(08).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-MOTORISTA          PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-COBRADOR           PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-HR-PREV            PIC 9(04).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-HR-REAL            PIC 9(04).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-HR-CHEG            PIC 9(04).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-STATUS             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-EXTRA              PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-QTD-PASSE          PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-COMBUSTIVEL        PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-PEDAGIO            PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-REFEICAO           PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-OUTROS             PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FV-CUSTO              PIC 9(07),99.

           03  W-LAY-FENC.
               05 W-FE-NMR                PIC 9(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-FRO                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-DATA               PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-VIA                PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-VLR-DECL           PIC 9(07),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-PESO               PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-FRETE              PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-DT-INC             PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-USU                PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-STATUS             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FE-DT-ENTREGA         PIC X(10).

           03  W-LAY-FCXS.
               05 W-FC-USU                PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-DATA               PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-SEQ                PIC 9(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-HR-ABRE            PIC 9(08).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-FUNDO              PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-HR-FECHA           PIC 9(08).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-CONTADO            PIC 9(07),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-APURADO            PIC -9(07),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-QUEBRA             PIC -9(07),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-STATUS             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-FC-SUPERVISOR         PIC X(10).

           03  W-LAY-DROT.
               05 W-DR-ID                 PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-ORI                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-DES                PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-DESC               PIC X(60).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-CON                PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-SUB                PIC 9(05),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-QTD                PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-CAP                PIC 9(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-DIAS               PIC X(07).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DR-EMPRESA            PIC 9(02).

           03  W-LAY-DCID.
               05 W-DC-ID                 PIC 9(03).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DC-NOME               PIC X(60).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DC-LOC                PIC 9(04).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DC-UF                 PIC X(02).

           | cliente so pelo pseudonimo: nada que identifique
           | a pessoa sai para o BI
           03  W-LAY-DCLI.
               05 W-DL-PSEU               PIC 9(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DL-ANO-NASC           PIC 9(04).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DL-DOC-TIPO           PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DL-BLOQ               PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DL-TEM-EMAIL          PIC X(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DL-TEM-CEL            PIC X(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DL-SMS-OPT            PIC X(01).

           03  W-LAY-DVEI.
               05 W-DV-PLACA              PIC X(08).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-MODELO             PIC X(30).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-LUGARES            PIC 9(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-ODOMETRO           PIC 9(07).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-STATUS             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-AQUIS-DATA         PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-AQUIS-VALOR        PIC 9(09),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-BAIXA-DATA         PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DV-BAIXA-TIPO         PIC 9(01).

           03  W-LAY-DMOT.
               05 W-DM-ID                 PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DM-NOME               PIC X(60).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DM-FUNCAO             PIC 9(01).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DM-CNH-CAT            PIC X(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DM-FILIAL             PIC X(10).

           03  W-LAY-DFIL.
               05 W-DF-COD                PIC X(10).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DF-EMPRESA            PIC 9(02).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-DF-RAZAO              PIC X(60).

           03  W-LAY-CTL.
               05 W-LC-ENT                PIC X(04).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-ARQ                PIC X(40).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-MODO               PIC X(08).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-LID                PIC 9(09).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-INC                PIC 9(09).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-ALT                PIC 9(09).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-EXC                PIC 9(09).
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-VLR                PIC 9(11),99.
               05 FILLER                  PIC X(01) VALUE ';'.
               05 W-LC-SIT                PIC X(20).

       01  CAMPOS-ERRO-ARQUIVO-W.
           03  WS-EXTEND-STATUS           PIC  X(10).
           03  W-FSTATUS                  PIC  X(02).
           03  W-EXTSTAT                  PIC  X(08).
           03  W-ARQUIVO                  PIC  X(150).

           COPY "MAINRTN.MSG".
           COPY "PRJ_LOTE.CPY".

       LINKAGE SECTION.

       77  W-DATA-L                       PIC 9(08).
       77  W-MODO-L                       PIC X(01).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-DATA-L, W-MODO-L, W-LOGIN-L.
       INICIO.
           | extracao para a ferramenta de BI: um arquivo por
           | entidade (fatos FBIL, FVIA, FENC, FCXS; dimensoes
           | DROT, DCID, DCLI, DVEI, DMOT, DFIL) com a operacao
           | na primeira coluna (I inclusao, A alteracao, E
           | exclusao) e um BICTL com quantidades e totais.
           | BIEST.ARQ guarda a soma de conferencia de cada
           | registro ja extraido: no delta so sai o que mudou
           | desde a ultima extracao. Com W-MODO-L = 'C', ou
           | na primeira vez (BIEST.ARQ vazio), sai tudo

           OPEN I-O CBIESTADO
           IF ST-BIE = '35'
              OPEN OUTPUT CBIESTADO
              CLOSE CBIESTADO
              OPEN I-O CBIESTADO
              SET CARGA-COMPLETA TO TRUE.
           IF NOT VAL-BIE
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CBIPSEUDO
           IF ST-BPS = '35'
              OPEN OUTPUT CBIPSEUDO
              CLOSE CBIPSEUDO
              OPEN I-O CBIPSEUDO.
           IF NOT VAL-BPS
              PERFORM ERRO-ARQUIVO.

           OPEN I-O CSEQ
           IF ST-SEQ = '35'
              OPEN OUTPUT CSEQ
              CLOSE CSEQ
              OPEN I-O CSEQ.
           IF NOT VAL-SEQ
              PERFORM ERRO-ARQUIVO.

           IF W-MODO-L = 'C' OR 'c'
              SET CARGA-COMPLETA TO TRUE
           END-IF
           IF CARGA-COMPLETA
              MOVE 'COMPLETA' TO W-MODO-EXT
           ELSE
              MOVE 'DELTA'    TO W-MODO-EXT
           END-IF

           | data de linkage em aaaammdd, convencao dos lotes;
           | vai no nome dos arquivos gerados
           IF W-DATA-L = 0
              ACCEPT W-DATA-EXT FROM CENTURY-DATE
           ELSE
              MOVE W-DATA-L TO W-DATA-EXT
           END-IF
           ACCEPT W-HORA-EXT FROM TIME
           COMPUTE W-CARIMBO = W-DATA-EXT * 100000000 + W-HORA-EXT

           INITIALIZE W-TAB-CONTROLE

           PERFORM EXTRAI-BILHETES
           PERFORM EXTRAI-VIAGENS
           PERFORM EXTRAI-ENCOMENDAS
           PERFORM EXTRAI-CAIXAS
           PERFORM EXTRAI-ROTAS
           PERFORM EXTRAI-CIDADES
           PERFORM EXTRAI-CLIENTES
           PERFORM EXTRAI-VEICULOS
           PERFORM EXTRAI-MOTORISTAS
           PERFORM EXTRAI-FILIAIS

           PERFORM GRAVA-CONTROLE.

       FIM.
           MOVE W-TOT-LIDOS TO LOTE-QTD-LIDOS
           MOVE W-TOT-GRAV  TO LOTE-QTD-GRAVADOS
           CLOSE CBIESTADO CBIPSEUDO CSEQ.
           EXIT PROGRAM
           STOP RUN.

       EXTRAI-BILHETES.
           MOVE 'FBIL' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'BILHETE;DATA_VIAGEM;ROTA;VIAGEM;POLTRONA;'
                  'CLIENTE;ORIGEM;DESTINO;DATA_VENDA;'
                  'HORA_VENDA;USUARIO;FILIAL;EMPRESA;CANAL;'
                  'STATUS;CLASSE;PAGAMENTO;BENEFICIO;VALOR;'
                  'SEGURO;ICMS;MULTA'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              IF ST-BIL = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           OPEN INPUT CFROTA

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL
                 IF ST-BIL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              INITIALIZE FRO-REG-1
              MOVE BIL-FRO TO FRO-ID
              READ CFROTA
              IF NOT VAL-FRO
                 INITIALIZE FRO-REG-1
              END-IF

              MOVE BIL-CLI TO W-CPF-PS
              PERFORM OBTEM-PSEUDONIMO

              MOVE BIL-NMR        TO W-FB-NMR
              MOVE BIL-DATA       TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO     TO W-FB-DATA
              MOVE BIL-FRO        TO W-FB-FRO
              MOVE BIL-VIA        TO W-FB-VIA
              MOVE BIL-POL        TO W-FB-POL
              MOVE W-PSEU         TO W-FB-CLI
              MOVE BIL-ORI        TO W-FB-ORI
              MOVE BIL-DES        TO W-FB-DES
              MOVE BIL-DT-VENDA   TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO     TO W-FB-DT-VENDA
              MOVE BIL-HORA       TO W-FB-HORA
              MOVE BIL-USU        TO W-FB-USU
              MOVE BIL-FILIAL     TO W-FB-FILIAL
              MOVE FRO-EMPRESA    TO W-FB-EMPRESA

              | canal: venda a bordo, agencia/marketplace pelo
              | codigo gravado na emissao, senao guiche
              EVALUATE TRUE
                 WHEN BIL-VENDA-BORDO
                      MOVE 'BORDO'     TO W-FB-CANAL
                 WHEN BIL-AGENCIA NOT = SPACES
                      MOVE BIL-AGENCIA TO W-FB-CANAL
                 WHEN OTHER
                      MOVE 'GUICHE'    TO W-FB-CANAL
              END-EVALUATE

              MOVE BIL-STATUS     TO W-FB-STATUS
              MOVE BIL-CLASSE     TO W-FB-CLASSE
              MOVE BIL-TENDER     TO W-FB-TENDER
              MOVE BIL-BENEF      TO W-FB-BENEF
              MOVE BIL-TOT        TO W-FB-TOT
              MOVE BIL-SEGURO-VLR TO W-FB-SEGURO
              MOVE BIL-ICMS-VLR   TO W-FB-ICMS
              MOVE BIL-VLR-MULTA  TO W-FB-MULTA

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-FBIL(1:16) TO W-BI-CHAVE
              MOVE W-LAY-FBIL       TO W-BI-DADOS
              MOVE 153              TO W-BI-TAM
              MOVE BIL-TOT          TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CBILHETE CFROTA
           PERFORM FECHA-SAIDA.

       EXTRAI-VIAGENS.
           MOVE 'FVIA' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'ROTA;DATA;VIAGEM;VEICULO;MOTORISTA;'
                  'COBRADOR;HORA_PREVISTA;HORA_REAL;'
                  'HORA_CHEGADA;STATUS;EXTRA;PASSES;'
                  'COMBUSTIVEL;PEDAGIO;REFEICAO;OUTROS;'
                  'CUSTO_TOTAL'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CVIAGEM
           IF NOT VAL-VIA
              IF ST-VIA = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           OPEN INPUT CCUSTOVIA

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-VIA
              READ CVIAGEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VIA
                 IF ST-VIA <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              | custos lancados depois da viagem alteram a soma
              | de conferencia e a viagem sai de novo como A
              INITIALIZE CTO-REG-1
              MOVE VIA-CHAVE TO CTO-CHAVE
              READ CCUSTOVIA
              IF NOT VAL-CTO
                 INITIALIZE CTO-REG-1
              END-IF
              COMPUTE W-CUSTO = CTO-COMBUSTIVEL + CTO-PEDAGIO +
                                CTO-REFEICAO + CTO-OUTROS

              MOVE VIA-FRO         TO W-FV-FRO
              MOVE VIA-DATA        TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO      TO W-FV-DATA
              MOVE VIA-NUM         TO W-FV-NUM
              MOVE VIA-VEICULO     TO W-FV-VEICULO
              MOVE VIA-MOTORISTA   TO W-FV-MOTORISTA
              MOVE VIA-COBRADOR    TO W-FV-COBRADOR
              MOVE VIA-HR-PREV     TO W-FV-HR-PREV
              MOVE VIA-HR-REAL     TO W-FV-HR-REAL
              MOVE VIA-HR-CHEG     TO W-FV-HR-CHEG
              MOVE VIA-STATUS      TO W-FV-STATUS
              MOVE VIA-EXTRA       TO W-FV-EXTRA
              MOVE VIA-QTD-PASSE   TO W-FV-QTD-PASSE
              MOVE CTO-COMBUSTIVEL TO W-FV-COMBUSTIVEL
              MOVE CTO-PEDAGIO     TO W-FV-PEDAGIO
              MOVE CTO-REFEICAO    TO W-FV-REFEICAO
              MOVE CTO-OUTROS      TO W-FV-OUTROS
              MOVE W-CUSTO         TO W-FV-CUSTO

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-FVIA(1:16) TO W-BI-CHAVE
              MOVE W-LAY-FVIA       TO W-BI-DADOS
              MOVE 117              TO W-BI-TAM
              MOVE W-CUSTO          TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CVIAGEM CCUSTOVIA
           PERFORM FECHA-SAIDA.

       EXTRAI-ENCOMENDAS.
           MOVE 'FENC' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'ENCOMENDA;ROTA;DATA;VIAGEM;'
                  'VALOR_DECLARADO;PESO;FRETE;DATA_INCLUSAO;'
                  'USUARIO;STATUS;DATA_ENTREGA'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CENCOM
           IF NOT VAL-ENC
              IF ST-ENC = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-ENC
              READ CENCOM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-ENC
                 IF ST-ENC <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE ENC-NMR           TO W-FE-NMR
              MOVE ENC-FRO           TO W-FE-FRO
              MOVE ENC-DATA          TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO        TO W-FE-DATA
              MOVE ENC-VIA           TO W-FE-VIA
              MOVE ENC-VLR-DECLARADO TO W-FE-VLR-DECL
              MOVE ENC-PESO          TO W-FE-PESO
              MOVE ENC-FRETE         TO W-FE-FRETE
              MOVE ENC-DT-INC        TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO        TO W-FE-DT-INC
              MOVE ENC-USU           TO W-FE-USU
              MOVE ENC-STATUS        TO W-FE-STATUS
              MOVE ENC-DT-ENTREGA    TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO        TO W-FE-DT-ENTREGA

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-FENC(1:10) TO W-BI-CHAVE
              MOVE W-LAY-FENC       TO W-BI-DADOS
              MOVE 91               TO W-BI-TAM
              MOVE ENC-FRETE        TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CENCOM
           PERFORM FECHA-SAIDA.

       EXTRAI-CAIXAS.
           MOVE 'FCXS' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'USUARIO;DATA;SEQUENCIA;HORA_ABERTURA;'
                  'FUNDO;HORA_FECHAMENTO;CONTADO;APURADO;'
                  'QUEBRA;STATUS;SUPERVISOR'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CCAIXA
           IF NOT VAL-CXS
              IF ST-CXS = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-CXS
              READ CCAIXA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CXS
                 IF ST-CXS <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE CXS-USU        TO W-FC-USU
              MOVE CXS-DATA       TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO     TO W-FC-DATA
              MOVE CXS-SEQ        TO W-FC-SEQ
              MOVE CXS-HR-ABRE    TO W-FC-HR-ABRE
              MOVE CXS-FUNDO      TO W-FC-FUNDO
              MOVE CXS-HR-FECHA   TO W-FC-HR-FECHA
              MOVE CXS-CONTADO    TO W-FC-CONTADO
              MOVE CXS-APURADO    TO W-FC-APURADO
              MOVE CXS-QUEBRA     TO W-FC-QUEBRA
              MOVE CXS-STATUS     TO W-FC-STATUS
              MOVE CXS-SUPERVISOR TO W-FC-SUPERVISOR

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-FCXS(1:24) TO W-BI-CHAVE
              MOVE W-LAY-FCXS       TO W-BI-DADOS
              MOVE 99               TO W-BI-TAM
              MOVE CXS-CONTADO      TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CCAIXA
           PERFORM FECHA-SAIDA.

       EXTRAI-ROTAS.
           MOVE 'DROT' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'ROTA;ORIGEM;DESTINO;DESCRICAO;'
                  'VALOR_CONVENCIONAL;VALOR_SUBSIDIADO;'
                  'VIAGENS_DIA;CAPACIDADE;DIAS;EMPRESA'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CFROTA
           IF NOT VAL-FRO
              IF ST-FRO = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-FRO
              READ CFROTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FRO
                 IF ST-FRO <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE FRO-ID      TO W-DR-ID
              MOVE FRO-ORI     TO W-DR-ORI
              MOVE FRO-DES     TO W-DR-DES
              MOVE FRO-DESC    TO W-DR-DESC
              MOVE FRO-CON     TO W-DR-CON
              MOVE FRO-SUB     TO W-DR-SUB
              MOVE FRO-QTD     TO W-DR-QTD
              MOVE FRO-CAP     TO W-DR-CAP
              MOVE FRO-DIAS    TO W-DR-DIAS
              MOVE FRO-EMPRESA TO W-DR-EMPRESA

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-DROT(1:3) TO W-BI-CHAVE
              MOVE W-LAY-DROT      TO W-BI-DADOS
              MOVE 106             TO W-BI-TAM
              MOVE 0               TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CFROTA
           PERFORM FECHA-SAIDA.

       EXTRAI-CIDADES.
           MOVE 'DCID' TO W-BI-ENT
           MOVE 'CIDADE;NOME;LOCALIDADE;UF' TO W-BI-CAB

           OPEN INPUT CCIDADE
           IF NOT VAL-CID
              IF ST-CID = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-CID
              READ CCIDADE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CID
                 IF ST-CID <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE CID-ID   TO W-DC-ID
              MOVE CID-NOME TO W-DC-NOME
              MOVE CID-LOC  TO W-DC-LOC
              MOVE CID-UF   TO W-DC-UF

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-DCID(1:3) TO W-BI-CHAVE
              MOVE W-LAY-DCID      TO W-BI-DADOS
              MOVE 72              TO W-BI-TAM
              MOVE 0               TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CCIDADE
           PERFORM FECHA-SAIDA.

       EXTRAI-CLIENTES.
           MOVE 'DCLI' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'CLIENTE;ANO_NASCIMENTO;TIPO_DOCUMENTO;'
                  'BLOQUEIO;TEM_EMAIL;TEM_CELULAR;RECUSA_SMS'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              IF ST-CLI = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-CLI
              READ CCLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CLI
                 IF ST-CLI <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE CLI-CPF TO W-CPF-PS
              PERFORM OBTEM-PSEUDONIMO

              MOVE W-PSEU       TO W-DL-PSEU
              MOVE CLI-DT-NASC  TO W-DATAUXI
              MOVE W-ANOAUXI    TO W-DL-ANO-NASC
              MOVE CLI-DOC-TIPO TO W-DL-DOC-TIPO
              MOVE CLI-BLOQ     TO W-DL-BLOQ
              IF CLI-EMAIL = SPACES
                 MOVE 'N' TO W-DL-TEM-EMAIL
              ELSE
                 MOVE 'S' TO W-DL-TEM-EMAIL
              END-IF
              IF CLI-CEL = 0
                 MOVE 'N' TO W-DL-TEM-CEL
              ELSE
                 MOVE 'S' TO W-DL-TEM-CEL
              END-IF
              IF CLI-SMS-RECUSADO
                 MOVE 'S' TO W-DL-SMS-OPT
              ELSE
                 MOVE 'N' TO W-DL-SMS-OPT
              END-IF

              | a chave guardada no BIEST.ARQ e o pseudonimo,
              | para a exclusao tambem nao levar o CPF
              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-DCLI(1:10) TO W-BI-CHAVE
              MOVE W-LAY-DCLI       TO W-BI-DADOS
              MOVE 25               TO W-BI-TAM
              MOVE 0                TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CCLIENTE
           PERFORM FECHA-SAIDA.

       EXTRAI-VEICULOS.
           MOVE 'DVEI' TO W-BI-ENT
           MOVE SPACES TO W-BI-CAB
           STRING 'PLACA;MODELO;LUGARES;ODOMETRO;STATUS;'
                  'DATA_AQUISICAO;VALOR_AQUISICAO;DATA_BAIXA;'
                  'TIPO_BAIXA'
                  DELIMITED BY SIZE INTO W-BI-CAB

           OPEN INPUT CVEICULO
           IF NOT VAL-VEI
              IF ST-VEI = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-VEI
              READ CVEICULO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-VEI
                 IF ST-VEI <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE VEI-PLACA       TO W-DV-PLACA
              MOVE VEI-MODELO      TO W-DV-MODELO
              MOVE VEI-LUGARES     TO W-DV-LUGARES
              MOVE VEI-ODOMETRO    TO W-DV-ODOMETRO
              MOVE VEI-STATUS      TO W-DV-STATUS
              MOVE VEI-AQUIS-DATA  TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO      TO W-DV-AQUIS-DATA
              MOVE VEI-AQUIS-VALOR TO W-DV-AQUIS-VALOR
              MOVE VEI-BAIXA-DATA  TO W-DATAUXI
              PERFORM CONVERTE-DATA
              MOVE W-DATA-ISO      TO W-DV-BAIXA-DATA
              MOVE VEI-BAIXA-TIPO  TO W-DV-BAIXA-TIPO

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-DVEI(1:8) TO W-BI-CHAVE
              MOVE W-LAY-DVEI      TO W-BI-DADOS
              MOVE 89              TO W-BI-TAM
              MOVE 0               TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CVEICULO
           PERFORM FECHA-SAIDA.

       EXTRAI-MOTORISTAS.
           MOVE 'DMOT' TO W-BI-ENT
           MOVE 'MOTORISTA;NOME;FUNCAO;CATEGORIA_CNH;FILIAL'
                TO W-BI-CAB

           OPEN INPUT CMOTORISTA
           IF NOT VAL-MOT
              IF ST-MOT = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-MOT
              READ CMOTORISTA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MOT
                 IF ST-MOT <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              MOVE MOT-ID      TO W-DM-ID
              MOVE MOT-NOME    TO W-DM-NOME
              MOVE MOT-FUNCAO  TO W-DM-FUNCAO
              MOVE MOT-CNH-CAT TO W-DM-CNH-CAT
              MOVE MOT-FILIAL  TO W-DM-FILIAL

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-DMOT(1:10) TO W-BI-CHAVE
              MOVE W-LAY-DMOT       TO W-BI-DADOS
              MOVE 87               TO W-BI-TAM
              MOVE 0                TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CMOTORISTA
           PERFORM FECHA-SAIDA.

       EXTRAI-FILIAIS.
           MOVE 'DFIL' TO W-BI-ENT
           MOVE 'FILIAL;EMPRESA;RAZAO_SOCIAL' TO W-BI-CAB

           OPEN INPUT CFILIAL
           IF NOT VAL-FIL
              IF ST-FIL = '35'
                 PERFORM ENTIDADE-AUSENTE
                 EXIT PARAGRAPH
              END-IF
              PERFORM ERRO-ARQUIVO
           END-IF

           OPEN INPUT CEMPRESA

           PERFORM ABRE-SAIDA

           PERFORM UNTIL NOT VAL-FIL
              READ CFILIAL NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-FIL
                 IF ST-FIL <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF

              INITIALIZE EMP-REG-1
              MOVE FIL-EMPRESA TO EMP-ID
              READ CEMPRESA
              IF NOT VAL-EMP
                 INITIALIZE EMP-REG-1
              END-IF

              MOVE FIL-COD     TO W-DF-COD
              MOVE FIL-EMPRESA TO W-DF-EMPRESA
              MOVE EMP-RAZAO   TO W-DF-RAZAO

              MOVE SPACES TO W-BI-CHAVE W-BI-DADOS
              MOVE W-LAY-DFIL(1:10) TO W-BI-CHAVE
              MOVE W-LAY-DFIL       TO W-BI-DADOS
              MOVE 74               TO W-BI-TAM
              MOVE 0                TO W-BI-VALOR
              PERFORM EMITE-LINHA
           END-PERFORM

           CLOSE CFILIAL CEMPRESA
           PERFORM FECHA-SAIDA.

       ABRE-SAIDA.
           ADD 1 TO W-IND-ENT
           MOVE 0 TO W-QTD-LID W-QTD-INC W-QTD-ALT W-QTD-EXC
                     W-VLR-TOT

           MOVE SPACES TO W-NOME-BI
           STRING 'BI'       DELIMITED BY SIZE
                  W-BI-ENT   DELIMITED BY SIZE
                  '_'        DELIMITED BY SIZE
                  W-DATA-EXT DELIMITED BY SIZE
                  '.TXT'     DELIMITED BY SIZE
             INTO W-NOME-BI

           OPEN OUTPUT CBIARQ
           IF NOT VAL-BIA
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE SPACES TO BIA-LINHA
           STRING 'OPERACAO;' DELIMITED BY SIZE
                  W-BI-CAB    DELIMITED BY '  '
             INTO BIA-LINHA
           WRITE BIA-LINHA.

       FECHA-SAIDA.
           PERFORM VARRE-EXCLUIDOS
           CLOSE CBIARQ

           MOVE W-BI-ENT  TO W-CT-NOME(W-IND-ENT)
           MOVE W-NOME-BI TO W-CT-ARQ(W-IND-ENT)
           MOVE W-QTD-LID TO W-CT-LID(W-IND-ENT)
           MOVE W-QTD-INC TO W-CT-INC(W-IND-ENT)
           MOVE W-QTD-ALT TO W-CT-ALT(W-IND-ENT)
           MOVE W-QTD-EXC TO W-CT-EXC(W-IND-ENT)
           MOVE W-VLR-TOT TO W-CT-VLR(W-IND-ENT)
           MOVE 'OK'      TO W-CT-SIT(W-IND-ENT).

       ENTIDADE-AUSENTE.
           | arquivo de origem ainda nao criado: a entidade
           | fica no controle sem gerar arquivo nem exclusoes
           ADD 1 TO W-IND-ENT
           MOVE W-BI-ENT TO W-CT-NOME(W-IND-ENT)
           MOVE SPACES   TO W-CT-ARQ(W-IND-ENT)
           MOVE 'ORIGEM INEXISTENTE' TO W-CT-SIT(W-IND-ENT).

       EMITE-LINHA.
           | no delta, registro com a mesma soma da ultima
           | extracao nao sai; todo registro lido fica marcado
           | com o carimbo desta execucao para a varredura de
           | exclusoes
           ADD 1 TO W-QTD-LID W-TOT-LIDOS
           PERFORM SOMA-LINHA

           INITIALIZE BIE-REG-1
           MOVE W-BI-ENT   TO BIE-ENT
           MOVE W-BI-CHAVE TO BIE-REGCHAVE
           READ CBIESTADO
           IF ST-BIE = '23'
              INITIALIZE BIE-REG-1
              MOVE W-BI-ENT   TO BIE-ENT
              MOVE W-BI-CHAVE TO BIE-REGCHAVE
              MOVE W-CKSUM    TO BIE-CKSUM
              MOVE W-CARIMBO  TO BIE-VISTO
              MOVE W-DATA-EXT TO BIE-DT-EXT
              WRITE BIE-REG-1
              MOVE 'I' TO W-BI-OPER
           ELSE
              IF NOT VAL-BIE
                 PERFORM ERRO-ARQUIVO
              END-IF
              IF BIE-CKSUM = W-CKSUM
                 MOVE SPACE TO W-BI-OPER
              ELSE
                 MOVE 'A' TO W-BI-OPER
                 MOVE W-CKSUM    TO BIE-CKSUM
                 MOVE W-DATA-EXT TO BIE-DT-EXT
              END-IF
              MOVE W-CARIMBO TO BIE-VISTO
              REWRITE BIE-REG-1
           END-IF
           IF NOT VAL-BIE
              PERFORM ERRO-ARQUIVO
           END-IF

           IF CARGA-COMPLETA
              MOVE 'I' TO W-BI-OPER
           END-IF
           IF W-BI-OPER = SPACE
              EXIT PARAGRAPH
           END-IF

           IF W-BI-OPER = 'I'
              ADD 1 TO W-QTD-INC
           ELSE
              ADD 1 TO W-QTD-ALT
           END-IF
           ADD W-BI-VALOR TO W-VLR-TOT
           ADD 1 TO W-TOT-GRAV

           MOVE SPACES TO BIA-LINHA
           STRING W-BI-OPER              DELIMITED BY SIZE
                  ';'                    DELIMITED BY SIZE
                  W-BI-DADOS(1:W-BI-TAM) DELIMITED BY SIZE
             INTO BIA-LINHA
           WRITE BIA-LINHA.

       VARRE-EXCLUIDOS.
           | o que esta no BIEST.ARQ e nao foi lido nesta
           | execucao saiu da origem: no delta vai como E com as
           | colunas de chave do leiaute; na carga completa o BI
           | recarrega a tabela
           INITIALIZE BIE-REG-1
           MOVE W-BI-ENT   TO BIE-ENT
           MOVE LOW-VALUES TO BIE-REGCHAVE
           START CBIESTADO KEY >= BIE-CHAVE
                 INVALID KEY EXIT PARAGRAPH
           END-START

           PERFORM UNTIL NOT VAL-BIE
              READ CBIESTADO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIE
                 IF ST-BIE <> '10'
                    PERFORM ERRO-ARQUIVO
                 END-IF
                 EXIT PERFORM
              END-IF
              IF BIE-ENT NOT = W-BI-ENT
                 EXIT PERFORM
              END-IF

              IF BIE-VISTO NOT = W-CARIMBO
                 IF NOT CARGA-COMPLETA
                    ADD 1 TO W-QTD-EXC W-TOT-GRAV
                    MOVE SPACES TO BIA-LINHA
                    STRING 'E;'         DELIMITED BY SIZE
                           BIE-REGCHAVE DELIMITED BY SIZE
                      INTO BIA-LINHA
                    WRITE BIA-LINHA
                 END-IF
                 DELETE CBIESTADO RECORD
              END-IF
           END-PERFORM.

       SOMA-LINHA.
           | mesma soma ponderada pela posicao do PRJ_REORG
           MOVE 0 TO W-CKSUM
           PERFORM VARYING W-IND-CK FROM 1 BY 1
                   UNTIL W-IND-CK > W-BI-TAM
              COMPUTE W-CKSUM = W-CKSUM +
                      FUNCTION ORD(W-BI-DADOS(W-IND-CK:1)) * W-IND-CK
           END-PERFORM.

       CONVERTE-DATA.
           | ddmmaaaa da base para aaaa-mm-dd do BI
           IF W-DATAUXI = 0 OR W-DATAUXI NOT NUMERIC
              MOVE SPACES TO W-DATA-ISO
           ELSE
              MOVE W-ANOAUXI TO W-ISO-ANO
              MOVE W-MESAUXI TO W-ISO-MES
              MOVE W-DIAAUXI TO W-ISO-DIA
              MOVE W-ISO-W   TO W-DATA-ISO
           END-IF.

       OBTEM-PSEUDONIMO.
           | CPF nunca sai para o BI: cada cliente recebe um
           | numero sequencial fixo, guardado so no BIPSEU.ARQ,
           | e o mesmo numero liga bilhetes e clientes
           MOVE 0 TO W-PSEU
           IF W-CPF-PS = 0
              EXIT PARAGRAPH
           END-IF

           INITIALIZE BPS-REG-1
           MOVE W-CPF-PS TO BPS-CPF
           READ CBIPSEUDO
           IF VAL-BPS
              MOVE BPS-ID TO W-PSEU
              EXIT PARAGRAPH
           END-IF
           IF ST-BPS NOT = '23'
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE SEQ-REG-1
           MOVE 'BIPSEUDO' TO SEQ-CHAVE
           READ CSEQ
           IF ST-SEQ = '23'
              INITIALIZE SEQ-REG-1
              MOVE 'BIPSEUDO' TO SEQ-CHAVE
              MOVE 0 TO SEQ-ULTIMO
              WRITE SEQ-REG-1
           ELSE
              IF NOT VAL-SEQ
                 PERFORM ERRO-ARQUIVO
              END-IF
           END-IF
           COMPUTE SEQ-ULTIMO = SEQ-ULTIMO + 1
           MOVE SEQ-ULTIMO TO W-PSEU
           REWRITE SEQ-REG-1

           INITIALIZE BPS-REG-1
           MOVE W-CPF-PS   TO BPS-CPF
           MOVE W-PSEU     TO BPS-ID
           MOVE W-DATA-EXT TO BPS-DT-INC
           WRITE BPS-REG-1
           IF NOT VAL-BPS
              PERFORM ERRO-ARQUIVO
           END-IF.

       GRAVA-CONTROLE.
           | BICTL: quantidades e total de valor por entidade
           | para o BI conferir a carga
           MOVE SPACES TO W-NOME-BI
           STRING 'BICTL_'   DELIMITED BY SIZE
                  W-DATA-EXT DELIMITED BY SIZE
                  '.TXT'     DELIMITED BY SIZE
             INTO W-NOME-BI

           OPEN OUTPUT CBIARQ
           IF NOT VAL-BIA
              PERFORM ERRO-ARQUIVO
           END-IF

           MOVE SPACES TO BIA-LINHA
           STRING 'ENTIDADE;ARQUIVO;MODO;LIDOS;INCLUIDOS;'
                  'ALTERADOS;EXCLUIDOS;VALOR_TOTAL;SITUACAO'
                  DELIMITED BY SIZE INTO BIA-LINHA
           WRITE BIA-LINHA

           PERFORM VARYING W-IND FROM 1 BY 1
                   UNTIL W-IND > W-IND-ENT
              MOVE W-CT-NOME(W-IND) TO W-LC-ENT
              MOVE W-CT-ARQ(W-IND)  TO W-LC-ARQ
              MOVE W-MODO-EXT       TO W-LC-MODO
              MOVE W-CT-LID(W-IND)  TO W-LC-LID
              MOVE W-CT-INC(W-IND)  TO W-LC-INC
              MOVE W-CT-ALT(W-IND)  TO W-LC-ALT
              MOVE W-CT-EXC(W-IND)  TO W-LC-EXC
              MOVE W-CT-VLR(W-IND)  TO W-LC-VLR
              MOVE W-CT-SIT(W-IND)  TO W-LC-SIT
              MOVE SPACES TO BIA-LINHA
              MOVE W-LAY-CTL TO BIA-LINHA
              WRITE BIA-LINHA
           END-PERFORM

           CLOSE CBIARQ.

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
              MOVE 'PRJ-BI-LOTE ' TO ERRL-PROG
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

           | na cadeia noturna devolve o erro ao controlador
           | e nao para esperando o operador
           MOVE W-FSTATUS       TO LOTE-STATUS
           MOVE W-ARQUIVO(1:11) TO LOTE-ARQUIVO

           IF NOT LOTE-NOTURNO
              INITIALIZE CA-MESSAGE-LINK
              MOVE W-FSTATUS TO CA-MESSAGE-ID CONVERT
              MOVE W-ARQUIVO TO CA-ERR-FILE
              MOVE SPACES    TO CA-ERR-BUF
              MOVE 1 TO CA-MESSAGE-TYPE CA-MESSAGE-RESP
              CALL "CAMESSAG"
              CANCEL "CAMESSAG"
           END-IF.

           PERFORM FIM.

