       IDENTIFICATION DIVISION.
       PROGRAM-ID.    PRJ-REL-TITULAR.
       AUTHOR.        HIGOR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           COPY "PRJ_CLI.SL".
           COPY "PRJ_PTI.SL".
           COPY "PRJ_BIL.SL".
           COPY "PRJ_BARQ.SL".
           COPY "PRJ_VIA.SL".
           COPY "PRJ_CID.SL".
           COPY "PRJ_AUTM.SL".
           COPY "PRJ_PTS.SL".
           COPY "PRJ_WAL.SL".
           COPY "PRJ_CRD.SL".
           COPY "PRJ_OUV.SL".
           COPY "PRJ_PSQ.SL".
           COPY "PRJ_ENC.SL".
           COPY "PRJ_MAQC.SL".
           COPY "PRJ_SMSQ.SL".
           COPY "PRJ_CNU.SL".
           COPY "PRJ_CNS.SL".
           COPY "PRJ_AUD.SL".

           SELECT PRINTF ASSIGN TO W-SAIDA-DEVICE
                  FILE STATUS IS ST-PRINTF.

           COPY "PRJ_ERRL.SL".
       DATA DIVISION.
       FILE SECTION.

           COPY "PRJ_CLI.FD".
           COPY "PRJ_PTI.FD".
           COPY "PRJ_BIL.FD".
           COPY "PRJ_BARQ.FD".
           COPY "PRJ_VIA.FD".
           COPY "PRJ_CID.FD".
           COPY "PRJ_AUTM.FD".
           COPY "PRJ_PTS.FD".
           COPY "PRJ_WAL.FD".
           COPY "PRJ_CRD.FD".
           COPY "PRJ_OUV.FD".
           COPY "PRJ_PSQ.FD".
           COPY "PRJ_ENC.FD".
           COPY "PRJ_MAQC.FD".
           COPY "PRJ_SMSQ.FD".
           COPY "PRJ_CNU.FD".
           COPY "PRJ_CNS.FD".
           COPY "PRJ_AUD.FD".

       FD  PRINTF LABEL RECORD OMITTED.

       01  PRINTF-R                       PIC X(255).

       COPY "PRJ_ERRL.FD".
       WORKING-STORAGE SECTION.
       01  W-ERRLOG-W.
           03  ST-ERRL                PIC  X(02).
               88 VAL-ERRL            VALUE '00' THRU '09'.

       01  CAMPOS-W.
           03  ST-CLI                PIC  X(02).
               88 VAL-CLI            VALUE '00' THRU '09'.
           03  ST-PTI                PIC  X(02).
               88 VAL-PTI            VALUE '00' THRU '09'.
           03  ST-BIL                PIC  X(02).
               88 VAL-BIL            VALUE '00' THRU '09'.
           03  ST-BARQ               PIC  X(02).
               88 VAL-BARQ           VALUE '00' THRU '09'.
           03  ST-VIA                PIC  X(02).
               88 VAL-VIA            VALUE '00' THRU '09'.
           03  W-VIA-ATIVA           PIC  X(01) VALUE 'N'.
               88 VIA-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-CID                PIC  X(02).
               88 VAL-CID            VALUE '00' THRU '09'.
           03  W-CID-ATIVA           PIC  X(01) VALUE 'N'.
               88 CID-ATIVA          VALUE 'S' FALSE 'N'.
           03  ST-AUTM               PIC  X(02).
               88 VAL-AUTM           VALUE '00' THRU '09'.
           03  W-AUTM-ATIVA          PIC  X(01) VALUE 'N'.
               88 AUTM-ATIVA         VALUE 'S' FALSE 'N'.
           03  ST-PTS                PIC  X(02).
               88 VAL-PTS            VALUE '00' THRU '09'.
           03  ST-WAL                PIC  X(02).
               88 VAL-WAL            VALUE '00' THRU '09'.
           03  ST-CRD                PIC  X(02).
               88 VAL-CRD            VALUE '00' THRU '09'.
           03  ST-OUV                PIC  X(02).
               88 VAL-OUV            VALUE '00' THRU '09'.
           03  ST-PSQ                PIC  X(02).
               88 VAL-PSQ            VALUE '00' THRU '09'.
           03  ST-ENC                PIC  X(02).
               88 VAL-ENC            VALUE '00' THRU '09'.
           03  ST-MAQC               PIC  X(02).
               88 VAL-MAQC           VALUE '00' THRU '09'.
           03  ST-SMQ                PIC  X(02).
               88 VAL-SMQ            VALUE '00' THRU '09'.
           03  ST-CNU                PIC  X(02).
               88 VAL-CNU            VALUE '00' THRU '09'.
           03  ST-CNS                PIC  X(02).
               88 VAL-CNS            VALUE '00' THRU '09'.
           03  ST-AUD                PIC  X(02).
               88 VAL-AUD            VALUE '00' THRU '09'.
           03  ST-PRINTF             PIC  X(02).
               88 VAL-PRINTF         VALUE '00' THRU '09'.

           03  W-SAIDA-DEVICE        PIC  X(150) VALUE 'PRINTER'.
           03  W-ARQUIVO-BILH        PIC  X(40) VALUE SPACES.

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

               05 W-NROPAGI               PIC  9(05) VALUE 0.
               05 W-CONTLIN               PIC  9(03) VALUE 0.
               05 W-DATA-SISTEMA          PIC  9(08) VALUE 0.
               05 W-CPF-X                 PIC  X(11).
               05 W-ANO-CORRE             PIC  9(04).
               05 W-ANO-INI               PIC  9(04).
               05 W-ANO-FIM               PIC  9(04).
               05 W-ANO-EDIT              PIC  9(04).
               05 W-QTD-SECAO             PIC  9(07) VALUE 0.
               05 W-QTD-TOTAL             PIC  9(07) VALUE 0.
               05 W-SALDO-PTS             PIC S9(09) VALUE 0.
               05 W-SALDO-WAL             PIC S9(09)V99 VALUE 0.
               05 W-CID-AUX               PIC  9(03).
               05 W-CID-NOME-AUX          PIC  X(15).
               05 W-HORA-AUX              PIC  9(08).
               05 W-HORA-EDIT             PIC  X(05).
               05 W-PAPEL-ENC             PIC  X(12).

           | dados do bilhete em comum entre o arquivo vivo e
           | os arquivos mortos anuais
           03  CAMPOS-BILHETE-W.
               05 W-BIL-NMR               PIC  9(16).
               05 W-BIL-DATA              PIC  9(08).
               05 W-BIL-FRO               PIC  9(03).
               05 W-BIL-VIA               PIC  9(01).
               05 W-BIL-POL               PIC  9(02).
               05 W-BIL-ORI               PIC  9(03).
               05 W-BIL-DES               PIC  9(03).
               05 W-BIL-TOT               PIC  9(05)V99.
               05 W-BIL-STATUS            PIC  9(01).
               05 W-BIL-NOME              PIC  X(60).
               05 W-BIL-MENOR             PIC  9(01).

           03  W-CAB-1.
               05 FILLER               PIC  X(74) VALUE
                  'DADOS PESSOAIS DO TITULAR - LGPD'.
               05 W-CAB-DTSIS          PIC  99/99/9999B(4).
               05 FILLER               PIC  X(05) VALUE 'PAG.'.
               05 W-CAB-NPAG           PIC  ZZ.ZZ9B.

           03  W-LINHA-PEDIDO.
               05 FILLER    PIC X(11) VALUE 'PEDIDO NO. '.
               05 W-LP-NUM  PIC Z(7)9.
               05 FILLER    PIC X(13) VALUE ' RECEBIDO EM '.
               05 W-LP-DIA  PIC 99/99/9999.
               05 FILLER    PIC X(15) VALUE ' PRAZO LEGAL: '.
               05 W-LP-PRAZO PIC 99/99/9999.
               05 FILLER    PIC X(10) VALUE ' USUARIO: '.
               05 W-LP-USU  PIC X(10).

           03  W-LINHA-TIT.
               05 W-LT-TEXTO PIC X(132).

           03  W-LINHA-COL.
               05 W-LCO-TEXTO PIC X(132).

           03  W-LINHA-CAMPO.
               05 FILLER        PIC X(02) VALUE SPACES.
               05 W-LCP-ROTULO  PIC X(22).
               05 W-LCP-VALOR   PIC X(100).

           03  W-LINHA-BIL.
               05 W-LB-NMR   PIC 9(16).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-ARQ   PIC X(09).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-HORA  PIC X(05).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-FRO   PIC 9(03).
               05 FILLER     PIC X(01) VALUE '/'.
               05 W-LB-VIA   PIC 9(01).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-POL   PIC Z9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-ORI   PIC X(15).
               05 FILLER     PIC X(01) VALUE '-'.
               05 W-LB-DES   PIC X(15).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-TOT   PIC ZZ.ZZ9,99.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-SIT   PIC X(12).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LB-NOME  PIC X(20).

           03  W-LINHA-AUTM.
               05 FILLER     PIC X(04) VALUE SPACES.
               05 W-LA-ROT   PIC X(24).
               05 W-LA-TIPO  PIC X(09).
               05 FILLER     PIC X(06) VALUE ' RESP '.
               05 W-LA-RESP  PIC X(40).
               05 FILLER     PIC X(05) VALUE ' DOC '.
               05 W-LA-DOC   PIC X(20).
               05 FILLER     PIC X(07) VALUE ' VALID '.
               05 W-LA-VAL   PIC 99/99/9999.

           03  W-LINHA-PTS.
               05 W-LPT-DATA PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LPT-TIPO PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LPT-QTD  PIC Z.ZZZ.ZZ9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LPT-NMR  PIC Z(15)9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LPT-USU  PIC X(10).

           03  W-LINHA-WAL.
               05 W-LW-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LW-HORA  PIC X(05).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LW-TIPO  PIC X(07).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LW-ORIG  PIC X(08).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LW-VLR   PIC Z.ZZZ.ZZ9,99.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LW-NMR   PIC Z(15)9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LW-USU   PIC X(10).

           03  W-LINHA-SALDO.
               05 FILLER     PIC X(02) VALUE SPACES.
               05 W-LS-ROT   PIC X(20).
               05 W-LS-VLR   PIC -.---.---.--9,99.

           03  W-LINHA-CRD.
               05 W-LC-NMR   PIC 9(16).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LC-PARC  PIC Z9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LC-VLR   PIC ZZ.ZZ9,99.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LC-VENC  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LC-SIT   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LC-PAG   PIC 99/99/9999.

           03  W-LINHA-OUV.
               05 W-LO-NUM   PIC Z(7)9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LO-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LO-CANAL PIC X(08).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LO-SIT   PIC X(11).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LO-PRAZO PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LO-TEXTO PIC X(78).

           03  W-LINHA-PSQ.
               05 W-LQ-NMR   PIC 9(16).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LQ-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LQ-FRO   PIC 9(03).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LQ-SIT   PIC X(13).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LQ-NOTA  PIC Z9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LQ-RESP  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LQ-COM   PIC X(60).

           03  W-LINHA-ENC.
               05 W-LE-NMR   PIC Z(9)9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-PAPEL PIC X(12).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-INC   PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-FRO   PIC 9(03).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-REM   PIC X(30).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-DEST  PIC X(30).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-SIT   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LE-ENTR  PIC 99/99/9999.

           03  W-LINHA-MSG.
               05 W-LM-TIPO  PIC X(06).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LM-ID    PIC Z(9)9.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LM-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LM-SIT   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LM-TEXTO PIC X(90).

           03  W-LINHA-CNS.
               05 W-LN-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-HORA  PIC X(05).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-FIN   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-CANAL PIC X(06).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-ACAO  PIC X(09).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-ORIG  PIC X(08).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-USU   PIC X(10).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LN-OBS   PIC X(60).

           03  W-LINHA-AUD.
               05 W-LD-DATA  PIC 99/99/9999.
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LD-HORA  PIC X(05).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LD-ARQ   PIC X(11).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LD-CAMPO PIC X(20).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LD-ANTES PIC X(35).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LD-DEPOIS PIC X(35).
               05 FILLER     PIC X(01) VALUE SPACE.
               05 W-LD-USU   PIC X(10).

           03  W-LINHA-FIM.
               05 FILLER     PIC X(30) VALUE
                  'FIM DO DOCUMENTO - REGISTROS: '.
               05 W-LF-QTD   PIC Z.ZZZ.ZZ9.

       01  CAMPOS-REPOSITORIO-W.
           03  W-REL-PROG            PIC  X(20) VALUE 'PRJ-REL-TITULAR'.
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

       77  W-CPF-L                        PIC 9(11).
       77  W-PEDIDO-L                     PIC 9(08).
       77  W-ARQ-EXP-L                    PIC X(150).
       77  W-LOGIN-L                      PIC X(10).

       PROCEDURE DIVISION USING W-CPF-L, W-PEDIDO-L, W-ARQ-EXP-L,
                                W-LOGIN-L.
       INICIO.
           | documento unico com tudo o que a empresa guarda
           | sobre o titular (LGPD, acesso aos dados): cadastro,
           | bilhetes vivos e dos arquivos mortos anuais com
           | poltrona e partida, autorizacoes de menor, pontos,
           | carteira, crediario, ouvidoria, pesquisa,
           | encomendas enviadas ou recebidas, mensagens,
           | consentimentos e trilha de auditoria. Sai na
           | impressora ou, com W-ARQ-EXP-L informado, no
           | arquivo texto pedido; em ambos os casos fica no
           | repositorio de relatorios. O pedido do titular e
           | seu prazo legal ficam em PEDTIT.ARQ (PRJ_LGPD_TIT)

           OPEN INPUT CCLIENTE
           IF NOT VAL-CLI
              PERFORM ERRO-ARQUIVO.

           INITIALIZE CLI-REG-1
           MOVE W-CPF-L TO CLI-CPF
           READ CCLIENTE
           IF NOT VAL-CLI
              CLOSE CCLIENTE
              EXIT PROGRAM
           END-IF
           MOVE W-CPF-L TO W-CPF-X

           OPEN INPUT CVIAGEM
           IF VAL-VIA
              SET VIA-ATIVA TO TRUE
           END-IF
           OPEN INPUT CCIDADE
           IF VAL-CID
              SET CID-ATIVA TO TRUE
           END-IF
           OPEN INPUT CAUTMENOR
           IF VAL-AUTM
              SET AUTM-ATIVA TO TRUE
           END-IF

           IF W-ARQ-EXP-L NOT = SPACES
              MOVE W-ARQ-EXP-L TO W-SAIDA-DEVICE
           END-IF
           MOVE W-LOGIN-L TO W-REL-USU
           INITIALIZE W-NROPAGI
           MOVE 800 TO W-CONTLIN

           PERFORM ABRE-SPOOL-REL
           OPEN OUTPUT PRINTF

           PERFORM IMPRIME-PEDIDO
           PERFORM IMPRIME-CADASTRO
           PERFORM IMPRIME-BILHETES
           PERFORM IMPRIME-AUTORIZ-RESP
           PERFORM IMPRIME-PONTOS
           PERFORM IMPRIME-CARTEIRA
           PERFORM IMPRIME-CREDIARIO
           PERFORM IMPRIME-OUVIDORIA
           PERFORM IMPRIME-PESQUISA
           PERFORM IMPRIME-ENCOMENDAS
           PERFORM IMPRIME-MENSAGENS
           PERFORM IMPRIME-CONSENTIMENTOS
           PERFORM IMPRIME-AUDITORIA

           PERFORM TESTA-QUEBRA-PAGINA
           MOVE W-QTD-TOTAL TO W-LF-QTD
           WRITE PRINTF-R FROM W-LINHA-FIM AFTER 2

           CLOSE PRINTF
           PERFORM GUARDA-REL.

       FIM.
           CLOSE CCLIENTE.
           IF VIA-ATIVA
              CLOSE CVIAGEM.
           IF CID-ATIVA
              CLOSE CCIDADE.
           IF AUTM-ATIVA
              CLOSE CAUTMENOR.
           EXIT PROGRAM
           STOP RUN.

       IMPRIME-PEDIDO.
           IF W-PEDIDO-L = 0
              EXIT PARAGRAPH
           END-IF
           OPEN INPUT CPEDTIT
           IF NOT VAL-PTI
              EXIT PARAGRAPH
           END-IF
           INITIALIZE PTI-REG-1
           MOVE W-PEDIDO-L TO PTI-NUM
           READ CPEDTIT
           IF VAL-PTI
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE PTI-NUM    TO W-LP-NUM
              MOVE PTI-DIA    TO W-LP-DIA
              MOVE PTI-PRAZO  TO W-LP-PRAZO
              MOVE PTI-USU    TO W-LP-USU
              WRITE PRINTF-R FROM W-LINHA-PEDIDO AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF
           CLOSE CPEDTIT.

       IMPRIME-CADASTRO.
           MOVE 'CADASTRO DO CLIENTE (CLIENTE.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO

           MOVE 'NOME' TO W-LCP-ROTULO
           MOVE CLI-NOME TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'CPF' TO W-LCP-ROTULO
           MOVE CLI-CPF TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'DOCUMENTO' TO W-LCP-ROTULO
           MOVE SPACES TO W-LCP-VALOR
           EVALUATE TRUE
              WHEN CLI-DOC-PASSAPORTE
                 STRING 'PASSAPORTE ' CLI-DOC-NUM
                        DELIMITED BY SIZE INTO W-LCP-VALOR
              WHEN CLI-DOC-OUTRO
                 STRING 'OUTRO ' CLI-DOC-NUM
                        DELIMITED BY SIZE INTO W-LCP-VALOR
              WHEN OTHER
                 MOVE CLI-DOC-NUM TO W-LCP-VALOR
           END-EVALUATE
           PERFORM IMPRIME-CAMPO
           MOVE 'NASCIMENTO' TO W-LCP-ROTULO
           MOVE CLI-DT-NASC TO W-LB-DATA
           MOVE W-LB-DATA TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'ENDERECO' TO W-LCP-ROTULO
           MOVE CLI-END TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           IF CLI-LOGRADOURO NOT = SPACES
              MOVE '  LOGRADOURO/NUMERO' TO W-LCP-ROTULO
              MOVE SPACES TO W-LCP-VALOR
              STRING CLI-LOGRADOURO ' ' CLI-NUMERO
                     DELIMITED BY SIZE INTO W-LCP-VALOR
              PERFORM IMPRIME-CAMPO
              MOVE '  COMPLEMENTO' TO W-LCP-ROTULO
              MOVE CLI-COMPLEMENTO TO W-LCP-VALOR
              PERFORM IMPRIME-CAMPO
              MOVE '  BAIRRO' TO W-LCP-ROTULO
              MOVE CLI-BAIRRO TO W-LCP-VALOR
              PERFORM IMPRIME-CAMPO
              MOVE '  CIDADE/UF' TO W-LCP-ROTULO
              MOVE SPACES TO W-LCP-VALOR
              STRING CLI-CIDADE ' ' CLI-UF
                     DELIMITED BY SIZE INTO W-LCP-VALOR
              PERFORM IMPRIME-CAMPO
              MOVE '  CEP' TO W-LCP-ROTULO
              MOVE CLI-CEP TO W-LCP-VALOR
              PERFORM IMPRIME-CAMPO
           END-IF
           MOVE 'TELEFONE' TO W-LCP-ROTULO
           MOVE CLI-TEL TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'CELULAR' TO W-LCP-ROTULO
           MOVE CLI-CEL TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'E-MAIL' TO W-LCP-ROTULO
           MOVE CLI-EMAIL TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'CONTA CORPORATIVA' TO W-LCP-ROTULO
           MOVE CLI-CONTA TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'DOC. DE BENEFICIO' TO W-LCP-ROTULO
           MOVE CLI-BENEF-DOC TO W-LCP-VALOR
           PERFORM IMPRIME-CAMPO
           MOVE 'SITUACAO' TO W-LCP-ROTULO
           EVALUATE TRUE
              WHEN CLI-BLOQUEADO MOVE 'BLOQUEADO' TO W-LCP-VALOR
              WHEN CLI-MESCLADO  MOVE 'MESCLADO'  TO W-LCP-VALOR
              WHEN OTHER         MOVE 'LIBERADO'  TO W-LCP-VALOR
           END-EVALUATE
           PERFORM IMPRIME-CAMPO
           MOVE 'RECUSA SMS' TO W-LCP-ROTULO
           IF CLI-SMS-RECUSADO
              MOVE 'SIM' TO W-LCP-VALOR
           ELSE
              MOVE 'NAO' TO W-LCP-VALOR
           END-IF
           PERFORM IMPRIME-CAMPO.

       IMPRIME-CAMPO.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-LINHA-CAMPO AFTER 1
           ADD 1 TO W-CONTLIN W-QTD-TOTAL
           MOVE SPACES TO W-LCP-VALOR.

       IMPRIME-BILHETES.
           MOVE 'BILHETES (BILHETE.ARQ E ARQUIVOS MORTOS BILHxxxx.ARQ)'
                TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'NUMERO           ARQUIVO   VIAGEM     HORA  '
                  'FRO/V POL TRECHO                         '
                  '    VALOR SITUACAO     PASSAGEIRO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT CBILHETE
           IF NOT VAL-BIL
              PERFORM ERRO-ARQUIVO
           END-IF
           INITIALIZE BIL-REG-1
           MOVE W-CPF-L TO BIL-CLI
           START CBILHETE KEY >= BIL-CHAVE
              INVALID KEY MOVE '10' TO ST-BIL
           END-START
           PERFORM UNTIL NOT VAL-BIL
              READ CBILHETE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BIL OR BIL-CLI NOT = W-CPF-L
                 EXIT PERFORM
              END-IF
              MOVE BIL-NMR    TO W-BIL-NMR
              MOVE BIL-DATA   TO W-BIL-DATA
              MOVE BIL-FRO    TO W-BIL-FRO
              MOVE BIL-VIA    TO W-BIL-VIA
              MOVE BIL-POL    TO W-BIL-POL
              MOVE BIL-ORI    TO W-BIL-ORI
              MOVE BIL-DES    TO W-BIL-DES
              MOVE BIL-TOT    TO W-BIL-TOT
              MOVE BIL-STATUS TO W-BIL-STATUS
              MOVE BIL-NOME   TO W-BIL-NOME
              MOVE BIL-MENOR  TO W-BIL-MENOR
              MOVE 'VIVO' TO W-LB-ARQ
              PERFORM IMPRIME-BILHETE
           END-PERFORM
           CLOSE CBILHETE

           | arquivos mortos dos ultimos vinte anos
           ACCEPT W-DATA-SISTEMA FROM CENTURY-DATE
           MOVE W-DATA-SISTEMA TO W-DATAUXI
           MOVE W-ANOAUXI-I TO W-ANO-FIM
           COMPUTE W-ANO-INI = W-ANO-FIM - 20
           PERFORM VARYING W-ANO-CORRE FROM W-ANO-INI BY 1
                   UNTIL W-ANO-CORRE > W-ANO-FIM
              PERFORM IMPRIME-BILHETES-MORTOS
           END-PERFORM

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-BILHETES-MORTOS.
           MOVE SPACES TO W-ARQUIVO-BILH
           MOVE W-ANO-CORRE TO W-ANO-EDIT
           STRING 'BILH' W-ANO-EDIT '.ARQ'
                  DELIMITED BY SIZE INTO W-ARQUIVO-BILH

           OPEN INPUT CBILARQ
           IF ST-BARQ = '35'
              EXIT PARAGRAPH
           END-IF
           IF NOT VAL-BARQ
              PERFORM ERRO-ARQUIVO
           END-IF

           INITIALIZE BARQ-REG-1
           MOVE W-CPF-L TO BARQ-CLI
           START CBILARQ KEY >= BARQ-CHAVE
              INVALID KEY MOVE '10' TO ST-BARQ
           END-START
           PERFORM UNTIL NOT VAL-BARQ
              READ CBILARQ NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-BARQ OR BARQ-CLI NOT = W-CPF-L
                 EXIT PERFORM
              END-IF
              MOVE BARQ-NMR    TO W-BIL-NMR
              MOVE BARQ-DATA   TO W-BIL-DATA
              MOVE BARQ-FRO    TO W-BIL-FRO
              MOVE BARQ-VIA    TO W-BIL-VIA
              MOVE BARQ-POL    TO W-BIL-POL
              MOVE BARQ-ORI    TO W-BIL-ORI
              MOVE BARQ-DES    TO W-BIL-DES
              MOVE BARQ-TOT    TO W-BIL-TOT
              MOVE BARQ-STATUS TO W-BIL-STATUS
              MOVE BARQ-NOME   TO W-BIL-NOME
              MOVE BARQ-MENOR  TO W-BIL-MENOR
              MOVE SPACES TO W-LB-ARQ
              STRING 'MORTO' W-ANO-EDIT
                     DELIMITED BY SIZE INTO W-LB-ARQ
              PERFORM IMPRIME-BILHETE
           END-PERFORM
           CLOSE CBILARQ.

       IMPRIME-BILHETE.
           PERFORM TESTA-QUEBRA-PAGINA
           ADD 1 TO W-QTD-SECAO W-QTD-TOTAL

           MOVE W-BIL-NMR  TO W-LB-NMR
           MOVE W-BIL-DATA TO W-LB-DATA
           MOVE W-BIL-FRO  TO W-LB-FRO
           MOVE W-BIL-VIA  TO W-LB-VIA
           MOVE W-BIL-POL  TO W-LB-POL
           MOVE W-BIL-TOT  TO W-LB-TOT
           MOVE W-BIL-NOME TO W-LB-NOME

           | hora de partida da viagem, quando ela existe
           MOVE SPACES TO W-LB-HORA
           IF VIA-ATIVA
              INITIALIZE VIA-REG-1
              MOVE W-BIL-FRO  TO VIA-FRO
              MOVE W-BIL-DATA TO VIA-DATA
              MOVE W-BIL-VIA  TO VIA-NUM
              READ CVIAGEM
              IF VAL-VIA
                 STRING VIA-HR-PREV(1:2) ':' VIA-HR-PREV(3:2)
                        DELIMITED BY SIZE INTO W-LB-HORA
              END-IF
           END-IF

           MOVE W-BIL-ORI TO W-CID-AUX
           PERFORM BUSCA-CIDADE
           MOVE W-CID-NOME-AUX TO W-LB-ORI
           MOVE W-BIL-DES TO W-CID-AUX
           PERFORM BUSCA-CIDADE
           MOVE W-CID-NOME-AUX TO W-LB-DES

           EVALUATE W-BIL-STATUS
              WHEN 1     MOVE 'CONFIRMADO'   TO W-LB-SIT
              WHEN 2     MOVE 'EMBARCADO'    TO W-LB-SIT
              WHEN 3     MOVE 'NAO EMBARCOU' TO W-LB-SIT
              WHEN 4     MOVE 'CANCELADO'    TO W-LB-SIT
              WHEN 5     MOVE 'PENDENTE'     TO W-LB-SIT
              WHEN 6     MOVE 'EM ABERTO'    TO W-LB-SIT
              WHEN 7     MOVE 'PRESCRITO'    TO W-LB-SIT
              WHEN OTHER MOVE SPACES         TO W-LB-SIT
           END-EVALUATE

           WRITE PRINTF-R FROM W-LINHA-BIL AFTER 1
           ADD 1 TO W-CONTLIN

           | menor desacompanhado: a autorizacao vai junto
           IF W-BIL-MENOR = 1 AND AUTM-ATIVA
              INITIALIZE AUTM-REG-1
              MOVE W-BIL-NMR TO AUTM-NMR
              READ CAUTMENOR
              IF VAL-AUTM
                 MOVE 'AUTORIZACAO DE MENOR:' TO W-LA-ROT
                 PERFORM IMPRIME-AUTORIZACAO
              END-IF
           END-IF.

       BUSCA-CIDADE.
           MOVE SPACES TO W-CID-NOME-AUX
           IF CID-ATIVA AND W-CID-AUX NOT = 0
              INITIALIZE CID-REG-1
              MOVE W-CID-AUX TO CID-ID
              READ CCIDADE
              IF VAL-CID
                 MOVE CID-NOME TO W-CID-NOME-AUX
              END-IF
           END-IF.

       IMPRIME-AUTORIZACAO.
           PERFORM TESTA-QUEBRA-PAGINA
           IF AUTM-JUDICIAL
              MOVE 'JUDICIAL' TO W-LA-TIPO
           ELSE
              MOVE 'PAIS'     TO W-LA-TIPO
           END-IF
           MOVE AUTM-RESP-NOME TO W-LA-RESP
           MOVE AUTM-RESP-DOC  TO W-LA-DOC
           MOVE AUTM-VALIDADE  TO W-LA-VAL
           WRITE PRINTF-R FROM W-LINHA-AUTM AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-AUTORIZ-RESP.
           | autorizacoes em que o titular e o responsavel
           | pelo menor (documento do responsavel = CPF)
           MOVE 'AUTORIZACOES DE VIAGEM DE MENOR COMO RESPONSAVEL'
                TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           IF AUTM-ATIVA
              INITIALIZE AUTM-REG-1
              MOVE 0 TO AUTM-NMR
              START CAUTMENOR KEY >= AUTM-NMR
                 INVALID KEY MOVE '10' TO ST-AUTM
              END-START
              PERFORM UNTIL NOT VAL-AUTM
                 READ CAUTMENOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-AUTM
                    EXIT PERFORM
                 END-IF
                 IF AUTM-RESP-DOC(1:11) = W-CPF-X
                    AND AUTM-RESP-DOC(12:) = SPACES
                    ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                    MOVE SPACES TO W-LA-ROT
                    STRING 'BILHETE ' AUTM-NMR
                           DELIMITED BY SIZE INTO W-LA-ROT
                    PERFORM IMPRIME-AUTORIZACAO
                 END-IF
              END-PERFORM
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-PONTOS.
           MOVE 'PROGRAMA DE PONTOS (PONTOS.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'DATA       MOVIMENTO       PONTOS BILHET'
                  'E          USUARIO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO W-SALDO-PTS

           OPEN INPUT CPONTOS
           IF VAL-PTS
              INITIALIZE PTS-REG-1
              MOVE W-CPF-L TO PTS-CLI
              START CPONTOS KEY >= PTS-CHAVE
                 INVALID KEY MOVE '10' TO ST-PTS
              END-START
              PERFORM UNTIL NOT VAL-PTS
                 READ CPONTOS NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-PTS OR PTS-CLI NOT = W-CPF-L
                    EXIT PERFORM
                 END-IF
                 PERFORM TESTA-QUEBRA-PAGINA
                 ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                 MOVE PTS-DATA TO W-LPT-DATA
                 EVALUATE TRUE
                    WHEN PTS-CREDITO
                       MOVE 'CREDITO'   TO W-LPT-TIPO
                       ADD PTS-QTD TO W-SALDO-PTS
                    WHEN PTS-DEBITO
                       MOVE 'DEBITO'    TO W-LPT-TIPO
                       SUBTRACT PTS-QTD FROM W-SALDO-PTS
                    WHEN OTHER
                       MOVE 'EXPIRACAO' TO W-LPT-TIPO
                       SUBTRACT PTS-QTD FROM W-SALDO-PTS
                 END-EVALUATE
                 MOVE PTS-QTD     TO W-LPT-QTD
                 MOVE PTS-NMR-BIL TO W-LPT-NMR
                 MOVE PTS-USU     TO W-LPT-USU
                 WRITE PRINTF-R FROM W-LINHA-PTS AFTER 1
                 ADD 1 TO W-CONTLIN
              END-PERFORM
              CLOSE CPONTOS
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           ELSE
              MOVE 'SALDO DE PONTOS' TO W-LS-ROT
              MOVE W-SALDO-PTS TO W-LS-VLR
              PERFORM IMPRIME-SALDO
           END-IF.

       IMPRIME-CARTEIRA.
           MOVE 'CARTEIRA DIGITAL (CARTEIRA.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'DATA       HORA  TIPO    ORIGEM          VALOR '
                  'BILHETE          USUARIO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO W-SALDO-WAL

           OPEN INPUT CCARTEIRA
           IF VAL-WAL
              INITIALIZE WAL-REG-1
              MOVE W-CPF-L TO WAL-CLI
              START CCARTEIRA KEY >= WAL-CHAVE
                 INVALID KEY MOVE '10' TO ST-WAL
              END-START
              PERFORM UNTIL NOT VAL-WAL
                 READ CCARTEIRA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-WAL OR WAL-CLI NOT = W-CPF-L
                    EXIT PERFORM
                 END-IF
                 PERFORM TESTA-QUEBRA-PAGINA
                 ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                 MOVE WAL-DATA TO W-LW-DATA
                 MOVE WAL-HORA TO W-HORA-AUX
                 PERFORM EDITA-HORA
                 MOVE W-HORA-EDIT TO W-LW-HORA
                 IF WAL-CREDITO
                    MOVE 'CREDITO' TO W-LW-TIPO
                    ADD WAL-VALOR TO W-SALDO-WAL
                 ELSE
                    MOVE 'DEBITO'  TO W-LW-TIPO
                    SUBTRACT WAL-VALOR FROM W-SALDO-WAL
                 END-IF
                 EVALUATE TRUE
                    WHEN WAL-ORIG-DEPOSITO MOVE 'DEPOSITO' TO W-LW-ORIG
                    WHEN WAL-ORIG-ESTORNO  MOVE 'ESTORNO'  TO W-LW-ORIG
                    WHEN WAL-ORIG-VENDA    MOVE 'VENDA'    TO W-LW-ORIG
                    WHEN WAL-ORIG-COMPENSACAO
                                           MOVE 'COMPENSA' TO W-LW-ORIG
                    WHEN WAL-ORIG-COMP-ATRASO
                                           MOVE 'ATRASO'   TO W-LW-ORIG
                    WHEN OTHER             MOVE SPACES     TO W-LW-ORIG
                 END-EVALUATE
                 MOVE WAL-VALOR   TO W-LW-VLR
                 MOVE WAL-NMR-BIL TO W-LW-NMR
                 MOVE WAL-USU     TO W-LW-USU
                 WRITE PRINTF-R FROM W-LINHA-WAL AFTER 1
                 ADD 1 TO W-CONTLIN
              END-PERFORM
              CLOSE CCARTEIRA
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           ELSE
              MOVE 'SALDO DA CARTEIRA' TO W-LS-ROT
              MOVE W-SALDO-WAL TO W-LS-VLR
              PERFORM IMPRIME-SALDO
           END-IF.

       IMPRIME-SALDO.
           PERFORM TESTA-QUEBRA-PAGINA
           WRITE PRINTF-R FROM W-LINHA-SALDO AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-CREDIARIO.
           MOVE 'CREDIARIO (CREDIARIO.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'BILHETE          PC     VALOR VENCIMENTO'
                  ' SITUACAO   PAGAMENTO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT CCREDIARIO
           IF VAL-CRD
              INITIALIZE CRD-REG-1
              MOVE W-CPF-L TO CRD-CLI
              START CCREDIARIO KEY >= CRD-CHAVE
                 INVALID KEY MOVE '10' TO ST-CRD
              END-START
              PERFORM UNTIL NOT VAL-CRD
                 READ CCREDIARIO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-CRD OR CRD-CLI NOT = W-CPF-L
                    EXIT PERFORM
                 END-IF
                 PERFORM TESTA-QUEBRA-PAGINA
                 ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                 MOVE CRD-NMR-BIL TO W-LC-NMR
                 MOVE CRD-PARC    TO W-LC-PARC
                 MOVE CRD-VALOR   TO W-LC-VLR
                 MOVE CRD-VENC    TO W-LC-VENC
                 EVALUATE TRUE
                    WHEN CRD-ABERTA    MOVE 'ABERTA'    TO W-LC-SIT
                    WHEN CRD-PAGA      MOVE 'PAGA'      TO W-LC-SIT
                    WHEN CRD-CANCELADA MOVE 'CANCELADA' TO W-LC-SIT
                    WHEN OTHER         MOVE SPACES      TO W-LC-SIT
                 END-EVALUATE
                 MOVE CRD-DT-PAG  TO W-LC-PAG
                 WRITE PRINTF-R FROM W-LINHA-CRD AFTER 1
                 ADD 1 TO W-CONTLIN
              END-PERFORM
              CLOSE CCREDIARIO
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-OUVIDORIA.
           MOVE 'OUVIDORIA - RECLAMACOES (OUVID.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'NUMERO   ABERTURA   CANAL    SITUACAO   '
                  ' PRAZO      RELATO / RESPOSTA'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT COUVID
           IF VAL-OUV
              INITIALIZE OUV-REG-1
              MOVE 0 TO OUV-NUM
              START COUVID KEY >= OUV-NUM
                 INVALID KEY MOVE '10' TO ST-OUV
              END-START
              PERFORM UNTIL NOT VAL-OUV
                 READ COUVID NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-OUV
                    EXIT PERFORM
                 END-IF
                 IF OUV-CLI = W-CPF-L
                    PERFORM IMPRIME-UMA-OUVIDORIA
                 END-IF
              END-PERFORM
              CLOSE COUVID
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-UMA-OUVIDORIA.
           PERFORM TESTA-QUEBRA-PAGINA
           ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
           MOVE OUV-NUM      TO W-LO-NUM
           MOVE OUV-DT-ABERT TO W-LO-DATA
           EVALUATE TRUE
              WHEN OUV-CANAL-TELEFONE MOVE 'TELEFONE' TO W-LO-CANAL
              WHEN OUV-CANAL-BALCAO   MOVE 'BALCAO'   TO W-LO-CANAL
              WHEN OUV-CANAL-ANTT     MOVE 'ANTT'     TO W-LO-CANAL
              WHEN OTHER              MOVE SPACES     TO W-LO-CANAL
           END-EVALUATE
           EVALUATE TRUE
              WHEN OUV-ABERTA      MOVE 'ABERTA'      TO W-LO-SIT
              WHEN OUV-RESPONDENDO MOVE 'RESPONDENDO' TO W-LO-SIT
              WHEN OUV-RESPONDIDA  MOVE 'RESPONDIDA'  TO W-LO-SIT
              WHEN OUV-FECHADA     MOVE 'FECHADA'     TO W-LO-SIT
              WHEN OTHER           MOVE SPACES        TO W-LO-SIT
           END-EVALUATE
           MOVE OUV-DT-PRAZO TO W-LO-PRAZO
           MOVE OUV-TEXTO    TO W-LO-TEXTO
           WRITE PRINTF-R FROM W-LINHA-OUV AFTER 1
           ADD 1 TO W-CONTLIN

           IF OUV-RESPOSTA NOT = SPACES
              PERFORM TESTA-QUEBRA-PAGINA
              MOVE SPACES TO PRINTF-R
              STRING '         RESPOSTA: ' OUV-RESPOSTA
                     DELIMITED BY SIZE INTO PRINTF-R
              WRITE PRINTF-R AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-PESQUISA.
           MOVE 'PESQUISA DE SATISFACAO (PESQ.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'BILHETE          VIAGEM     FRO SITUACAO'
                  '      NT RESPOSTA   COMENTARIO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT CPESQ
           IF VAL-PSQ
              INITIALIZE PSQ-REG-1
              MOVE 0 TO PSQ-NMR-BIL
              START CPESQ KEY >= PSQ-NMR-BIL
                 INVALID KEY MOVE '10' TO ST-PSQ
              END-START
              PERFORM UNTIL NOT VAL-PSQ
                 READ CPESQ NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-PSQ
                    EXIT PERFORM
                 END-IF
                 IF PSQ-CLI = W-CPF-L
                    PERFORM TESTA-QUEBRA-PAGINA
                    ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                    MOVE PSQ-NMR-BIL TO W-LQ-NMR
                    MOVE PSQ-DATA    TO W-LQ-DATA
                    MOVE PSQ-FRO     TO W-LQ-FRO
                    IF PSQ-RESPONDIDO
                       MOVE 'RESPONDIDA'    TO W-LQ-SIT
                    ELSE
                       MOVE 'SEM RESPOSTA'  TO W-LQ-SIT
                    END-IF
                    MOVE PSQ-NOTA    TO W-LQ-NOTA
                    MOVE PSQ-DT-RESP TO W-LQ-RESP
                    MOVE PSQ-COMENT  TO W-LQ-COM
                    WRITE PRINTF-R FROM W-LINHA-PSQ AFTER 1
                    ADD 1 TO W-CONTLIN
                 END-IF
              END-PERFORM
              CLOSE CPESQ
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-ENCOMENDAS.
           | encomenda nao guarda CPF: o titular e reconhecido
           | pelo nome do remetente ou do destinatario e pelo
           | celular ou e-mail de aviso ao destinatario
           MOVE 'ENCOMENDAS ENVIADAS OU RECEBIDAS (ENCOM.ARQ)'
                TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'GUIA       PAPEL        INCLUSAO   VIAGEM     FRO '
                  'REMETENTE                      DESTINATARIO    '
                  '               SITUACAO   ENTREGA'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT CENCOM
           IF VAL-ENC
              INITIALIZE ENC-REG-1
              MOVE 0 TO ENC-NMR
              START CENCOM KEY >= ENC-NMR
                 INVALID KEY MOVE '10' TO ST-ENC
              END-START
              PERFORM UNTIL NOT VAL-ENC
                 READ CENCOM NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-ENC
                    EXIT PERFORM
                 END-IF
                 MOVE SPACES TO W-PAPEL-ENC
                 IF ENC-DESTINATARIO = CLI-NOME
                    OR (CLI-CEL NOT = 0 AND ENC-DEST-CEL = CLI-CEL)
                    OR (CLI-EMAIL NOT = SPACES
                        AND ENC-DEST-EMAIL = CLI-EMAIL)
                    MOVE 'DESTINATARIO' TO W-PAPEL-ENC
                 END-IF
                 IF ENC-REMETENTE = CLI-NOME
                    MOVE 'REMETENTE' TO W-PAPEL-ENC
                 END-IF
                 IF W-PAPEL-ENC NOT = SPACES
                    PERFORM IMPRIME-UMA-ENCOMENDA
                 END-IF
              END-PERFORM
              CLOSE CENCOM
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-UMA-ENCOMENDA.
           PERFORM TESTA-QUEBRA-PAGINA
           ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
           MOVE ENC-NMR          TO W-LE-NMR
           MOVE W-PAPEL-ENC      TO W-LE-PAPEL
           MOVE ENC-DT-INC       TO W-LE-INC
           MOVE ENC-DATA         TO W-LE-DATA
           MOVE ENC-FRO          TO W-LE-FRO
           MOVE ENC-REMETENTE    TO W-LE-REM
           MOVE ENC-DESTINATARIO TO W-LE-DEST
           IF ENC-ENTREGUE
              MOVE 'ENTREGUE'   TO W-LE-SIT
           ELSE
              MOVE 'REGISTRADA' TO W-LE-SIT
           END-IF
           MOVE ENC-DT-ENTREGA   TO W-LE-ENTR
           WRITE PRINTF-R FROM W-LINHA-ENC AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-MENSAGENS.
           | e-mails pelo endereco do cadastro, SMS ainda na
           | fila pelo celular e as mensagens nao transacionais
           | registradas na conferencia de consentimento
           MOVE 'MENSAGENS ENVIADAS (MAILCTL.ARQ, SMSQ.ARQ, CNSUSO.ARQ)'
                TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'CANAL  IDENTIF.   DATA       SITUACAO   '
                  'TEXTO / DESTINO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           IF CLI-EMAIL NOT = SPACES
              OPEN INPUT CMAILCTL
              IF VAL-MAQC
                 PERFORM IMPRIME-MAILCTL
                 CLOSE CMAILCTL
              END-IF
           END-IF

           IF CLI-CEL NOT = 0
              OPEN INPUT SMSQ
              IF VAL-SMQ
                 PERFORM IMPRIME-SMSQ
                 CLOSE SMSQ
              END-IF
           END-IF

           OPEN INPUT CCNSUSO
           IF VAL-CNU
              PERFORM IMPRIME-CNSUSO
              CLOSE CCNSUSO
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-MAILCTL.
           INITIALIZE MAQC-REG-1
           MOVE 0 TO MAQC-ID
           START CMAILCTL KEY >= MAQC-ID
              INVALID KEY MOVE '10' TO ST-MAQC
           END-START
           PERFORM UNTIL NOT VAL-MAQC
              READ CMAILCTL NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-MAQC
                 EXIT PERFORM
              END-IF
              IF MAQC-DEST = CLI-EMAIL
                 PERFORM TESTA-QUEBRA-PAGINA
                 ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                 MOVE 'E-MAIL'  TO W-LM-TIPO
                 MOVE MAQC-ID   TO W-LM-ID
                 MOVE MAQC-DT   TO W-LM-DATA
                 EVALUATE TRUE
                    WHEN MAQC-ENFILEIRADA MOVE 'NA FILA'   TO W-LM-SIT
                    WHEN MAQC-ENTREGUE    MOVE 'ENTREGUE'  TO W-LM-SIT
                    WHEN MAQC-FALHOU      MOVE 'FALHOU'    TO W-LM-SIT
                    WHEN MAQC-DESISTIDA   MOVE 'DESISTIDA' TO W-LM-SIT
                    WHEN OTHER            MOVE SPACES      TO W-LM-SIT
                 END-EVALUATE
                 MOVE MAQC-TEXTO TO W-LM-TEXTO
                 WRITE PRINTF-R FROM W-LINHA-MSG AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       IMPRIME-SMSQ.
           PERFORM UNTIL NOT VAL-SMQ
              READ SMSQ NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-SMQ
                 EXIT PERFORM
              END-IF
              IF SMSQ-CEL = CLI-CEL
                 PERFORM TESTA-QUEBRA-PAGINA
                 ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                 MOVE 'SMS'     TO W-LM-TIPO
                 MOVE 0         TO W-LM-ID
                 MOVE 0         TO W-LM-DATA
                 MOVE 'NA FILA' TO W-LM-SIT
                 MOVE SMSQ-TEXTO TO W-LM-TEXTO
                 WRITE PRINTF-R FROM W-LINHA-MSG AFTER 1
                 ADD 1 TO W-CONTLIN
              END-IF
           END-PERFORM.

       IMPRIME-CNSUSO.
           INITIALIZE CNU-REG-1
           MOVE W-CPF-L TO CNU-CPF
           START CCNSUSO KEY >= CNU-CPF
              INVALID KEY MOVE '10' TO ST-CNU
           END-START
           PERFORM UNTIL NOT VAL-CNU
              READ CCNSUSO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF NOT VAL-CNU OR CNU-CPF NOT = W-CPF-L
                 EXIT PERFORM
              END-IF
              PERFORM TESTA-QUEBRA-PAGINA
              ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
              IF CNU-CANAL = 1
                 MOVE 'E-MAIL' TO W-LM-TIPO
              ELSE
                 MOVE 'SMS'    TO W-LM-TIPO
              END-IF
              MOVE CNU-ID TO W-LM-ID
              | o livro de consentimento guarda aaaammdd
              MOVE CNU-DIA TO W-DATAUXI
              COMPUTE W-LM-DATA = W-ANOAUXI-I +
                                  W-MESAUXI-I * 10000 +
                                  W-DIAAUXI-I * 1000000
              IF CNU-ENVIADA
                 MOVE 'ENVIADA'   TO W-LM-SIT
              ELSE
                 MOVE 'BLOQUEADA' TO W-LM-SIT
              END-IF
              MOVE SPACES TO W-LM-TEXTO
              STRING CNU-DESTINO(1:30) ' ' CNU-TEXTO(1:59)
                     DELIMITED BY SIZE INTO W-LM-TEXTO
              WRITE PRINTF-R FROM W-LINHA-MSG AFTER 1
              ADD 1 TO W-CONTLIN
           END-PERFORM.

       IMPRIME-CONSENTIMENTOS.
           MOVE 'CONSENTIMENTOS (CONSENT.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'DATA       HORA  FINALIDADE CANAL  ACAO '
                  '     ORIGEMUSUARIO    OBSERVACAO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT CCONSENT
           IF VAL-CNS
              INITIALIZE CNS-REG-1
              MOVE W-CPF-L TO CNS-CPF
              START CCONSENT KEY >= CNS-CHAVE
                 INVALID KEY MOVE '10' TO ST-CNS
              END-START
              PERFORM UNTIL NOT VAL-CNS
                 READ CCONSENT NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-CNS OR CNS-CPF NOT = W-CPF-L
                    EXIT PERFORM
                 END-IF
                 PERFORM IMPRIME-UM-CONSENTIMENTO
              END-PERFORM
              CLOSE CCONSENT
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-UM-CONSENTIMENTO.
           PERFORM TESTA-QUEBRA-PAGINA
           ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
           MOVE CNS-DIA TO W-DATAUXI
           COMPUTE W-LN-DATA = W-ANOAUXI-I +
                               W-MESAUXI-I * 10000 +
                               W-DIAAUXI-I * 1000000
           MOVE CNS-HORA TO W-HORA-AUX
           PERFORM EDITA-HORA
           MOVE W-HORA-EDIT TO W-LN-HORA
           EVALUATE TRUE
              WHEN CNS-FIN-BILHETE   MOVE 'BILHETE'   TO W-LN-FIN
              WHEN CNS-FIN-ATRASO    MOVE 'ATRASO'    TO W-LN-FIN
              WHEN CNS-FIN-MARKETING MOVE 'MARKETING' TO W-LN-FIN
              WHEN CNS-FIN-PESQUISA  MOVE 'PESQUISA'  TO W-LN-FIN
              WHEN OTHER             MOVE SPACES      TO W-LN-FIN
           END-EVALUATE
           IF CNS-CANAL-EMAIL
              MOVE 'E-MAIL' TO W-LN-CANAL
           ELSE
              MOVE 'SMS'    TO W-LN-CANAL
           END-IF
           IF CNS-CONCEDIDO
              MOVE 'CONCEDIDO' TO W-LN-ACAO
           ELSE
              MOVE 'REVOGADO'  TO W-LN-ACAO
           END-IF
           EVALUATE TRUE
              WHEN CNS-ORI-BALCAO   MOVE 'BALCAO'   TO W-LN-ORIG
              WHEN CNS-ORI-WEB      MOVE 'WEB'      TO W-LN-ORIG
              WHEN CNS-ORI-TELEFONE MOVE 'TELEFONE' TO W-LN-ORIG
              WHEN OTHER            MOVE SPACES     TO W-LN-ORIG
           END-EVALUATE
           MOVE CNS-USU TO W-LN-USU
           MOVE CNS-OBS TO W-LN-OBS
           WRITE PRINTF-R FROM W-LINHA-CNS AFTER 1
           ADD 1 TO W-CONTLIN.

       IMPRIME-AUDITORIA.
           | alteracoes auditadas de registros cuja chave
           | e o CPF do titular
           MOVE 'TRILHA DE AUDITORIA (AUDIT.ARQ)' TO W-LT-TEXTO
           MOVE SPACES TO W-LCO-TEXTO
           STRING 'DATA       HORA  ARQUIVO     CAMPO                '
                  'ANTES                               DEPOIS      '
                  '                        USUARIO'
                  DELIMITED BY SIZE INTO W-LCO-TEXTO
           PERFORM IMPRIME-TITULO-SECAO
           MOVE 0 TO W-QTD-SECAO

           OPEN INPUT CAUDIT
           IF VAL-AUD
              INITIALIZE AUD-REG-1
              START CAUDIT KEY >= AUD-CHAVE
                 INVALID KEY MOVE '10' TO ST-AUD
              END-START
              PERFORM UNTIL NOT VAL-AUD
                 READ CAUDIT NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF NOT VAL-AUD
                    EXIT PERFORM
                 END-IF
                 IF AUD-REGCHAVE(1:11) = W-CPF-X
                    PERFORM TESTA-QUEBRA-PAGINA
                    ADD 1 TO W-QTD-SECAO W-QTD-TOTAL
                    MOVE AUD-DIA TO W-LD-DATA
                    MOVE AUD-HORA TO W-HORA-AUX
                    PERFORM EDITA-HORA
                    MOVE W-HORA-EDIT TO W-LD-HORA
                    MOVE AUD-ARQ    TO W-LD-ARQ
                    MOVE AUD-CAMPO  TO W-LD-CAMPO
                    MOVE AUD-ANTES  TO W-LD-ANTES
                    MOVE AUD-DEPOIS TO W-LD-DEPOIS
                    MOVE AUD-USU    TO W-LD-USU
                    WRITE PRINTF-R FROM W-LINHA-AUD AFTER 1
                    ADD 1 TO W-CONTLIN
                 END-IF
              END-PERFORM
              CLOSE CAUDIT
           END-IF

           IF W-QTD-SECAO = 0
              PERFORM IMPRIME-NENHUM
           END-IF.

       IMPRIME-TITULO-SECAO.
           IF W-CONTLIN > 56
              PERFORM IMPRIME-CABECALHO
           END-IF
           WRITE PRINTF-R FROM W-LINHA-TIT AFTER 2
           ADD 2 TO W-CONTLIN
           IF W-LCO-TEXTO NOT = SPACES
              WRITE PRINTF-R FROM W-LINHA-COL AFTER 1
              ADD 1 TO W-CONTLIN
           END-IF.

       IMPRIME-NENHUM.
           PERFORM TESTA-QUEBRA-PAGINA
           MOVE SPACES TO PRINTF-R
           MOVE '  NENHUM REGISTRO' TO PRINTF-R
           WRITE PRINTF-R AFTER 1
           ADD 1 TO W-CONTLIN.

       EDITA-HORA.
           MOVE SPACES TO W-HORA-EDIT
           STRING W-HORA-AUX(1:2) ':' W-HORA-AUX(3:2)
                  DELIMITED BY SIZE INTO W-HORA-EDIT.

       TESTA-QUEBRA-PAGINA.
           IF W-CONTLIN > 60
              PERFORM IMPRIME-CABECALHO
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

           MOVE SPACES TO PRINTF-R
           STRING 'TITULAR: ' CLI-NOME ' CPF ' CLI-CPF
                  DELIMITED BY SIZE INTO PRINTF-R
           WRITE PRINTF-R AFTER 1

           MOVE SPACES TO PRINTF-R
           MOVE ALL '-' TO PRINTF-R(1:132)
           WRITE PRINTF-R AFTER 1

           MOVE 4 TO W-CONTLIN.

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

           MOVE SPACES TO W-REL-PARAM
           STRING 'CPF ' W-CPF-L ' PEDIDO ' W-PEDIDO-L
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
              MOVE 'PRJ-REL-TITU' TO ERRL-PROG
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
