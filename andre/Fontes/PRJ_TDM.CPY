       01  AREA-TARIFA-DIN.
           | area de troca com PRJ_TARIFA_DIN: entra a partida
           | (linha, data ddmmaaaa, via, tipo), a lotacao da
           | partida e a tarifa ja calculada; volta a tarifa
           | ajustada pela regra da linha, o percentual e a
           | diferenca aplicados. Retorno 1 = linha sem regra
           | (a tarifa volta como entrou)
           03 TDM-RETORNO                PIC 9(01).
              88 TDM-OK                  VALUE 0.
              88 TDM-SEM-REGRA           VALUE 1.
           03 TDM-FRO                    PIC 9(03).
           03 TDM-DATA                   PIC 9(08).
           03 TDM-VIA                    PIC 9(01).
           03 TDM-TIPO                   PIC 9(02).
           03 TDM-CAPAC                  PIC 9(03).
           03 TDM-USU                    PIC X(10).
           03 TDM-TARIFA                 PIC 9(05)V99.
           03 TDM-OCUP-PERC              PIC 9(03).
           03 TDM-DIAS                   PIC 9(03).
           03 TDM-PERC                   PIC S9(03).
           03 TDM-VLR                    PIC S9(05)V99.
