       01  AREA-SALDO-TANQUE.
           | area de troca com PRJ_TANQUE_SALDO: estoque escritural
           | do tanque da garagem ate TNS-DATA-I (aaaammdd), a
           | partir da ultima medicao (regua) e das entregas e
           | saidas da bomba posteriores a ela; TNS-CUSTO-MEDIO e
           | a media ponderada das entregas ate a data
           03 TNS-DATA-I                 PIC 9(08).
           03 TNS-ULT-MEDICAO            PIC 9(08).
           03 TNS-LIT-MEDIDOS            PIC 9(06)V99.
           03 TNS-LIT-ENTRADAS           PIC 9(07)V99.
           03 TNS-LIT-SAIDAS             PIC 9(07)V99.
           03 TNS-ESTOQUE                PIC S9(07)V99.
           03 TNS-CUSTO-MEDIO            PIC 9(03)V999.
