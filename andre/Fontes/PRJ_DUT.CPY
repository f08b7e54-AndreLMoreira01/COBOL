       01  AREA-DIA-UTIL.
           | area de troca com PRJ_DIA_UTIL. Dia util e o que nao
           | cai em sabado, domingo nem feriado do FERIADO.ARQ
           | valido para a cidade DUT-CID (nacional, estadual da
           | UF da cidade e municipal); DUT-CID zero so considera
           | os nacionais. Datas em aaaammdd.
           | DUT-PROXIMO-UTIL: DUT-DATA-I volta no primeiro dia
           | util a partir dela mesma e DUT-DIAS com os dias que
           | andou. DUT-CONTA-UTEIS: DUT-DIAS com os dias uteis
           | depois de DUT-DATA-I ate DUT-DATA-FIM-I inclusive
           03 DUT-FUNCAO                 PIC 9(01).
              88 DUT-PROXIMO-UTIL        VALUE 1.
              88 DUT-CONTA-UTEIS         VALUE 2.
           03 DUT-CID                    PIC 9(03).
           03 DUT-DATA-I                 PIC 9(08).
           03 DUT-DATA-FIM-I             PIC 9(08).
           03 DUT-DIAS                   PIC 9(05).
