       01  AREA-ENDERECO.
           | area de troca com PRJ_ENDERECO: M monta a linha
           | livre (CLI-END) a partir das partes, S separa uma
           | linha livre nas partes e C completa as partes pelo
           | CEP do CEP.ARQ. Retorno 1 = nao separou / CEP nao
           | cadastrado, com o motivo em ENDR-MOTIVO
           03 ENDR-FUNCAO                PIC X(01).
              88 ENDR-MONTA              VALUE 'M'.
              88 ENDR-SEPARA             VALUE 'S'.
              88 ENDR-BUSCA-CEP          VALUE 'C'.
           03 ENDR-RETORNO               PIC 9(01).
              88 ENDR-OK                 VALUE 0.
              88 ENDR-FALHOU             VALUE 1.
           03 ENDR-LIVRE                 PIC X(100).
           03 ENDR-LOGRADOURO            PIC X(60).
           03 ENDR-NUMERO                PIC X(10).
           03 ENDR-COMPLEMENTO           PIC X(30).
           03 ENDR-BAIRRO                PIC X(40).
           03 ENDR-CIDADE                PIC X(40).
           03 ENDR-UF                    PIC X(02).
           03 ENDR-CEP                   PIC 9(08).
           03 ENDR-MOTIVO                PIC X(40).
