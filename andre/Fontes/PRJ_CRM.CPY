       01  AREA-CARNE.
           | area de troca com PRJ_CARNE_MOV: C consulta o saldo
           | do cliente na linha para a data da viagem, D baixa
           | uma viagem para o bilhete e E devolve a viagem do
           | bilhete estornado. Retorno 1 = sem carne valido com
           | saldo, 2 = bilhete sem baixa de carne
           03 CRM-FUNCAO                 PIC X(01).
              88 CRM-CONSULTA            VALUE 'C'.
              88 CRM-DEBITA              VALUE 'D'.
              88 CRM-ESTORNA             VALUE 'E'.
           03 CRM-RETORNO                PIC 9(01).
              88 CRM-OK                  VALUE 0.
              88 CRM-SEM-SALDO           VALUE 1.
              88 CRM-SEM-USO             VALUE 2.
           03 CRM-CLI                    PIC 9(11).
           03 CRM-FRO                    PIC 9(03).
           03 CRM-DATA                   PIC 9(08).
           03 CRM-NMR                    PIC 9(16).
           03 CRM-USU                    PIC X(10).
           03 CRM-SALDO                  PIC 9(04).
           03 CRM-VALIDADE               PIC 9(08).
           03 CRM-VLR-VIAGEM             PIC 9(05)V99.
