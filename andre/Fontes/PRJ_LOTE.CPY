       01  CONTROLE-LOTE EXTERNAL.
           | area comum da cadeia noturna (PRJ_NOTURNO_LOTE):
           | o controlador limpa antes de chamar cada passo e
           | o lote devolve aqui as quantidades e, se caiu em
           | ERRO-ARQUIVO, o arquivo e o status do erro
           03 LOTE-MODO                  PIC X(01).
              88 LOTE-NOTURNO            VALUE 'S' FALSE 'N'.
           03 LOTE-STATUS                PIC X(02).
           03 LOTE-ARQUIVO               PIC X(11).
           03 LOTE-QTD-LIDOS             PIC 9(09).
           03 LOTE-QTD-GRAVADOS          PIC 9(09).
