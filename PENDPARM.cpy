      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO PARAMETRO DA FILA DE ALTERACOES
      *            PENDENTES (DD PENDPARM, UM REGISTRO): DIAS QUE UM
      *            PEDIDO PODE FICAR SEM DECISAO ANTES DE EXPIRAR.
      *            SEM O ARQUIVO (OU COM CAMPO NAO NUMERICO OU
      *            ZERADO) O PROGCOB95 E O PROGCOB96 USAM 7 DIAS.
      *            USAR COPY PENDPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-DIAS-EXPIRAR  PIC 9(03).
