      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CONTROLE DE DOCUMENTOS ENTREGUES
      *            (DOC-TRACKING, DD DOCTRACK), CHAVEADO POR
      *            MATRICULA + CODIGO DO DOCUMENTO DA LISTA DOCREQ:
      *            UM REGISTRO POR DOCUMENTO RECEBIDO, COM A DATA DA
      *            ENTREGA E O USUARIO QUE REGISTROU (PROGCOB78).
      *            DOCUMENTO SEM REGISTRO ESTA PENDENTE.
      *            USAR COPY DOCTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-MATRICULA   PIC 9(07).
               10 :PREFIXO:-DOCUMENTO   PIC X(04).
           05 :PREFIXO:-DATA-ENTREGA    PIC 9(08).
           05 :PREFIXO:-USUARIO         PIC X(20).
