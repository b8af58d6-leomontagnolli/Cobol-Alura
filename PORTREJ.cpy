      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO ARQUIVO DE RECUSAS DEVOLVIDO PELO
      *            PORTAL DOS PAIS (DD PORTREJ): UMA LINHA POR
      *            REGISTRO DO EXTRATO PORTEXT (COPYBOOK PORTREC) QUE
      *            O PORTAL NAO ACEITOU, COM A SEQUENCIA DA REMESSA,
      *            A CHAVE E A ACAO DO REGISTRO RECUSADO E O MOTIVO.
      *            O PROGCOB04 DA NOITE SEGUINTE REENVIA O REGISTRO
      *            VIGENTE DA CHAVE MESMO SEM MUDANCA.
      *            USAR COPY PORTREJ REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-SEQUENCIA     PIC 9(06).
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-FAMILIA   PIC 9(06).
               10 :PREFIXO:-MATRICULA PIC 9(07).
               10 :PREFIXO:-TIPO      PIC X(01).
               10 :PREFIXO:-SUBCHAVE  PIC X(16).
           05 :PREFIXO:-ACAO          PIC X(01).
           05 :PREFIXO:-MOTIVO        PIC X(40).
