      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DAS SOLICITACOES DE DESLIGAMENTO DE
      *            PESSOAL (DD SAIDSOL): USUARIO QUE SAI DA ESCOLA,
      *            DATA EFETIVA DA SAIDA, QUEM PEDIU E O MOTIVO. O
      *            PROGCOB91 FAZ O DESLIGAMENTO NA PRIMEIRA CORRIDA A
      *            PARTIR DA DATA EFETIVA; ATE LA A LINHA FICA
      *            AGENDADA NO ARQUIVO.
      *            USAR COPY SAIDSOL REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-USUARIO       PIC X(20).
           05 :PREFIXO:-DATA-EFETIVA  PIC 9(08).
           05 :PREFIXO:-SOLICITANTE   PIC X(20).
           05 :PREFIXO:-MOTIVO        PIC X(30).
