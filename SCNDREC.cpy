      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO PEDIDO DE SEGUNDA CHAMADA (SECOND-CALL),
      *            MANTIDO PELO PROGCOB71: A AVALIACAO PERDIDA DO
      *            DIARIO DE CLASSE (CHAVE DO AVALREC), A DATA DA
      *            PROVA E O MOTIVO DA FALTA ABONADA ACHADA NO
      *            ATTEND-JOURNAL (LINHA TIPO J DO PROGCOB46).
      *            STATUS A=AGENDADA (COM A DATA DA SEGUNDA CHAMADA
      *            EM DIA LETIVO), R=RECUSADA (SEM FALTA ABONADA OU
      *            OUTRO MOTIVO NA OBSERVACAO, LISTADA PARA A
      *            COORDENACAO), C=CONCLUIDA (NOTA LANCADA NO
      *            DIARIO NO LUGAR DA NOTA QUE FALTAVA).
      *            USAR COPY SCNDREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-NUMERO          PIC 9(06).
           05 :PREFIXO:-MATRICULA       PIC 9(07).
           05 :PREFIXO:-AVALIACAO.
               10 :PREFIXO:-ANO         PIC 9(04).
               10 :PREFIXO:-TURMA       PIC X(06).
               10 :PREFIXO:-MATERIA     PIC X(10).
               10 :PREFIXO:-BIMESTRE    PIC 9(01).
               10 :PREFIXO:-SEQUENCIA   PIC 9(02).
           05 :PREFIXO:-DATA-PROVA      PIC 9(08).
           05 :PREFIXO:-DATA-PEDIDO     PIC 9(08).
           05 :PREFIXO:-MOTIVO-FALTA    PIC X(10).
           05 :PREFIXO:-STATUS          PIC X(01).
               88 :PREFIXO:-AGENDADA        VALUE 'A'.
               88 :PREFIXO:-RECUSADA        VALUE 'R'.
               88 :PREFIXO:-CONCLUIDA       VALUE 'C'.
           05 :PREFIXO:-OBSERVACAO      PIC X(20).
           05 :PREFIXO:-DATA-SEGUNDA    PIC 9(08).
           05 :PREFIXO:-NOTA            PIC 9(02)V99.
           05 :PREFIXO:-DATA-NOTA       PIC 9(08).
