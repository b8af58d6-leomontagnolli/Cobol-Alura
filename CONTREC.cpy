      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO REGISTRO DE CONTEUDO (CONTENT-LOG, DD
      *            CONTLOG): UMA LINHA POR AULA DADA DO QUADRO DE
      *            HORARIOS (TTBLREC), COM A DATA, TURMA, MATERIA E
      *            PERIODO, O USUARIO DE QUEM DEU A AULA, O TITULAR
      *            COBERTO (SO QUANDO FOI SUBSTITUICAO) E O CONTEUDO
      *            MINISTRADO. GRAVADO PELO PROGCOB67 JUNTO COM A
      *            CHAMADA, SO ANEXADO, E LIDO PELO PROGCOB69 PARA
      *            CONFERIR AS AULAS DADAS CONTRA A CARGA DA GRADE
      *            CURRICULAR (GRIDREC) -- E A PROVA PARA A
      *            FISCALIZACAO DE QUE A CARGA HORARIA ACONTECEU.
      *            USAR COPY CONTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-DATA          PIC 9(08).
           05 :PREFIXO:-TURMA         PIC X(06).
           05 :PREFIXO:-MATERIA       PIC X(10).
           05 :PREFIXO:-PERIODO       PIC 9(02).
           05 :PREFIXO:-USUARIO       PIC X(20).
           05 :PREFIXO:-TITULAR       PIC X(20).
           05 :PREFIXO:-CONTEUDO      PIC X(60).
