      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DAS NOTAS POR AVALIACAO DO DIARIO DE
      *            CLASSE (ASSESSMENT-MARKS), MANTIDO PELO PROGCOB70:
      *            A NOTA DE UM ALUNO EM UMA AVALIACAO DO CADASTRO
      *            AVALREC (MESMA CHAVE DA AVALIACAO + MATRICULA),
      *            NA FAIXA 00,00 A 10,00, COM O USUARIO E A DATA DO
      *            ULTIMO LANCAMENTO. A NOTA DO BIMESTRE QUE VAI AO
      *            GRADEBT6 E A MEDIA DESTAS NOTAS PONDERADA PELO
      *            PESO DE CADA AVALIACAO.
      *            USAR COPY AVNTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-ANO         PIC 9(04).
               10 :PREFIXO:-TURMA       PIC X(06).
               10 :PREFIXO:-MATERIA     PIC X(10).
               10 :PREFIXO:-BIMESTRE    PIC 9(01).
               10 :PREFIXO:-SEQUENCIA   PIC 9(02).
               10 :PREFIXO:-MATRICULA   PIC 9(07).
           05 :PREFIXO:-NOTA            PIC 9(02)V99.
           05 :PREFIXO:-USUARIO         PIC X(20).
           05 :PREFIXO:-DATA            PIC 9(08).
