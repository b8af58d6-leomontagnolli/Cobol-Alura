      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DE AVALIACOES DO DIARIO DE
      *            CLASSE (ASSESSMENT-MASTER), MANTIDO PELO
      *            PROGCOB70: CADA PROVA, TRABALHO OU NOTA DE
      *            PARTICIPACAO DA TURMA/MATERIA NO BIMESTRE, COM O
      *            PESO PROPRIO NA NOTA DO BIMESTRE. CHAVE ANO +
      *            TURMA + MATERIA + BIMESTRE + SEQUENCIA (01 EM
      *            DIANTE DENTRO DO BIMESTRE). TIPO P=PROVA,
      *            T=TRABALHO, A=PARTICIPACAO.
      *            USAR COPY AVALREC REPLACING ==:PREFIXO:== BY ==xxx==
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
           05 :PREFIXO:-DESCRICAO       PIC X(30).
           05 :PREFIXO:-TIPO            PIC X(01).
               88 :PREFIXO:-PROVA           VALUE 'P'.
               88 :PREFIXO:-TRABALHO        VALUE 'T'.
               88 :PREFIXO:-PARTICIPACAO    VALUE 'A'.
           05 :PREFIXO:-PESO            PIC 9(02).
           05 :PREFIXO:-USUARIO         PIC X(20).
           05 :PREFIXO:-DATA            PIC 9(08).
