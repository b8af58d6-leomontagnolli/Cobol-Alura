      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DE PARECERES DESCRITIVOS
      *            (PARECER, DD PARECER) DAS TURMAS MARCADAS COMO
      *            DESCRITIVAS EM CLASS-MASTER (EDUCACAO INFANTIL E
      *            1O/2O ANO), QUE NAO RECEBEM NOTA 0 A 10. CHAVE ANO
      *            + MATRICULA + BIMESTRE + MATERIA, UM REGISTRO POR
      *            BIMESTRE E MATERIA, GRAVADO (OU REGRAVADO) PELO
      *            PROFESSOR NO PROGCOB27 E IMPRESSO NO BOLETIM
      *            DESCRITIVO DO PROGCOB12. CONCEITO POR AREA DE
      *            COMPETENCIA (NOMES NO COPYBOOK PARCAREA, MESMA
      *            ORDEM): A=ATINGIDO, P=EM PROCESSO, N=NAO ATINGIDO.
      *            ATE TRES LINHAS DE COMENTARIO LIVRE.
      *            USAR COPY PARCREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-ANO         PIC 9(04).
               10 :PREFIXO:-MATRICULA   PIC 9(07).
               10 :PREFIXO:-BIMESTRE    PIC 9(01).
               10 :PREFIXO:-MATERIA     PIC X(10).
           05 :PREFIXO:-TURMA           PIC X(06).
           05 :PREFIXO:-CONCEITO        PIC X(01) OCCURS 5 TIMES.
           05 :PREFIXO:-COMENTARIO      PIC X(60) OCCURS 3 TIMES.
           05 :PREFIXO:-USUARIO         PIC X(20).
           05 :PREFIXO:-DATA            PIC 9(08).
