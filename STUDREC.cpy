      *            GRAVADO COMO ATIVO PELO INTAKE E MANTIDO PELO
      *            PROGRAMA DE BAIXAS (PROGCOB16), PARA QUE ALUNO
      *            DESLIGADO NO MEIO DO ANO SAIA DOS RELATORIOS.
      *            O STATUS CONCLUIDO (COM A DATA DE CONCLUSAO) E
      *            GRAVADO PELA ROLAGEM DO PROGCOB40 NO ALUNO
      *            APROVADO NA TURMA DE SERIE FINAL.
      *            USAR COPY STUDREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 09/08/2026
               88 :PREFIXO:-ATIVO        VALUE 'A'.
               88 :PREFIXO:-DESISTENTE   VALUE 'D'.
               88 :PREFIXO:-TRANSFERIDO  VALUE 'T'.
               88 :PREFIXO:-CONCLUIDO    VALUE 'C'.
           05 :PREFIXO:-DATA-STATUS.
               10 :PREFIXO:-STAT-ANO  PIC 9(04).
               10 :PREFIXO:-STAT-MES  PIC 9(02).
