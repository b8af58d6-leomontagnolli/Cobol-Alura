      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA LINHA DE CHAMADA POR AULA (ROLL-CALL,
      *            DD CHAMADA): UMA LINHA POR ALUNO ATIVO DA TURMA EM
      *            CADA AULA DO QUADRO DE HORARIOS (TTBLREC), COM A
      *            MATERIA E O PERIODO DA AULA, A PRESENCA (P) OU
      *            FALTA (F) E O USUARIO DO PROFESSOR QUE FEZ A
      *            CHAMADA. GRAVADA PELO PROGCOB67 NA SALA E APLICADA
      *            NA NOITE PELO PROGCOB68 AO MESTRE DE FREQUENCIA
      *            POR MATERIA (ATTSREC).
      *            USAR COPY CHAMREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-DATA          PIC 9(08).
           05 :PREFIXO:-TURMA         PIC X(06).
           05 :PREFIXO:-MATERIA       PIC X(10).
           05 :PREFIXO:-PERIODO       PIC 9(02).
           05 :PREFIXO:-MATRICULA     PIC 9(07).
           05 :PREFIXO:-PRESENCA      PIC X(01).
               88 :PREFIXO:-PRESENTE     VALUE 'P'.
               88 :PREFIXO:-AUSENTE      VALUE 'F'.
           05 :PREFIXO:-USUARIO       PIC X(20).
