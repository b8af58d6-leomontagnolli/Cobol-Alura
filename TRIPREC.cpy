      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DE SAIDAS PEDAGOGICAS
      *            (EXCURSOES, DD EXCURSAO), MANTIDO PELA COORDENACAO:
      *            UMA LINHA POR DIA DE SAIDA E POR TURMA, COM A
      *            MATRICULA QUANDO SO ALGUNS ALUNOS VAO (MATRICULA
      *            ZERADA = A TURMA INTEIRA) E O DESTINO. ALUNO EM
      *            SAIDA PEDAGOGICA NAO PASSA NA CATRACA E O PROGCOB01
      *            NAO AVISA O RESPONSAVEL DE AUSENCIA NESSE DIA.
      *            USAR COPY TRIPREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-DATA          PIC 9(08).
           05 :PREFIXO:-TURMA         PIC X(06).
           05 :PREFIXO:-MATRICULA     PIC 9(07).
           05 :PREFIXO:-DESTINO       PIC X(30).
