      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO MESTRE DE FREQUENCIA POR MATERIA
      *            (ATTEND-SUBJECT, DD ATTSUBJ), CHAVEADO POR
      *            MATRICULA + MATERIA: AULAS DADAS, FALTAS E O
      *            PERCENTUAL DE PRESENCA NA MATERIA, ACUMULADOS PELO
      *            PROGCOB68 A PARTIR DA CHAMADA POR AULA (CHAMREC).
      *            O PROGCOB09 REPROVA POR FALTA NA MATERIA O ALUNO
      *            ABAIXO DA FREQUENCIA MINIMA DE GRADE-PARAMETERS,
      *            ALEM DA CONFERENCIA DO DIA INTEIRO (ATTNREC).
      *            USAR COPY ATTSREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-MATRICULA  PIC 9(07).
               10 :PREFIXO:-MATERIA    PIC X(10).
           05 :PREFIXO:-TURMA          PIC X(06).
           05 :PREFIXO:-AULAS-DADAS    PIC 9(04).
           05 :PREFIXO:-FALTAS         PIC 9(04).
           05 :PREFIXO:-PCT-PRESENCA   PIC 9(03)V99.
