      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DAS BAIXAS PENDENTES DE ACERTO FINANCEIRO
      *            (DD DESLSOL): O PROGCOB16 ANEXA UMA LINHA A CADA
      *            ALUNO ATIVO QUE PASSA A DESISTENTE OU TRANSFERIDO,
      *            COM O MOTIVO E A DATA EFETIVA DA BAIXA, E O
      *            PROGCOB83 FAZ O ACERTO DAS PARCELAS DO CARNE NO
      *            FECHAMENTO MENSAL (TUITBAT).
      *            USAR COPY DESLSOL REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MATRICULA     PIC 9(07).
           05 :PREFIXO:-MOTIVO        PIC X(01).
               88 :PREFIXO:-DESISTENCIA   VALUE 'D'.
               88 :PREFIXO:-TRANSFERENCIA VALUE 'T'.
           05 :PREFIXO:-DATA-EFETIVA  PIC 9(08).
