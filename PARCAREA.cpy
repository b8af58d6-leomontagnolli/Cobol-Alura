      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = NOMES DAS CINCO AREAS DE COMPETENCIA DO PARECER
      *            DESCRITIVO, NA MESMA ORDEM DOS CONCEITOS DO
      *            REGISTRO PARCREC, PARA QUE O LANCAMENTO (PROGCOB27)
      *            E O BOLETIM DESCRITIVO (PROGCOB12) PERGUNTEM E
      *            IMPRIMAM AS AREAS COM O MESMO NOME.
      * DATA = 15/10/2026
      *********************************
       01  WRK-AREAS-PARECER.
           05 FILLER PIC X(20) VALUE 'LINGUAGEM'.
           05 FILLER PIC X(20) VALUE 'MATEMATICA'.
           05 FILLER PIC X(20) VALUE 'NATUREZA E SOCIEDADE'.
           05 FILLER PIC X(20) VALUE 'CORPO E MOVIMENTO'.
           05 FILLER PIC X(20) VALUE 'CONVIVENCIA'.
       01  WRK-TABELA-AREAS REDEFINES WRK-AREAS-PARECER.
           05 WRK-AREA-NOME PIC X(20) OCCURS 5 TIMES.
