      *            NO RELATORIO DE CLASSIFICACAO. A CAPACIDADE DA
      *            SALA (LOTACAO MAXIMA DA SECAO) E USADA POR
      *            PROGCOB02 PARA DESVIAR PARA A LISTA DE ESPERA O
      *            ALUNO QUE NAO CABE NA TURMA. O TIPO DE AVALIACAO
      *            MARCA A TURMA DESCRITIVA (EDUCACAO INFANTIL E 1O/2O
      *            ANO, SEM NOTA 0 A 10): 'D' = PARECER DESCRITIVO
      *            (LANCADO NO PROGCOB27, IMPRESSO NO PROGCOB12 E
      *            FORA DA CLASSIFICACAO, RANKING E ANALISE);
      *            BRANCO = AVALIACAO POR NOTA. A SERIE FINAL
      *            ('S' NO 3O ANO DO MEDIO E NO 9O ANO) MARCA A TURMA
      *            CUJO ALUNO APROVADO E CONCLUIDO NA ROLAGEM DO
      *            PROGCOB40 EM VEZ DE PROCURAR O MAPA DE PROMOCAO.
      * DATA = 09/08/2026
      *********************************
       01  CLASS-REGISTRO.
           05 CLASS-CODIGO         PIC X(06).
           05 CLASS-DESCRICAO      PIC X(20).
           05 CLASS-CAPACIDADE     PIC 9(05).
           05 CLASS-TIPO-AVALIACAO PIC X(01).
               88 CLASS-DESCRITIVA     VALUE 'D'.
           05 CLASS-SERIE-FINAL    PIC X(01).
               88 CLASS-CONCLUINTE     VALUE 'S'.
