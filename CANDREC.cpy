      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DE CANDIDATOS DO PROCESSO
      *            SELETIVO (APPLICANT-MASTER, DD CANDMSTR), CHAVEADO
      *            POR ANO DO PROCESSO + NUMERO DE INSCRICAO. O MESMO
      *            LAYOUT E O DA INSCRICAO EM LOTE (CANDINT) CARREGADA
      *            PELO PROGCOB76: DADOS DO CANDIDATO, TRILHA (B =
      *            BOLSA, M = ENSINO MEDIO), TURMA PRETENDIDA, NOTAS
      *            DA PROVA POR AREA (PORTUGUES, MATEMATICA, CIENCIAS
      *            E REDACAO, TAMBEM VISTAS COMO TABELA) E A MATRICULA
      *            DO IRMAO DECLARADO, DA QUAL O PROGCOB76 APURA O
      *            FLAG DE IRMAO PELO CADASTRO DE FAMILIAS. O
      *            PROGCOB77 GRAVA A MEDIA PONDERADA, A CLASSIFICACAO
      *            NA TURMA, A SITUACAO (I = INSCRITO, A = APROVADO,
      *            R = ABAIXO DA NOTA MINIMA, D = DESCLASSIFICADO POR
      *            AUSENCIA) E, NO APROVADO, A MATRICULA ATRIBUIDA E
      *            A DATA EM QUE ENTROU NA LISTA DE ESPERA.
      *            USAR COPY CANDREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-ANO         PIC 9(04).
               10 :PREFIXO:-INSCRICAO   PIC 9(05).
           05 :PREFIXO:-NOME            PIC X(20).
           05 :PREFIXO:-NASCIMENTO      PIC 9(08).
           05 :PREFIXO:-TRILHA          PIC X(01).
               88 :PREFIXO:-TRILHA-BOLSA    VALUE 'B'.
               88 :PREFIXO:-TRILHA-MEDIO    VALUE 'M'.
           05 :PREFIXO:-TURMA           PIC X(06).
           05 :PREFIXO:-MATRICULA-IRMAO PIC 9(07).
           05 :PREFIXO:-IRMAO           PIC X(01).
               88 :PREFIXO:-COM-IRMAO       VALUE 'S'.
           05 :PREFIXO:-NOTAS.
               10 :PREFIXO:-NOTA-PORTUGUES  PIC 9(02)V99.
               10 :PREFIXO:-NOTA-MATEMATICA PIC 9(02)V99.
               10 :PREFIXO:-NOTA-CIENCIAS   PIC 9(02)V99.
               10 :PREFIXO:-NOTA-REDACAO    PIC 9(02)V99.
           05 :PREFIXO:-NOTAS-TABELA REDEFINES :PREFIXO:-NOTAS.
               10 :PREFIXO:-NOTA-AREA       PIC 9(02)V99
                       OCCURS 4 TIMES.
           05 :PREFIXO:-AUSENTE         PIC X(01).
               88 :PREFIXO:-FALTOU          VALUE 'S'.
           05 :PREFIXO:-MEDIA           PIC 9(02)V99.
           05 :PREFIXO:-CLASSIFICACAO   PIC 9(04).
           05 :PREFIXO:-SITUACAO        PIC X(01).
               88 :PREFIXO:-INSCRITO        VALUE 'I'.
               88 :PREFIXO:-APROVADO        VALUE 'A'.
               88 :PREFIXO:-ABAIXO-MINIMO   VALUE 'R'.
               88 :PREFIXO:-DESCLASSIFICADO VALUE 'D'.
           05 :PREFIXO:-MATRICULA       PIC 9(07).
           05 :PREFIXO:-DATA-ESPERA     PIC 9(08).
