      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DE DEPENDENCIAS (PROGRESSAO
      *            PARCIAL, DEPENDENCY-MASTER, DD DEPMSTR): CADA
      *            MATERIA EM QUE O ALUNO FICOU ABAIXO DO CORTE E
      *            MESMO ASSIM FOI PROMOVIDO PELA ROLAGEM DO
      *            PROGCOB40 (ATE O LIMITE MAX-DEPENDENCIAS DO
      *            GRDPARM DA TURMA). CHAVE MATRICULA + MATERIA +
      *            ANO DE ORIGEM. STATUS A=ABERTA (CURSANDO NO ANO
      *            SEGUINTE, OU REPROVADA DE NOVO) E C=CUMPRIDA; A
      *            NOTA DA DEPENDENCIA E LANCADA PELO PROGCOB72.
      *            DEPENDENCIA ABERTA DE ANO ANTERIOR RETEM O ALUNO
      *            NA ROLAGEM SEGUINTE; BOLETIM (PROGCOB12) E
      *            HISTORICO ESCOLAR (PROGCOB21) IMPRIMEM O BLOCO.
      *            USAR COPY DEPREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-MATRICULA   PIC 9(07).
               10 :PREFIXO:-MATERIA     PIC X(10).
               10 :PREFIXO:-ANO-ORIGEM  PIC 9(04).
           05 :PREFIXO:-TURMA-ORIGEM    PIC X(06).
           05 :PREFIXO:-STATUS          PIC X(01).
               88 :PREFIXO:-ABERTA          VALUE 'A'.
               88 :PREFIXO:-CUMPRIDA        VALUE 'C'.
           05 :PREFIXO:-MEDIA-ORIGEM    PIC S9(04)V99.
           05 :PREFIXO:-NOTA            PIC 9(02)V99.
           05 :PREFIXO:-DATA-NOTA       PIC 9(08).
           05 :PREFIXO:-USUARIO         PIC X(20).
