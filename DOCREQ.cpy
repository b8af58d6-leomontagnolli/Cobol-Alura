      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA LISTA DE DOCUMENTOS EXIGIDOS NA
      *            MATRICULA (ARQUIVO DOCREQ, UMA LINHA POR
      *            DOCUMENTO E NIVEL). NIVEL E O INICIO DO CODIGO DA
      *            TURMA A QUE A EXIGENCIA SE APLICA -- POSICAO EM
      *            BRANCO VALE QUALQUER CARACTER, ENTAO '1' PEGA AS
      *            TURMAS 1A, 1B... E NIVEL TODO EM BRANCO VALE PARA
      *            A ESCOLA INTEIRA. OBRIGATORIO = 'S' ENTRA NO
      *            RELATORIO DE PENDENCIAS E FAZ A DECLARACAO E O
      *            HISTORICO AVISAREM ANTES DE EMITIR; 'N' E SO
      *            ACOMPANHADO. LIDO PELA ROTINA COMUM DOCCHECK.
      *            USAR COPY DOCREQ REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-NIVEL           PIC X(06).
           05 :PREFIXO:-DOCUMENTO       PIC X(04).
           05 :PREFIXO:-DESCRICAO       PIC X(30).
           05 :PREFIXO:-OBRIGATORIO     PIC X(01).
               88 :PREFIXO:-EXIGIDO         VALUE 'S'.
