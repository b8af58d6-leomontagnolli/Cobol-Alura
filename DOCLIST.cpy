      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = AREA DEVOLVIDA PELA ROTINA COMUM DOCCHECK: OS
      *            DOCUMENTOS DA LISTA DOCREQ QUE SE APLICAM A TURMA
      *            DO ALUNO, CADA UM COM A MARCA DE OBRIGATORIO E A
      *            DATA DA ENTREGA (ZEROS = PENDENTE), MAIS A
      *            QUANTIDADE DE OBRIGATORIOS AINDA PENDENTES.
      *            USAR COPY DOCLIST REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-DOCUMENTOS.
           05 :PREFIXO:-QTDE-EXIGIDOS   PIC 9(02).
           05 :PREFIXO:-QTDE-PENDENTES  PIC 9(02).
           05 :PREFIXO:-DOC-ITEM OCCURS 20 TIMES.
               10 :PREFIXO:-DOC-CODIGO      PIC X(04).
               10 :PREFIXO:-DOC-DESCRICAO   PIC X(30).
               10 :PREFIXO:-DOC-OBRIGATORIO PIC X(01).
                   88 :PREFIXO:-DOC-EXIGIDO     VALUE 'S'.
               10 :PREFIXO:-DOC-ENTREGA     PIC 9(08).
