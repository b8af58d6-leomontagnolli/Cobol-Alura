      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO REGISTRO DE OCORRENCIAS DISCIPLINARES
      *            (OCCURRENCE-REGISTER, DD OCORREG), SO ANEXADO,
      *            NUNCA REGRAVADO, NO LUGAR DO LIVRO DE PAPEL DA
      *            COORDENACAO: MATRICULA E TURMA DO ALUNO NA DATA,
      *            TIPO E GRAVIDADE, DESCRICAO, O USUARIO DO
      *            STAFF-ROSTER QUE RELATOU E A MEDIDA APLICADA --
      *            ADVERTENCIA OU SUSPENSAO COM PERIODO (OS DIAS DE
      *            SUSPENSAO VAO AO ATTEND-JOURNAL COMO TIPO S).
      *            GRAVADO PELO PROGCOB80 E CONTADO NA CAPTURA DO
      *            CONSELHO DE CLASSE (PROGCOB49).
      *            USAR COPY OCORREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MATRICULA     PIC 9(07).
           05 :PREFIXO:-TURMA         PIC X(06).
           05 :PREFIXO:-DATA          PIC 9(08).
           05 :PREFIXO:-DATA-GRUPO REDEFINES :PREFIXO:-DATA.
               10 :PREFIXO:-ANO       PIC 9(04).
               10 :PREFIXO:-MES       PIC 9(02).
               10 :PREFIXO:-DIA       PIC 9(02).
           05 :PREFIXO:-TIPO          PIC X(01).
               88 :PREFIXO:-INDISCIPLINA  VALUE 'I'.
               88 :PREFIXO:-AGRESSAO      VALUE 'A'.
               88 :PREFIXO:-DANO          VALUE 'D'.
               88 :PREFIXO:-BULLYING      VALUE 'B'.
               88 :PREFIXO:-OUTRA         VALUE 'O'.
               88 :PREFIXO:-TIPO-VALIDO   VALUES 'I' 'A' 'D' 'B' 'O'.
           05 :PREFIXO:-GRAVIDADE     PIC X(01).
               88 :PREFIXO:-LEVE          VALUE 'L'.
               88 :PREFIXO:-MEDIA         VALUE 'M'.
               88 :PREFIXO:-GRAVE         VALUE 'G'.
               88 :PREFIXO:-GRAVIDADE-VALIDA VALUES 'L' 'M' 'G'.
           05 :PREFIXO:-DESCRICAO     PIC X(60).
           05 :PREFIXO:-USUARIO       PIC X(20).
           05 :PREFIXO:-MEDIDA        PIC X(01).
               88 :PREFIXO:-SEM-MEDIDA    VALUE 'N'.
               88 :PREFIXO:-ADVERTENCIA   VALUE 'A'.
               88 :PREFIXO:-SUSPENSAO     VALUE 'S'.
               88 :PREFIXO:-MEDIDA-VALIDA VALUES 'N' 'A' 'S'.
           05 :PREFIXO:-SUSP-INICIO   PIC 9(08).
           05 :PREFIXO:-SUSP-FIM      PIC 9(08).
           05 :PREFIXO:-SUSP-DIAS     PIC 9(03).
