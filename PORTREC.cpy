      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT FIXO DO EXTRATO NOTURNO DO PORTAL DOS PAIS
      *            (DD PORTEXT, GRAVADO PELO PROGCOB04) E DA FOTO DO
      *            QUE O PORTAL JA RECEBEU (DD PORTSNAP/PORTNOVO).
      *            CHAVE FAMILIA (DO FAMXREF) + MATRICULA + TIPO +
      *            SUBCHAVE: TIPO A = DADOS DO ALUNO E FREQUENCIA,
      *            N = NOTAS DA MATERIA NO ANO (SUBCHAVE MATERIA),
      *            P = PARCELA EM ABERTO DO CARNE (SUBCHAVE PARCELA,
      *            NOSSO NUMERO = MATRICULA + PARCELA COMO NA
      *            REMESSA DO PROGCOB57), R = RECUPERACAO PENDENTE
      *            (SUBCHAVE DATA ORIGINAL + DATA DO RETESTE). ACAO
      *            I = INCLUSAO (OU REENVIO), A = ALTERACAO,
      *            E = EXCLUSAO; NA FOTO A ACAO FICA EM BRANCO. O
      *            PRIMEIRO REGISTRO E O HEADER (TIPO 0, CHAVE
      *            ZERADA) COM A DATA, A SEQUENCIA DA REMESSA E O
      *            TIPO DE CARGA (C = COMPLETA, D = SO AS MUDANCAS);
      *            O ULTIMO E O TRAILER (TIPO 9, CHAVE TODA EM 9)
      *            COM AS CONTAGENS POR TIPO, AS EXCLUSOES, O TOTAL
      *            DE DETALHES, A SOMA DOS VALORES DAS PARCELAS E A
      *            SOMA DAS MATRICULAS PARA O PORTAL CONFERIR.
      *            USAR COPY PORTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-FAMILIA     PIC 9(06).
               10 :PREFIXO:-MATRICULA   PIC 9(07).
               10 :PREFIXO:-TIPO        PIC X(01).
                   88 :PREFIXO:-HEADER       VALUE '0'.
                   88 :PREFIXO:-ALUNO        VALUE 'A'.
                   88 :PREFIXO:-NOTA         VALUE 'N'.
                   88 :PREFIXO:-PARCELA      VALUE 'P'.
                   88 :PREFIXO:-RECUPERACAO  VALUE 'R'.
                   88 :PREFIXO:-TRAILER      VALUE '9'.
               10 :PREFIXO:-SUBCHAVE    PIC X(16).
           05 :PREFIXO:-ACAO            PIC X(01).
               88 :PREFIXO:-INCLUSAO        VALUE 'I'.
               88 :PREFIXO:-ALTERACAO       VALUE 'A'.
               88 :PREFIXO:-EXCLUSAO        VALUE 'E'.
           05 :PREFIXO:-DADOS           PIC X(69).
           05 :PREFIXO:-DADOS-ALUNO REDEFINES :PREFIXO:-DADOS.
               10 :PREFIXO:-NOME         PIC X(20).
               10 :PREFIXO:-TURMA        PIC X(06).
               10 :PREFIXO:-PCT-PRESENCA PIC 9(03)V99.
               10 :PREFIXO:-DIAS-LETIVOS PIC 9(03).
               10 :PREFIXO:-FALTAS       PIC 9(03).
               10 FILLER                 PIC X(32).
           05 :PREFIXO:-DADOS-NOTA REDEFINES :PREFIXO:-DADOS.
               10 :PREFIXO:-BIMESTRE OCCURS 4 TIMES.
                   15 :PREFIXO:-NOTA-BIM     PIC 9(02)V99.
                   15 :PREFIXO:-TEM-NOTA-BIM PIC X(01).
               10 :PREFIXO:-MEDIA-ANUAL  PIC 9(02)V99.
               10 :PREFIXO:-TEM-MEDIA    PIC X(01).
               10 FILLER                 PIC X(44).
           05 :PREFIXO:-DADOS-PARCELA REDEFINES :PREFIXO:-DADOS.
               10 :PREFIXO:-NOSSO-NUMERO PIC 9(09).
               10 :PREFIXO:-VENCIMENTO   PIC 9(08).
               10 :PREFIXO:-VALOR        PIC 9(07)V99.
               10 :PREFIXO:-STATUS       PIC X(01).
               10 FILLER                 PIC X(42).
           05 :PREFIXO:-DADOS-RECUP REDEFINES :PREFIXO:-DADOS.
               10 :PREFIXO:-DATA-ORIGINAL  PIC 9(08).
               10 :PREFIXO:-MEDIA-ORIGINAL PIC 9(02)V9.
               10 :PREFIXO:-DATA-RETESTE   PIC 9(08).
               10 FILLER                   PIC X(50).
           05 :PREFIXO:-DADOS-HEADER REDEFINES :PREFIXO:-DADOS.
               10 :PREFIXO:-DATA-REMESSA PIC 9(08).
               10 :PREFIXO:-SEQUENCIA    PIC 9(06).
               10 :PREFIXO:-CARGA        PIC X(01).
                   88 :PREFIXO:-CARGA-COMPLETA VALUE 'C'.
                   88 :PREFIXO:-CARGA-DELTA    VALUE 'D'.
               10 :PREFIXO:-ORIGEM       PIC X(10).
               10 FILLER                 PIC X(44).
           05 :PREFIXO:-DADOS-TRAILER REDEFINES :PREFIXO:-DADOS.
               10 :PREFIXO:-QTDE-ALUNOS    PIC 9(07).
               10 :PREFIXO:-QTDE-NOTAS     PIC 9(07).
               10 :PREFIXO:-QTDE-PARCELAS  PIC 9(07).
               10 :PREFIXO:-QTDE-RECUP     PIC 9(07).
               10 :PREFIXO:-QTDE-EXCLUSOES PIC 9(07).
               10 :PREFIXO:-QTDE-DETALHES  PIC 9(07).
               10 :PREFIXO:-SOMA-VALORES   PIC 9(11)V99.
               10 :PREFIXO:-SOMA-MATRICULAS PIC 9(13).
               10 FILLER                   PIC X(01).
