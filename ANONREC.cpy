      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO LOG DE ANONIMIZACAO LGPD (DD ANONLOG),
      *            SO ANEXADO PELO LGPDANON: UMA LINHA POR REGISTRO
      *            QUE TEVE OS DADOS PESSOAIS APAGADOS, COM A DATA DA
      *            ANONIMIZACAO, O ARQUIVO (STUDMSTR, GUARDMST,
      *            FAMMSTR, SMJRNL, CANDMSTR OU REMATRIC), A CHAVE
      *            (MATRICULA, OU O ID DA FAMILIA NO FAMMSTR), O
      *            STATUS DO ALUNO QUE VENCEU
      *            A JANELA LEGAL, A DATA DE REFERENCIA (DATA DO
      *            STATUS NO CADASTRO; DATA DA LINHA NO DIARIO) E OS
      *            CAMPOS APAGADOS. E A PROVA DO QUE FOI ANONIMIZADO
      *            E QUANDO; O RELATORIO DO TITULAR (LGPDRPT) LISTA
      *            AS LINHAS DA MATRICULA.
      *            USAR COPY ANONREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-DATA            PIC 9(08).
           05 :PREFIXO:-ARQUIVO         PIC X(08).
               88 :PREFIXO:-ALUNO           VALUE 'STUDMSTR'.
               88 :PREFIXO:-RESPONSAVEL     VALUE 'GUARDMST'.
               88 :PREFIXO:-FAMILIA         VALUE 'FAMMSTR '.
               88 :PREFIXO:-DIARIO          VALUE 'SMJRNL  '.
               88 :PREFIXO:-CANDIDATO       VALUE 'CANDMSTR'.
               88 :PREFIXO:-REMATRICULA     VALUE 'REMATRIC'.
           05 :PREFIXO:-CHAVE           PIC 9(07).
           05 :PREFIXO:-STATUS          PIC X(01).
           05 :PREFIXO:-DATA-REFERENCIA PIC 9(08).
           05 :PREFIXO:-CAMPOS          PIC X(30).
