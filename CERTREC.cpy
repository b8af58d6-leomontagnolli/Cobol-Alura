      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO REGISTRO DE CERTIFICADOS DE CONCLUSAO
      *            (CERTIFICATE-REGISTRY, DD CERTREG): UMA LINHA POR
      *            ALUNO CONCLUIDO NA ROLAGEM DO PROGCOB40, COM O
      *            NUMERO SEQUENCIAL DO CERTIFICADO (CONTROLE
      *            CERTCTL, MESMA NUMERACAO DO TRANSCRIPT-CONTROL DO
      *            PROGCOB21), O ANO DE CONCLUSAO, A TURMA E A
      *            SERIE (DESCRICAO DO CLASS-MASTER) CONCLUIDAS E SE
      *            A APROVACAO VEIO DAS MEDIAS OU DO CONSELHO DE
      *            CLASSE. O PROGCOB73 IMPRIME O LIVRO DE REGISTRO
      *            DO ANO E OS CERTIFICADOS A PARTIR DESTE ARQUIVO.
      *            USAR COPY CERTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-NUMERO          PIC 9(06).
           05 :PREFIXO:-ANO             PIC 9(04).
           05 :PREFIXO:-MATRICULA       PIC 9(07).
           05 :PREFIXO:-NOME            PIC X(20).
           05 :PREFIXO:-NASCIMENTO      PIC 9(08).
           05 :PREFIXO:-TURMA           PIC X(06).
           05 :PREFIXO:-SERIE           PIC X(20).
           05 :PREFIXO:-DATA-CONCLUSAO  PIC 9(08).
           05 :PREFIXO:-ORIGEM          PIC X(15).
