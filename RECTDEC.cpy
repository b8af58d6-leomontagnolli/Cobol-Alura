      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA FOLHA DE DECISOES DA RECERTIFICACAO
      *            TRIMESTRAL DE ACESSOS (DD RECTFOL / RECTDEC): O
      *            PROGCOB92 GRAVA UMA LINHA POR USUARIO DO
      *            STAFF-ROSTER (E POR PIN SEM CADASTRO, NIVEL 00)
      *            COM A DECISAO EM BRANCO; DEPOIS DA FOLHA IMPRESSA
      *            ASSINADA PELO DIRETOR, A OPERACAO PREENCHE C
      *            (CONFIRMA) OU R (REVOGA) E QUEM ASSINOU, E O
      *            PROGCOB93 CARREGA AS DECISOES. CICLO = ANO +
      *            TRIMESTRE (AAAAT).
      *            USAR COPY RECTDEC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CICLO         PIC 9(05).
           05 :PREFIXO:-USUARIO       PIC X(20).
           05 :PREFIXO:-NIVEL         PIC 9(02).
           05 :PREFIXO:-DECISAO       PIC X(01).
               88 :PREFIXO:-CONFIRMA      VALUE 'C'.
               88 :PREFIXO:-REVOGA        VALUE 'R'.
           05 :PREFIXO:-RESPONSAVEL   PIC X(20).
