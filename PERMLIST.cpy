      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = AREA DEVOLVIDA PELA ROTINA COMUM PERMCHK: O
      *            CATALOGO INTEIRO DE FUNCOES DO MENU DE SESSAO
      *            (CODIGO, DESCRICAO, PROGRAMA CHAMADO E O
      *            RESULTADO GRAVADO NO AUDIT-LOG), CADA UMA COM A
      *            DECISAO PARA O NIVEL E O USUARIO INFORMADOS
      *            ('S' = CONCEDIDA) E A ORIGEM DA DECISAO: 'U' =
      *            EXCECAO DO USUARIO, 'N' = REGRA DO NIVEL, 'P' =
      *            MATRIZ PADRAO (PERMISSION-MASTER VAZIO OU
      *            AUSENTE). PROGRAMA EM BRANCO E FUNCAO EXECUTADA
      *            PELO PROPRIO PROGCOB11.
      *            USAR COPY PERMLIST REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-PERMISSOES.
           05 :PREFIXO:-MATRIZ-PADRAO   PIC X(01).
               88 :PREFIXO:-SEM-MATRIZ      VALUE 'S'.
           05 :PREFIXO:-QTDE-FUNCOES    PIC 9(02).
           05 :PREFIXO:-QTDE-CONCEDIDAS PIC 9(02).
           05 :PREFIXO:-FUN-ITEM OCCURS 30 TIMES
                   INDEXED BY :PREFIXO:-IDX-FUN.
               10 :PREFIXO:-FUN-CODIGO      PIC 9(02).
               10 :PREFIXO:-FUN-DESCRICAO   PIC X(30).
               10 :PREFIXO:-FUN-PROGRAMA    PIC X(09).
               10 :PREFIXO:-FUN-AUDITORIA   PIC X(15).
               10 :PREFIXO:-FUN-SITUACAO    PIC X(01).
                   88 :PREFIXO:-FUN-CONCEDIDA   VALUE 'S'.
               10 :PREFIXO:-FUN-ORIGEM      PIC X(01).
                   88 :PREFIXO:-FUN-EXCECAO     VALUE 'U'.
