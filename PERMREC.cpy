      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA MATRIZ DE PERMISSOES DO MENU DE SESSAO
      *            DO PROGCOB11 (PERMISSION-MASTER, VSAM KSDS). A
      *            CHAVE E NIVEL + USUARIO + CODIGO DA FUNCAO:
      *            USUARIO EM BRANCO E A REGRA DO NIVEL (VALE PARA
      *            TODOS OS USUARIOS DO STAFF-ROSTER COM AQUELE
      *            NIVEL); NIVEL 00 COM USUARIO PREENCHIDO E A
      *            EXCECAO INDIVIDUAL, QUE PREVALECE SOBRE A REGRA
      *            DO NIVEL TANTO PARA CONCEDER QUANTO PARA NEGAR.
      *            SITUACAO 'C' = CONCEDIDA, 'N' = NEGADA. OS
      *            CODIGOS DE FUNCAO SAO OS DO CATALOGO DA ROTINA
      *            COMUM PERMCHK. MANTIDA PELO PROGCOB89 E LISTADA
      *            PELO PROGCOB90.
      *            USAR COPY PERMREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-CHAVE.
               10 :PREFIXO:-NIVEL       PIC 9(02).
               10 :PREFIXO:-USUARIO     PIC X(20).
               10 :PREFIXO:-FUNCAO      PIC 9(02).
           05 :PREFIXO:-SITUACAO        PIC X(01).
               88 :PREFIXO:-CONCEDIDA       VALUE 'C'.
               88 :PREFIXO:-NEGADA          VALUE 'N'.
