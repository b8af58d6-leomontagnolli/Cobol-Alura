      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA PROPOSTA DE RENOVACAO DE BOLSA (DD
      *            BOLSPROP DO PROGCOB87 E DD BOLSDEC DO PROGCOB88),
      *            UM REGISTRO POR BOLSA DO CADASTRO SCHOLAR QUE
      *            VENCE ANTES DO PROXIMO CARNE: A BOLSA ATUAL, A
      *            MEDIA GERAL DO ANO AVALIADO (GRADE-HISTORY), O
      *            PERCENTUAL DE PRESENCA (ATTEND-MASTER), AS
      *            SUSPENSOES DO ANO (OCCURRENCE-REGISTER), A
      *            RECOMENDACAO COM O PERCENTUAL E A JANELA PROPOSTOS
      *            E A DECISAO DA SECRETARIA. A PROPOSTA SAI COM
      *            DECISAO P (PENDENTE); A SECRETARIA MARCA S
      *            (APROVADA, PODENDO AJUSTAR O PERCENTUAL PROPOSTO)
      *            OU N (NEGADA) E DEVOLVE O ARQUIVO COMO DECISOES.
      *            USAR COPY BOLSPROP REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MATRICULA     PIC 9(07).
           05 :PREFIXO:-MOTIVO        PIC X(15).
           05 :PREFIXO:-PCT-ATUAL     PIC 9(03).
           05 :PREFIXO:-VALIDADE-FIM  PIC 9(08).
           05 :PREFIXO:-MEDIA         PIC 9(02)V99.
           05 :PREFIXO:-PRESENCA      PIC 9(03)V99.
           05 :PREFIXO:-SUSPENSOES    PIC 9(02).
           05 :PREFIXO:-RECOMENDACAO  PIC X(01).
               88 :PREFIXO:-RENOVAR       VALUE 'R'.
               88 :PREFIXO:-REDUZIR       VALUE 'D'.
               88 :PREFIXO:-CANCELAR      VALUE 'C'.
               88 :PREFIXO:-ANALISAR      VALUE 'A'.
           05 :PREFIXO:-PCT-PROPOSTO  PIC 9(03).
           05 :PREFIXO:-NOVA-INI      PIC 9(08).
           05 :PREFIXO:-NOVA-FIM      PIC 9(08).
           05 :PREFIXO:-DECISAO       PIC X(01).
               88 :PREFIXO:-PENDENTE      VALUE 'P'.
               88 :PREFIXO:-APROVADA      VALUE 'S'.
               88 :PREFIXO:-NEGADA        VALUE 'N'.
