      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT FIXO DA EXTRACAO DO EXTRATO MENSAL POR
      *            FAMILIA PARA A SALA DE EXPEDICAO (DD FAMEXT,
      *            GRAVADO PELO PROGCOB84), UM REGISTRO POR FAMILIA
      *            COM EXTRATO EMITIDO: O RESPONSAVEL E O ENDERECO DO
      *            FAMILY-MASTER PARA O ENVELOPE, A COMPETENCIA
      *            AAAAMM DO EXTRATO, QUANTOS ALUNOS E PARCELAS O
      *            EXTRATO IMPRESSO LISTA E OS TOTAIS PAGO NO
      *            PERIODO, EM ABERTO (PARCELAS AGENDADAS E
      *            FATURADAS) E VENCIDO (EM ABERTO COM VENCIMENTO
      *            ANTERIOR A DATA DA EMISSAO).
      *            USAR COPY FEXTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-FAMILIA       PIC 9(06).
           05 :PREFIXO:-COMPETENCIA   PIC 9(06).
           05 :PREFIXO:-RESPONSAVEL   PIC X(30).
           05 :PREFIXO:-ENDERECO1     PIC X(30).
           05 :PREFIXO:-ENDERECO2     PIC X(30).
           05 :PREFIXO:-TELEFONE      PIC X(15).
           05 :PREFIXO:-QTDE-ALUNOS   PIC 9(02).
           05 :PREFIXO:-QTDE-PARCELAS PIC 9(03).
           05 :PREFIXO:-TOTAL-PAGO    PIC 9(07)V99.
           05 :PREFIXO:-TOTAL-ABERTO  PIC 9(07)V99.
           05 :PREFIXO:-TOTAL-VENCIDO PIC 9(07)V99.
           05 FILLER                  PIC X(01).
