      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO CADASTRO DE ACORDOS DE PARCELAMENTO
      *            (AGREEMENT-MASTER, DD ACORDOS), CHAVEADO PELO
      *            NUMERO DO ACORDO (CONTROLE ACRDCTL): O ALUNO
      *            TITULAR QUE RECEBE AS NOVAS PARCELAS NO CARNE, A
      *            FAMILIA (ZEROS QUANDO O ACORDO E SO DO TITULAR),
      *            A DIVIDA RENEGOCIADA (PRINCIPAL DAS PARCELAS
      *            VENCIDAS MAIS MULTA E JUROS NA DATA DO ACORDO), AS
      *            PARCELAS DO ACORDO NO CARNE (NUMERO INICIAL E
      *            QUANTIDADE) E A SITUACAO: V = VIGENTE, L =
      *            LIQUIDADO, Q = QUEBRADO (PARCELA VENCIDA HA MAIS
      *            DIAS QUE O LIMITE DO ACRDPARM; O RESTANTE DO
      *            ACORDO VOLTA A SER DIVIDA VENCIDA). GRAVADO PELO
      *            PROGCOB81 E ATUALIZADO PELO PROGCOB82.
      *            USAR COPY ACRDREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-NUMERO          PIC 9(06).
           05 :PREFIXO:-MATRICULA       PIC 9(07).
           05 :PREFIXO:-FAMILIA         PIC 9(06).
           05 :PREFIXO:-DATA            PIC 9(08).
           05 :PREFIXO:-USUARIO         PIC X(20).
           05 :PREFIXO:-QTDE-ORIGINAIS  PIC 9(03).
           05 :PREFIXO:-VALOR-ORIGINAL  PIC 9(07)V99.
           05 :PREFIXO:-ENCARGOS        PIC 9(07)V99.
           05 :PREFIXO:-VALOR-TOTAL     PIC 9(07)V99.
           05 :PREFIXO:-QTDE-PARCELAS   PIC 9(02).
           05 :PREFIXO:-PARCELA-INICIAL PIC 9(02).
           05 :PREFIXO:-PRIMEIRO-VENC   PIC 9(08).
           05 :PREFIXO:-SITUACAO        PIC X(01).
               88 :PREFIXO:-VIGENTE         VALUE 'V'.
               88 :PREFIXO:-LIQUIDADO       VALUE 'L'.
               88 :PREFIXO:-QUEBRADO        VALUE 'Q'.
           05 :PREFIXO:-DATA-SITUACAO   PIC 9(08).
           05 :PREFIXO:-VALOR-REINTEGRADO PIC 9(07)V99.
