      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO REGISTRO DE ACERTO FINANCEIRO DO ALUNO
      *            DESLIGADO (DD DESLREG), GRAVADO PELO PROGCOB83 E
      *            LEVADO PELO PROGCOB59 A EXPORTACAO CONTABIL: O
      *            MOTIVO E A DATA EFETIVA DA BAIXA, A DATA DO
      *            ACERTO, AS PARCELAS CANCELADAS E O VALOR QUE
      *            DEIXOU DE SER COBRADO (FUTURAS MAIS A DIFERENCA
      *            DO MES CORRENTE), O VALOR PROPORCIONAL DO MES DA
      *            SAIDA, O ESTORNO DE COBRANCA JA FATURADA
      *            (TRANSACAO E NO TUITTXN), O CREDITO DE PAGAMENTO
      *            ANTECIPADO A DEVOLVER A FAMILIA (TRANSACAO D) E O
      *            QUE AINDA FICA EM ABERTO DE PARCELAS JA VENCIDAS.
      *            USAR COPY DESLREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MATRICULA          PIC 9(07).
           05 :PREFIXO:-MOTIVO             PIC X(01).
               88 :PREFIXO:-DESISTENCIA        VALUE 'D'.
               88 :PREFIXO:-TRANSFERENCIA      VALUE 'T'.
           05 :PREFIXO:-DATA-EFETIVA       PIC 9(08).
           05 :PREFIXO:-DATA-ACERTO        PIC 9(08).
           05 :PREFIXO:-QTDE-CANCELADAS    PIC 9(02).
           05 :PREFIXO:-VALOR-CANCELADO    PIC 9(07)V99.
           05 :PREFIXO:-VALOR-PROPORCIONAL PIC 9(07)V99.
           05 :PREFIXO:-VALOR-ESTORNADO    PIC 9(07)V99.
           05 :PREFIXO:-VALOR-DEVOLVER     PIC 9(07)V99.
           05 :PREFIXO:-VALOR-EM-ABERTO    PIC 9(07)V99.
