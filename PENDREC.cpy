      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DA FILA DE ALTERACOES PENDENTES
      *            (CHANGE-QUEUE, DD PENDALT), CHAVEADA PELO NUMERO DO
      *            PEDIDO (GRAVADO PELA ROTINA COMUM PENDGRV). TODA
      *            ALTERACAO DE PARAMETRO DE NOTA (PROGCOB43), DO
      *            CALENDARIO DE FERIADOS (PROGCOB41) E TODA CORRECAO
      *            DE NOTA DO GRADECOR (PROGCOB18) ENTRA AQUI PENDENTE
      *            E SO VALE DEPOIS DE APROVADA NO PROGCOB95 POR UM
      *            SEGUNDO ADM OU COORDENADOR, DIFERENTE DO
      *            SOLICITANTE. TIPO: P = PARAMETRO (IMAGENS GRDPARM),
      *            C = CALENDARIO (IMAGENS CALREC), N = CORRECAO DE
      *            NOTA (IMAGENS DA TRANSACAO GRADECOR; NO ANTES O
      *            RESULTADO E O VALOR ORIGINAL DO HISTORICO). ACAO:
      *            INCLUSAO / ALTERACA / REMOCAO / CORRECAO. IMAGEM EM
      *            BRANCO = NAO HAVIA (INCLUSAO) OU NAO HAVERA
      *            (REMOCAO). SITUACAO: P = PENDENTE, A = APROVADA
      *            (CORRECAO AGUARDANDO A PROXIMA CORRIDA DO
      *            PROGCOB18), T = APLICADA, R = REJEITADA, E =
      *            EXPIRADA SEM DECISAO (PROGCOB96), X = APROVADA MAS
      *            NAO APLICADA PORQUE O REGISTRO MUDOU DEPOIS DO
      *            PEDIDO (MOTIVO EM OBSERVACAO).
      *            USAR COPY PENDREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-NUMERO          PIC 9(06).
           05 :PREFIXO:-TIPO            PIC X(01).
               88 :PREFIXO:-PARAMETRO       VALUE 'P'.
               88 :PREFIXO:-CALENDARIO      VALUE 'C'.
               88 :PREFIXO:-CORRECAO        VALUE 'N'.
           05 :PREFIXO:-ACAO            PIC X(08).
           05 :PREFIXO:-SITUACAO        PIC X(01).
               88 :PREFIXO:-PENDENTE        VALUE 'P'.
               88 :PREFIXO:-APROVADA        VALUE 'A'.
               88 :PREFIXO:-APLICADA        VALUE 'T'.
               88 :PREFIXO:-REJEITADA       VALUE 'R'.
               88 :PREFIXO:-EXPIRADA        VALUE 'E'.
               88 :PREFIXO:-NAO-APLICADA    VALUE 'X'.
           05 :PREFIXO:-SOLICITANTE     PIC X(20).
           05 :PREFIXO:-DATA-PEDIDO     PIC 9(08).
           05 :PREFIXO:-APROVADOR       PIC X(20).
           05 :PREFIXO:-DATA-DECISAO    PIC 9(08).
           05 :PREFIXO:-ANTES           PIC X(60).
           05 :PREFIXO:-DEPOIS          PIC X(60).
           05 :PREFIXO:-OBSERVACAO      PIC X(40).
