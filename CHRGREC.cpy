      *            MENSAL DO PROGCOB66 (TRANSACAO C GRAVADA NO
      *            TUITTXN E PARCELA ELEGIVEL A REMESSA BANCARIA DO
      *            PROGCOB57), P = PAGA PELO RETORNO DO BANCO NO
      *            PROGCOB58, R = RENEGOCIADA (PARCELA VENCIDA
      *            SUBSTITUIDA POR UM ACORDO DE PARCELAMENTO DO
      *            PROGCOB81; NAO E PAGA, SAI DO SALDO PELA
      *            TRANSACAO R). O NUMERO DO ACORDO (ZEROS NA
      *            PARCELA COMUM) FICA NA PARCELA RENEGOCIADA E NAS
      *            PARCELAS DO PROPRIO ACORDO, QUE SEGUEM A-F-P COMO
      *            AS DEMAIS (COPYBOOK ACRDREC). X = CANCELADA PELO
      *            ACERTO DO ALUNO DESLIGADO (PROGCOB83): PARCELA DE
      *            MES POSTERIOR A SAIDA, FORA DA LIBERACAO, DA
      *            REMESSA E DO RETORNO.
      *            USAR COPY CHRGREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 01/09/2026
               88 :PREFIXO:-ABERTA        VALUE 'A'.
               88 :PREFIXO:-FATURADA      VALUE 'F'.
               88 :PREFIXO:-PAGA          VALUE 'P'.
               88 :PREFIXO:-RENEGOCIADA   VALUE 'R'.
               88 :PREFIXO:-CANCELADA     VALUE 'X'.
           05 :PREFIXO:-ACORDO        PIC 9(06).
