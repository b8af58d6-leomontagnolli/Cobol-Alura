      *            POSTA OPERACAO DE PERIODO ABERTO (FECHADO VAI
      *            PARA GRADE-REJECTS COM O MOTIVO). BIMESTRE SEM
      *            REGISTRO VALE COMO ABERTO, PARA O CONTROLE ENTRAR
      *            SEM TRAVAR O FLUXO EXISTENTE. AS DATAS DE INICIO E
      *            FIM DO BIMESTRE (AAAAMMDD, INFORMADAS NO PROGCOB42)
      *            DELIMITAM O ANO LETIVO NA CONFERENCIA DOS DIAS E
      *            HORAS LETIVOS (ROTINA LEGALCHK); LINHA NO FORMATO
      *            ANTIGO, SEM AS DATAS, VEM COM BRANCOS.
      *            USAR COPY PERCTL REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 01/09/2026
           05 :PREFIXO:-STATUS        PIC X(01).
               88 :PREFIXO:-ABERTO        VALUE 'A'.
               88 :PREFIXO:-FECHADO       VALUE 'F'.
           05 :PREFIXO:-DATA-INICIO   PIC 9(08).
           05 :PREFIXO:-DATA-FIM      PIC 9(08).
