      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DOS PARAMETROS DOS ACORDOS DE PARCELAMENTO
      *            (DD ACRDPARM), UM REGISTRO SO: O MAXIMO DE
      *            PARCELAS ACEITO NUM ACORDO (PROGCOB81) E QUANTOS
      *            DIAS UMA PARCELA DO ACORDO PODE FICAR VENCIDA SEM
      *            PAGAMENTO ANTES DE O ACORDO SER DADO COMO QUEBRADO
      *            (PROGCOB82). SEM O ARQUIVO (OU COM CAMPO NAO
      *            NUMERICO) VALEM 12 PARCELAS E 30 DIAS.
      *            USAR COPY ACRDPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MAX-PARCELAS  PIC 9(02).
           05 :PREFIXO:-DIAS-QUEBRA   PIC 9(03).
