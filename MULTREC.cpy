      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DOS PARAMETROS DE ENCARGOS POR ATRASO DAS
      *            MENSALIDADES (LATE-FEE-PARAMETERS, DD MULTPARM), UM
      *            REGISTRO SO: O PERCENTUAL FIXO DA MULTA CONTRATUAL
      *            E O PERCENTUAL MENSAL DE JUROS DE MORA, COBRADO
      *            PRO RATA DIA (1/30 POR DIA CORRIDO) DEPOIS DO
      *            VENCIMENTO. O PROGCOB57 LEVA AS INSTRUCOES AO
      *            BOLETO NA REMESSA E O PROGCOB58 CALCULA OS
      *            ENCARGOS NA BAIXA DO RETORNO. SEM O ARQUIVO (OU
      *            COM CAMPO NAO NUMERICO) VALEM 2,00% DE MULTA E
      *            1,00% AO MES DE JUROS.
      *            USAR COPY MULTREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-PCT-MULTA     PIC 9(02)V99.
           05 :PREFIXO:-PCT-JUROS-MES PIC 9(02)V99.
