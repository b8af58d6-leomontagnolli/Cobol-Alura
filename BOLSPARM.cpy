      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DOS CRITERIOS DE RENOVACAO DE BOLSA
      *            (DD BOLSPARM), UM REGISTRO POR MOTIVO DE BOLSA DO
      *            CADASTRO SCHOLAR (SCHLREC): MEDIA GERAL DO ANO E
      *            PERCENTUAL DE PRESENCA MINIMOS PARA RENOVAR, A
      *            MEDIA ABAIXO DA QUAL A BOLSA E CANCELADA EM VEZ DE
      *            REDUZIDA, QUANTOS PONTOS PERCENTUAIS A REDUCAO
      *            TIRA E SE SUSPENSAO DISCIPLINAR NO ANO CANCELA.
      *            MEDIA OU PRESENCA ZERADA = CRITERIO NAO EXIGIDO.
      *            LIDO PELO PROGCOB87 NA REVISAO DAS BOLSAS; SEM O
      *            ARQUIVO VALE SO O MOTIVO MERITO (MEDIA 8,00 E 90
      *            POR CENTO DE PRESENCA, REDUZ 50 PONTOS ENTRE 7,00
      *            E 8,00, SUSPENSAO CANCELA).
      *            USAR COPY BOLSPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MOTIVO        PIC X(15).
           05 :PREFIXO:-MEDIA-RENOVA  PIC 9(02)V99.
           05 :PREFIXO:-MEDIA-REDUZ   PIC 9(02)V99.
           05 :PREFIXO:-PRESENCA-MIN  PIC 9(03)V99.
           05 :PREFIXO:-PCT-REDUCAO   PIC 9(03).
           05 :PREFIXO:-SUSP-CANCELA  PIC X(01).
               88 :PREFIXO:-SUSPENSAO-CANCELA VALUE 'S'.
