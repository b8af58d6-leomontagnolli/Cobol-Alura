      *            MORAM AQUI. REGISTRO ANTIGO DE 15 BYTES SEGUE
      *            ACEITO (CAMPOS NOVOS EM BRANCO = VIGENCIA DESDE
      *            SEMPRE, ESCOPO ESCOLA, PESOS PADRAO).
      *            MAX-DEPENDENCIAS E O NUMERO DE MATERIAS ABAIXO DO
      *            CORTE COM QUE A ROLAGEM DO PROGCOB40 AINDA
      *            PROMOVE O ALUNO EM PROGRESSAO PARCIAL (0 = SEM
      *            DEPENDENCIA; EM BRANCO = 2, O LIMITE DO
      *            REGIMENTO).
      *            USAR COPY GRDPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 09/08/2026
           05 :PREFIXO:-PESO-B2          PIC 9(02).
           05 :PREFIXO:-PESO-B3          PIC 9(02).
           05 :PREFIXO:-PESO-B4          PIC 9(02).
           05 :PREFIXO:-MAX-DEPENDENCIAS PIC 9(01).
