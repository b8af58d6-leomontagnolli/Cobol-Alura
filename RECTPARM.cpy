      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO PARAMETRO DA RECERTIFICACAO TRIMESTRAL
      *            DE ACESSOS (DD RECTPARM, UM REGISTRO): QUANTIDADE
      *            MAXIMA DE CONTAS ADM E DIAS SEM LOGIN QUE MARCAM A
      *            CONTA COMO ADORMECIDA. SEM O ARQUIVO (OU COM CAMPO
      *            NAO NUMERICO OU ZERADO) O PROGCOB92 USA 3 CONTAS E
      *            90 DIAS.
      *            USAR COPY RECTPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-MAX-ADM       PIC 9(02).
           05 :PREFIXO:-DIAS-SEM-LOGIN PIC 9(03).
