      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO PARAMETRO DA CONFERENCIA DO ANO LETIVO
      *            LEGAL (DD LEGLPARM, UM REGISTRO, LIDO PELA ROTINA
      *            COMUM LEGALCHK): MINIMO DE DIAS LETIVOS, MINIMO DE
      *            HORAS POR TURMA E DURACAO DE UMA AULA DO QUADRO DE
      *            HORARIOS EM MINUTOS. SEM O ARQUIVO (OU COM CAMPO
      *            NAO NUMERICO OU ZERADO) VALEM OS MINIMOS DA LEI,
      *            200 DIAS E 800 HORAS, E AULA DE 60 MINUTOS.
      *            USAR COPY LEGLPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-DIAS-MINIMO   PIC 9(03).
           05 :PREFIXO:-HORAS-MINIMO  PIC 9(04).
           05 :PREFIXO:-MINUTOS-AULA  PIC 9(03).
