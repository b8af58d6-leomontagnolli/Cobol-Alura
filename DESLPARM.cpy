      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DOS PARAMETROS DO ACERTO FINANCEIRO NO
      *            DESLIGAMENTO DO ALUNO (DD DESLPARM), UM REGISTRO
      *            SO, COM A REGRA DO CONTRATO PARA A PARCELA DO MES
      *            DA SAIDA: P = PROPORCIONAL AOS DIAS FREQUENTADOS
      *            (DIA DA DATA EFETIVA SOBRE A BASE DE DIAS), I =
      *            MES INTEGRAL (A PARCELA DO MES E DEVIDA INTEIRA).
      *            A BASE E O NUMERO DE DIAS DO MES COMERCIAL (30,
      *            COMO O JUROS PRO RATA DO MULTREC); ZEROS USA OS
      *            DIAS DO MES CIVIL. SEM O ARQUIVO (OU COM CAMPO
      *            INVALIDO) VALEM A REGRA P E A BASE 30.
      *            USAR COPY DESLPARM REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-REGRA         PIC X(01).
               88 :PREFIXO:-PROPORCIONAL  VALUE 'P'.
               88 :PREFIXO:-INTEGRAL      VALUE 'I'.
           05 :PREFIXO:-DIAS-BASE     PIC 9(02).
