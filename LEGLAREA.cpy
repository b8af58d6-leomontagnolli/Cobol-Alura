      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = AREA DE CHAMADA DA ROTINA COMUM LEGALCHK, QUE
      *            CONFERE O ANO LETIVO CONTRA O MINIMO LEGAL (200
      *            DIAS LETIVOS E 800 HORAS POR TURMA, PARAMETRO
      *            LEGLPARM). O CHAMADOR INFORMA O ANO E O CALENDARIO
      *            A CONFERIR NO MESMO LAYOUT DA TABELA DO PROGCOB41
      *            (ANO 0000 = DATA FIXA; PODE SER O HOLCAL COMO ESTA
      *            OU JA COM UMA ALTERACAO PEDIDA); CALENDARIO VAZIO
      *            USA A TABELA RESERVA DE FERIADOS FIXOS DO PORTAO.
      *            LINHA CUJA DESCRICAO COMECA POR 'REPOSICAO' NAO E
      *            FERIADO: MARCA SABADO LETIVO DE REPOSICAO, QUE
      *            CONTA COMO DIA LETIVO E, NAS HORAS, COMO UM DIA
      *            MEDIO DA SEMANA DA TURMA. A ROTINA DEVOLVE AS
      *            DATAS E OS DIAS LETIVOS DE CADA BIMESTRE DO
      *            PERIOD-CONTROL, O TOTAL DO ANO E AS AULAS E HORAS
      *            DE CADA TURMA DO QUADRO DE HORARIOS, COM A MARCA
      *            DO QUE FICOU ABAIXO DO MINIMO. RESULTADO 'S' =
      *            CONFERIDO; 'P' = ALGUM BIMESTRE DO ANO SEM DATAS
      *            NO PERIOD-CONTROL (SO OS BIMESTRES COM DATAS
      *            ENTRAM NOS TOTAIS).
      *            USAR COPY LEGLAREA REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-AREA.
           05 :PREFIXO:-ANO           PIC 9(04).
           05 :PREFIXO:-QTDE-DATAS    PIC 9(03).
           05 :PREFIXO:-TABELA-DATAS.
               10 :PREFIXO:-DATA-ITEM OCCURS 100 TIMES.
                   15 :PREFIXO:-DT-ANO       PIC 9(04).
                   15 :PREFIXO:-DT-MMDD      PIC 9(04).
                   15 :PREFIXO:-DT-DESCRICAO PIC X(20).
           05 :PREFIXO:-RESULTADO     PIC X(01).
               88 :PREFIXO:-CONFERIDO     VALUE 'S'.
               88 :PREFIXO:-SEM-PERIODO   VALUE 'P'.
           05 :PREFIXO:-DIAS-MINIMO   PIC 9(03).
           05 :PREFIXO:-HORAS-MINIMO  PIC 9(04).
           05 :PREFIXO:-MINUTOS-AULA  PIC 9(03).
           05 :PREFIXO:-BIMESTRE OCCURS 4 TIMES.
               10 :PREFIXO:-BIM-INICIO    PIC 9(08).
               10 :PREFIXO:-BIM-FIM       PIC 9(08).
               10 :PREFIXO:-BIM-DIAS      PIC 9(03).
               10 :PREFIXO:-BIM-SABADOS   PIC 9(02).
           05 :PREFIXO:-DIAS-TOTAL    PIC 9(03).
           05 :PREFIXO:-DIAS-ABAIXO-SW PIC X(01).
               88 :PREFIXO:-DIAS-ABAIXO   VALUE 'S'.
           05 :PREFIXO:-QTDE-TURMAS   PIC 9(03).
           05 :PREFIXO:-QTDE-TURMAS-ABAIXO PIC 9(03).
           05 :PREFIXO:-TURMA-ITEM OCCURS 100 TIMES.
               10 :PREFIXO:-TUR-CODIGO       PIC X(06).
               10 :PREFIXO:-TUR-AULAS-SEMANA PIC 9(03).
               10 :PREFIXO:-TUR-AULAS-ANO    PIC 9(05).
               10 :PREFIXO:-TUR-HORAS        PIC 9(05).
               10 :PREFIXO:-TUR-ABAIXO       PIC X(01).
