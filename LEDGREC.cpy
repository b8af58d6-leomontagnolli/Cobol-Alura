      *********************************
      * AREA DE COMENTARIOS -- REMARKS
      * AUTHOR = LEONARDO LEOMONTAGNOLLI
      * OBJETIVO = LAYOUT DO LIVRO DE EXECUCOES DOS JOBS (RUN-LEDGER,
      *            DD RUNLEDGR), SO ANEXADO E COMUM A TODOS OS FLUXOS
      *            BATCH (GRADEBAT, TUITBAT, TUITREM, TUITRET, YEAREND
      *            E HOUSEKEP). O GUARDA DO INICIO DO JOB (JOBGUARD)
      *            GRAVA A LINHA I (INICIO LIBERADO) OU B (BARRADO
      *            PELAS REGRAS DE DEPENDENCIA, COM O MOTIVO); O
      *            ULTIMO STEP (JOBLEDGR) GRAVA A LINHA F (FIM, COM A
      *            FAIXA DO MAIOR RC DOS STEPS) OU N (DIA NAO
      *            ELEGIVEL NO PORTAO DO GRADEBAT). A DATA DE NEGOCIO
      *            E A DA EXECUCAO, JA COM O RUNDTOVR; O FIM REPETE A
      *            DATA DE NEGOCIO E O INICIO DA LINHA I DA CORRIDA.
      *            LINHA I SEM F/N DEPOIS E JOB QUE CAIU NO MEIO. O
      *            CALENDARIO MENSAL DE OPERACOES (JOBCALEN) E
      *            MONTADO DESTE LIVRO.
      *            USAR COPY LEDGREC REPLACING ==:PREFIXO:== BY ==xxx==
      *            PARA GERAR O GRUPO COM O PREFIXO DESEJADO.
      * DATA = 15/10/2026
      *********************************
       01  :PREFIXO:-REGISTRO.
           05 :PREFIXO:-JOB             PIC X(08).
           05 :PREFIXO:-TIPO            PIC X(01).
               88 :PREFIXO:-INICIO          VALUE 'I'.
               88 :PREFIXO:-FIM             VALUE 'F'.
               88 :PREFIXO:-NAO-ELEGIVEL    VALUE 'N'.
               88 :PREFIXO:-BARRADO         VALUE 'B'.
           05 :PREFIXO:-DATA-NEGOCIO    PIC 9(08).
           05 :PREFIXO:-DATA-INICIO     PIC 9(08).
           05 :PREFIXO:-HORA-INICIO     PIC 9(06).
           05 :PREFIXO:-DATA-FIM        PIC 9(08).
           05 :PREFIXO:-HORA-FIM        PIC 9(06).
           05 :PREFIXO:-RC              PIC 9(02).
           05 :PREFIXO:-MOTIVO          PIC X(40).
